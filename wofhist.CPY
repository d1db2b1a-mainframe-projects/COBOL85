000100**-----------------------------------------------------------
000200* wofhist.cpy - stock write-off history, one per SPLTRAN
000300* line posted by rei53, valued at the item's unit cost at
000400* posting. Read by rei54 for the monthly shrink report.
000500**-----------------------------------------------------------
000600  01 wh-record.
000700  02 wh-item-code        pic x(6).
000800  02 wh-qty              pic 9(5).
000900  02 wh-location         pic x(2).
001000  02 wh-reason           pic x(1).
001100  02 wh-initials         pic x(3).
001200  02 wh-date             pic 9(8).
001300  02 wh-unit-cost        pic 9(5)v99.
001400  02 wh-value            pic 9(9).
001500  02 wh-post-date        pic 9(8).
