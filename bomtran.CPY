000100**-----------------------------------------------------------
000200* bomtran.cpy - bill of materials maintenance transaction,
000300* one add/change/delete of a kit component line, applied to
000400* BOMMAST by rei55 the way rei33 maintains SUPMAST.
000500**-----------------------------------------------------------
000600  01 bmt-record.
000700  02 bmt-action          pic x(1).
000800  88 bmt-add             value "A".
000900  88 bmt-change          value "C".
001000  88 bmt-delete          value "D".
001100  02 bmt-kit-code        pic x(6).
001200  02 bmt-comp-code       pic x(6).
001300  02 bmt-qty             pic 9(3).
