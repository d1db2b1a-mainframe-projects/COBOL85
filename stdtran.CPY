000100**-----------------------------------------------------------
000200* stdtran.cpy - standing order maintenance transaction, one
000300* add/change/delete per record, applied to STDORD by rei59
000400* the way rei33 maintains SUPMAST. The key fields identify
000500* the standing order line; a change replaces the quantity,
000600* dates and holiday rule.
000700**-----------------------------------------------------------
000800  01 sot-record.
000900  02 sot-action          pic x(1).
001000  88 sot-add             value "A".
001100  88 sot-change          value "C".
001200  88 sot-delete          value "D".
001300  02 sot-cust-id         pic x(6).
001400  02 sot-ship-to         pic x(2).
001500  02 sot-item-code       pic x(6).
001600  02 sot-freq            pic x(1).
001700  02 sot-weekday         pic 9(1).
001800  02 sot-qty             pic 9(3).
001900  02 sot-start-date      pic 9(8).
002000  02 sot-end-date        pic 9(8).
002100  02 sot-holiday-rule    pic x(1).
