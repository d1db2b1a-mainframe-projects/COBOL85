000100**-----------------------------------------------------------
000200* suppay.cpy - payment made to a supplier, one record per
000300* invoice paid, keyed in from the payment run. rei77 settles
000400* it against the APOPEN lines of that supplier and invoice
000500* number: when sp-amount equals their open total they are
000600* all marked paid, otherwise the payment is rejected on the
000700* APPAYRG register.
000800**-----------------------------------------------------------
000900  01 sp-record.
001000  02 sp-supplier         pic x(6).
001100  02 sp-inv-no           pic x(10).
001200  02 sp-pay-date         pic 9(8).
001300  02 sp-amount           pic 9(9).
001400  02 sp-ref              pic x(10).
