000100**-----------------------------------------------------------
000200* supinv.cpy - supplier invoice line transaction, keyed in
000300* from the supplier's invoice, one record per invoiced PO
000400* line. rei49 matches each line to the purchase order
000500* (POFILE/POARC) and the quantity received against it; a
000600* zero si-due-date takes the default terms from APCTL.
000700**-----------------------------------------------------------
000800  01 si-record.
000900  02 si-supplier         pic x(6).
001000  02 si-inv-no           pic x(10).
001100  02 si-inv-date         pic 9(8).
001200  02 si-po-no            pic 9(6).
001300  02 si-item-code        pic x(6).
001400  02 si-qty              pic 9(5).
001500  02 si-unit-price       pic 9(5)v99.
001600  02 si-due-date         pic 9(8).
