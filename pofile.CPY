000300* numbered purchase order, written by rei34 from the reorder
000400* scan. rei12 matches goods receipts to the PO number carried
000500* in rcp-supplier-ref, accumulates po-rcvd-qty, and closes
000600* the line once fully received. po-unit-price is the agreed
000633* price per unit (the item's unit cost when the PO was raised)
000666* that rei49 matches supplier invoices against.
000700**-----------------------------------------------------------
000800  01 po-record.
000900  02 po-no               pic 9(6).
001500  88 po-line-open        value "O".
001600  88 po-line-closed      value "C".
001700  02 po-rcvd-qty         pic 9(7).
001800  02 po-unit-price       pic 9(5)v99.
