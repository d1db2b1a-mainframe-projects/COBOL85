000200* ordtran.cpy - order transaction record, one per line item.
000300* read by rei6 to build the variable-length order-table.
000400* ord-no is assigned at intake by rei27 so every line can be
000500* traced back to the customer order it came from. A nonzero
000533* ord-quo-price is a quoted unit price that rei6 honours in
000566* place of the item and CUSPRICE price.
000600**-----------------------------------------------------------
000700  01 ord-record.
000800  02 ord-no              pic 9(6).
001300  88 ord-sale            value "S" " ".
001400  88 ord-return          value "R".
001500  02 ord-ship-to         pic x(2).
001600  02 ord-quo-price       pic 9(5).
