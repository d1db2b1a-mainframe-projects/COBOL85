000200* ordraw.cpy - raw order entry line as keyed by the office,
000300* one per line item with no order identity yet. Read by the
000400* rei27 intake, which assigns order numbers and emits
000500* numbered ORDTRAN lines for the rei6 pricing run. Lines
000550* written by the rei60 standing-order run carry raw-type "S".
000566* raw-quo-price is the unit price of an accepted quotation
000582* (rei62), carried through to rei6; zero prices normally.
000586* raw-ord-no is an order number already reserved from ORDSEQ
000590* by the rei64 inbound order load; rei27 keeps it instead of
000594* assigning one. Zero everywhere else.
000600**-----------------------------------------------------------
000700  01 raw-record.
000800  02 raw-item-code       pic x(6).
001000  02 raw-cust-id         pic x(6).
001100  02 raw-type            pic x(1).
001200  02 raw-ship-to         pic x(2).
001300  02 raw-quo-price       pic 9(5).
001400  02 raw-ord-no          pic 9(6).
