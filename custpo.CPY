000100**-----------------------------------------------------------
000200* custpo.cpy - customer purchase order reference, keyed by
000300* our ord-no. Written by rei64 when an inbound order is
000400* loaded and read by rei26 to print the reference on the
000500* invoice against the order's lines.
000600**-----------------------------------------------------------
000700  01 cpo-record.
000800  02 cpo-ord-no          pic 9(6).
000900  02 cpo-cust-id         pic x(6).
001000  02 cpo-po-ref          pic x(15).
001100  02 cpo-order-date      pic 9(8).
001200  02 cpo-load-date       pic 9(8).
