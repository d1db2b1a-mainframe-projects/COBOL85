000100**-----------------------------------------------------------
000200* quoreq.cpy - quotation request line as keyed by the office,
000300* read by rei61. Consecutive lines for the same customer and
000400* ship-to make one quote. A zero qrq-valid-date gives the
000500* quote the standard validity from the quote date.
000600**-----------------------------------------------------------
000700  01 qrq-record.
000800  02 qrq-cust-id         pic x(6).
000900  02 qrq-ship-to         pic x(2).
001000  02 qrq-item-code       pic x(6).
001100  02 qrq-qty             pic 9(3).
001200  02 qrq-valid-date      pic 9(8).
