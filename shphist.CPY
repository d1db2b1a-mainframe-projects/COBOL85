000100**-----------------------------------------------------------
000200* shphist.cpy - confirmed shipment line, appended by rei58
000300* for every ship confirmation it accepts. Records the priced
000400* and shipped quantity per order line; a line already on
000500* file for the business date cannot be confirmed twice.
000600**-----------------------------------------------------------
000700  01 shh-record.
000800  02 shh-date            pic 9(8).
000900  02 shh-ord-no          pic 9(6).
001000  02 shh-line-no         pic 9(3).
001100  02 shh-cust-id         pic x(6).
001200  02 shh-ship-to         pic x(2).
001300  02 shh-item-code       pic x(6).
001400  02 shh-ord-qty         pic 9(3).
001500  02 shh-ship-qty        pic 9(3).
001600  02 shh-short-qty       pic 9(3).
001700  02 shh-post-date       pic 9(8).
