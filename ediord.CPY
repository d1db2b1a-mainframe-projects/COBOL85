000100**-----------------------------------------------------------
000200* ediord.cpy - inbound customer order file as sent by the
000300* customer's system, read by rei64. Each order is an "H"
000400* header (customer, their purchase order reference, order
000500* date), its "D" lines and a "T" trailer holding the line
000600* count and the hash total of the line quantities.
000700**-----------------------------------------------------------
000800  01 edi-record.
000900  02 edi-rec-type        pic x(1).
001000  88 edi-header          value "H".
001100  88 edi-detail          value "D".
001200  88 edi-trailer         value "T".
001300  02 edi-detail-data.
001400  03 edd-line-no         pic 9(3).
001500  03 edd-item-code       pic x(6).
001600  03 edd-qty             pic 9(3).
001700  03 edd-ship-to         pic x(2).
001800  03 filler              pic x(18).
001900  02 edi-header-data redefines edi-detail-data.
002000  03 edh-cust-id         pic x(6).
002100  03 edh-po-ref          pic x(15).
002200  03 edh-order-date      pic 9(8).
002300  03 filler              pic x(3).
002400  02 edi-trailer-data redefines edi-detail-data.
002500  03 edt-line-count      pic 9(5).
002600  03 edt-hash-total      pic 9(9).
002700  03 filler              pic x(18).
