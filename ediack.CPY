000100**-----------------------------------------------------------
000200* ediack.cpy - outbound order acknowledgment written by rei64
000300* for each inbound order: an "H" header with the order status
000400* (accepted, part accepted or rejected), a "D" per line
000500* accepted or rejected with the reason, and a "T" trailer with
000600* the counts. Every record carries the customer, their
000700* purchase order reference and our ord-no (zero if nothing
000800* was accepted). Each run's file belongs to one customer:
000820* rei64 takes the customer from the first order header and
000840* rejects any later order for another customer as "mixed
000860* customers" on the EDIRGST register only, writing nothing
000880* for it here.
000900**-----------------------------------------------------------
001000  01 eak-record.
001100  02 eak-rec-type        pic x(1).
001200  88 eak-header          value "H".
001300  88 eak-detail          value "D".
001400  88 eak-trailer         value "T".
001500  02 eak-cust-id         pic x(6).
001600  02 eak-po-ref          pic x(15).
001700  02 eak-ord-no          pic 9(6).
001800  02 eak-detail-data.
001900  03 eak-line-no         pic 9(3).
002000  03 eak-item-code       pic x(6).
002100  03 eak-qty             pic 9(3).
002200  03 eak-line-status     pic x(1).
002300  88 eak-line-accepted   value "A".
002400  88 eak-line-rejected   value "R".
002500  03 eak-line-reason     pic x(20).
002600  02 eak-header-data redefines eak-detail-data.
002700  03 eak-order-status    pic x(1).
002800  88 eak-all-accepted    value "A".
002900  88 eak-part-accepted   value "P".
003000  88 eak-all-rejected    value "R".
003100  03 eak-ack-date        pic 9(8).
003200  03 eak-order-reason    pic x(20).
003300  03 filler              pic x(4).
003400  02 eak-trailer-data redefines eak-detail-data.
003500  03 eak-acc-count       pic 9(5).
003600  03 eak-rej-count       pic 9(5).
003700  03 filler              pic x(23).
