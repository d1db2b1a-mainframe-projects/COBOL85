000100**-----------------------------------------------------------
000200* rcphist.cpy - receipt history record, appended by rei12
000300* for every receipt it posts. Carries the purchase-order
000400* line the receipt was matched to (rch-po-no zero when no
000500* PO matched, rch-supplier then taken from the item), the
000600* quantity received on that line after the receipt and the
000700* item's unit cost before the receipt replaced it. Read by
000800* rei51 for the monthly supplier scorecard.
000900**-----------------------------------------------------------
001000  01 rch-record.
001100  02 rch-item-code       pic x(6).
001200  02 rch-qty             pic 9(5).
001300  02 rch-date            pic 9(8).
001400  02 rch-location        pic x(2).
001500  02 rch-unit-cost       pic 9(5)v99.
001600  02 rch-prev-cost       pic 9(5)v99.
001700  02 rch-supplier        pic x(6).
001800  02 rch-po-no           pic 9(6).
001900  02 rch-po-date         pic 9(8).
002000  02 rch-po-qty          pic 9(5).
002100  02 rch-po-rcvd         pic 9(7).
002200  02 rch-post-date       pic 9(8).
