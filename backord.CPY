000200* backord.cpy - backordered order-line record, written by
000300* rei6 when a line is short-stocked, released oldest-first
000400* by rei13 once receipts have replenished the master.
000433* rei58 also writes one for the short-shipped quantity of a
000466* confirmed line, under the original ord-no and ship-to.
000483* bo-quo-price keeps the quoted unit price of the line, if any.
000500**-----------------------------------------------------------
000600  01 bo-record.
000700  02 bo-cust-id          pic x(6).
001300  88 bo-filled           value "F".
001400  02 bo-ord-no           pic 9(6).
001500  02 bo-ship-to          pic x(2).
001600  02 bo-quo-price        pic 9(5).
