000200* ordhold.cpy - credit-held order-line record, written by
000300* rei6 when pricing an order line would take the customer
000400* over cust-credit-limit. Approved or cancelled the next
000500* morning by the rei30 hold release. hld-quo-price keeps
000550* the quoted unit price of the line, if any.
000600**-----------------------------------------------------------
000700  01 hld-record.
000800  02 hld-ord-no          pic 9(6).
001500  02 hld-status          pic x(1).
001600  88 hld-open            value "O".
001700  02 hld-ship-to         pic x(2).
001800  02 hld-quo-price       pic 9(5).
