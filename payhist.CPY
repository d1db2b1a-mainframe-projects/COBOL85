000100**-----------------------------------------------------------
000200* payhist.cpy - cash receipts history, one record per payment
000300* posted by rei29: the PAYTRAN fields plus the business date
000400* the payment was applied to AROPEN. Read by the rei46
000500* customer statements and the rei48 AR reconciliation.
000600**-----------------------------------------------------------
000700  01 ph-record.
000800  02 ph-cust-id          pic x(6).
000900  02 ph-amount           pic 9(9).
001000  02 ph-date             pic 9(8).
001100  02 ph-ref              pic x(10).
001200  02 ph-post-date        pic 9(8).
