000100**-----------------------------------------------------------
000200* comhist.cpy - commission paid history, keyed by customer
000300* and invoice date (one invoice per customer per business
000400* date, as on AROPEN). Written by the rei66 commission run
000500* when an invoice is found collected, so no invoice is paid
000600* twice. ch-net is the INVDTL net of returns, before tax.
000700**-----------------------------------------------------------
000800  01 ch-record.
000900  02 ch-key.
001000  03 ch-cust-id          pic x(6).
001100  03 ch-inv-date         pic 9(8).
001200  02 ch-rep-code         pic x(4).
001300  02 ch-territory        pic x(4).
001400  02 ch-net              pic s9(11).
001500  02 ch-comm-rate        pic 9(2)v99.
001600  02 ch-comm             pic s9(9).
001700  02 ch-paid-date        pic 9(8).
