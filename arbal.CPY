000100**-----------------------------------------------------------
000200* arbal.cpy - AR balance history, appended by rei48 at the
000300* end of each reconciliation with every customer's closing
000400* AROPEN balance for the business date. The latest entry
000500* before a date is that customer's opening balance for the
000600* next day's (and month's) roll-forward.
000700**-----------------------------------------------------------
000800  01 abh-record.
000900  02 abh-cust-id         pic x(6).
001000  02 abh-date            pic 9(8).
001100  02 abh-balance         pic s9(11).
