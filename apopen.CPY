000100**-----------------------------------------------------------
000200* apopen.cpy - accounts-payable open item, one per matched
000300* supplier invoice line. Appended by rei49 once the line
000400* passes the 3-way match; read by rei49 for the quantity
000500* already invoiced on a PO line and by rei50 for the
000600* payables-due report, which lists only open items. rei77
000620* sets ap-status to "P" on every line of an invoice once a
000640* SUPPAY payment equal to their open total is settled; it
000660* writes APOPENN, which is copied back over APOPEN straight
000680* after the run.
000700**-----------------------------------------------------------
000800  01 ap-record.
000900  02 ap-supplier         pic x(6).
001000  02 ap-inv-no           pic x(10).
001100  02 ap-inv-date         pic 9(8).
001200  02 ap-due-date         pic 9(8).
001300  02 ap-po-no            pic 9(6).
001400  02 ap-item-code        pic x(6).
001500  02 ap-qty              pic 9(5).
001600  02 ap-amount           pic s9(9).
001700  02 ap-status           pic x(1).
001800  88 ap-open             value "O".
001900  88 ap-paid             value "P".
