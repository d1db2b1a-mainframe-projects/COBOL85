000100**-----------------------------------------------------------
000200* periods.cpy - fiscal period control, one per calendar
000300* month, keyed by month. A month with no record is open.
000400* rei72 closes a month after its checklist and can reopen
000500* it. rei12, rei16, rei29, rei36, rei53 and rei56 reject
000550* lines dated in a closed month; rei6, rei47, rei58 and
000600* rei76 stop the run when the business date is in one.
000700**-----------------------------------------------------------
000800  01 prd-record.
000900  02 prd-month           pic 9(6).
001000  02 prd-status          pic x(1).
001100  88 prd-open            value "O".
001200  88 prd-closed          value "C".
001300  02 prd-status-date     pic 9(8).
