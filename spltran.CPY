000100**-----------------------------------------------------------
000200* spltran.cpy - stock write-off transaction, one per line of
000300* spoiled, damaged, sampled or stolen stock removed from a
000400* storeroom. Posted by rei53, which reduces ITMMAST on-hand
000500* at the storeroom, writes a "W" movement and appends the
000600* valued line to WOFHIST for the rei54 shrink report.
000700**-----------------------------------------------------------
000800  01 spl-record.
000900  02 spl-item-code       pic x(6).
001000  02 spl-qty             pic 9(5).
001100  02 spl-location        pic x(2).
001200  02 spl-reason          pic x(1).
001300  88 spl-spoiled         value "S".
001400  88 spl-damaged         value "D".
001500  88 spl-sample          value "M".
001600  88 spl-theft           value "T".
001700  88 spl-reason-ok       value "S" "D" "M" "T".
001800  02 spl-initials        pic x(3).
001900  02 spl-date            pic 9(8).
