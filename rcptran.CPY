000100**-----------------------------------------------------------
000200* rcptran.cpy - goods receipt transaction record, one per
000300* receipt line, posted into ITMMAST on-hand by rei12.
000333* rcp-best-before dates the stock lot rei12 creates; zero
000366* takes the receipt date plus the LOTCTL shelf days.
000400**-----------------------------------------------------------
000500  01 rcp-record.
000600  02 rcp-item-code       pic x(6).
000900  02 rcp-date            pic 9(8).
001000  02 rcp-unit-cost       pic 9(5)v99.
001100  02 rcp-location        pic x(2).
001200  02 rcp-best-before     pic 9(8).
