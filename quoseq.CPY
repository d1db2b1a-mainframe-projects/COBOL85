000100**-----------------------------------------------------------
000200* quoseq.cpy - last assigned quotation number, read and
000300* incremented by rei61 the same way ORDSEQ numbers orders.
000400**-----------------------------------------------------------
000500  01 qsq-record.
000600  02 qsq-last-no          pic 9(6).
