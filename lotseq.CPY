000100**-----------------------------------------------------------
000200* lotseq.cpy - last assigned stock lot number, read and
000300* incremented by rei12 per receipt so lot numbers ascend
000400* across runs, the same way POSEQ numbers purchase orders.
000500**-----------------------------------------------------------
000600  01 lsq-record.
000700  02 lsq-last-no          pic 9(6).
