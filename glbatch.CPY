000100**-----------------------------------------------------------
000200* glbatch.cpy - last assigned GL batch number, read and
000300* incremented at the start of each run by every program
000350* that opens a GLINTF batch - rei6 and rei58 (sales), rei29
000375* (cash receipts), rei47 (inventory) and rei76 (bad debt) -
000400* so batch numbers ascend across runs and journals.
000500**-----------------------------------------------------------
000600  01 bat-record.
000700  02 bat-last-no          pic 9(6).
