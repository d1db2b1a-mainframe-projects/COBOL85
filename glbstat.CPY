000100**-----------------------------------------------------------
000200* glbstat.cpy - GL batch status record, one per GLINTF
000300* batch: created by rei6 or rei58 (sales "S"), rei29
000325* (cash receipts "C"), rei47 (inventory "I") or rei76 (bad
000350* debt "B") with status "C", advanced by rei39
000400* from the GLACK acknowledgment file ("E" extracted by the
000500* GL side, "A" loaded). rei23 refuses to purge GLINTF
000600* batches whose status has not reached "A".
