000100**-----------------------------------------------------------
000200* cogctl.cpy - run-control record for rei47; holds the last
000300* business date whose STKMOVE movements have been costed to
000400* the GL, so each run picks up only movements posted after
000500* it and up to the business date. Selection is by
000550* mov-post-date, not by the transaction date. rei47 rewrites
000600* it at the end of a successful run.
000700**-----------------------------------------------------------
000800  01 cog-ctl-record.
000900  02 ctl-last-date        pic 9(8).
