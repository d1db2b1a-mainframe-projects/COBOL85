000100**-----------------------------------------------------------
000200* bdctl.cpy - run-control parameters for the rei75 bad debt
000300* write-off proposals. When ctl-auto-small is "Y" every open
000400* customer+date balance above zero and below ctl-small-amt
000500* that is at least ctl-min-days old is proposed for write-off
000600* with reason "SB". Defaults when no control record is
000700* present: "N", 100 and 60 days.
000800**-----------------------------------------------------------
000900  01 bd-ctl-record.
001000  02 ctl-auto-small       pic x(1).
001100  02 ctl-small-amt        pic 9(7).
001200  02 ctl-min-days         pic 9(3).
