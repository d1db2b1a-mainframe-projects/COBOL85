000100**-----------------------------------------------------------
000200* fcstctl.cpy - run-control parameters for the rei67 demand
000300* forecast. ctl-lead-days is used for items whose supplier
000400* has no lead time on SUPMAST; ctl-safety-pct is the safety
000500* stock as a percentage of lead-time demand; ctl-cover-days
000600* is how many days of demand one reorder should buy.
000700* Defaults to 7 days, 50 percent and 30 days when no control
000800* record is present.
000900**-----------------------------------------------------------
001000  01 fcst-ctl-record.
001100  02 ctl-lead-days        pic 9(3).
001200  02 ctl-safety-pct       pic 9(3).
001300  02 ctl-cover-days       pic 9(3).
