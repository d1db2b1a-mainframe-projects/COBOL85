000100**-----------------------------------------------------------
000200* apvctl.cpy - second-approval thresholds for rei10, rei11
000300* and rei17. A price change of more than ctl-price-pct
000400* percent of the current price, or a credit limit raised by
000500* more than ctl-credit-incr, is held on PENDAPV until a
000600* second operator approves it through rei74. Defaults when
000700* no record is present: 10 percent and 500000.
000800**-----------------------------------------------------------
000900  01 apv-ctl-record.
001000  02 ctl-price-pct        pic 9(3).
001100  02 ctl-credit-incr      pic 9(9).
