000100**-----------------------------------------------------------
000200* bdapv.cpy - second operator's decision on a BDPROP write-off
000300* or recovery, applied by rei76. "A" approves and posts it,
000400* "R" declines it. bda-key is the BDPROP key as printed on
000500* the BDRGST approval register.
000600**-----------------------------------------------------------
000700  01 bda-record.
000800  02 bda-key.
000900  03 bda-cust-id         pic x(6).
001000  03 bda-item-date       pic 9(8).
001100  03 bda-action          pic x(1).
001200  02 bda-decision        pic x(1).
001300  88 bda-approve         value "A".
001400  88 bda-decline         value "R".
001500  02 bda-operator        pic x(8).
