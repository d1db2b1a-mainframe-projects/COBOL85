000100**-----------------------------------------------------------
000200* apvtran.cpy - second operator's decision on a change held
000300* on PENDAPV, applied by rei74. "A" approves, "R" declines.
000400* avt-key is the PENDAPV key as printed on APVRGST.
000500**-----------------------------------------------------------
000600  01 avt-record.
000700  02 avt-key.
000800  03 avt-source          pic x(1).
000900  03 avt-code            pic x(6).
001000  03 avt-date            pic 9(8).
001100  03 avt-time            pic 9(8).
001200  02 avt-action          pic x(1).
001300  88 avt-approve         value "A".
001400  88 avt-decline         value "R".
001500  02 avt-operator        pic x(8).
