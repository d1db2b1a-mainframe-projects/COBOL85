000100**-----------------------------------------------------------
000200* custran.cpy - customer master maintenance transaction, one
000300* add/change/set-inactive request per record, applied to
000400* CUSTMAST by rei11. ctr-operator is the operator making the
000425* change. A credit limit increase held for a second approval
000450* comes back from rei74 with the PENDAPV key in ctr-apv-key
000475* and the approver in ctr-approver.
000500**-----------------------------------------------------------
000600  01 ctr-record.
000700  02 ctr-action          pic x(1).
001300  02 ctr-address         pic x(30).
001400  02 ctr-status          pic x(1).
001500  02 ctr-credit-limit    pic 9(9).
001600  02 ctr-rep-code        pic x(4).
001700  02 ctr-territory       pic x(4).
001800  02 ctr-operator        pic x(8).
001900  02 ctr-approver        pic x(8).
002000  02 ctr-apv-key         pic x(23).
