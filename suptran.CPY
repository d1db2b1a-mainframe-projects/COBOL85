000200* suptran.cpy - supplier master maintenance transaction, one
000300* add/change/set-inactive request per record, applied to
000400* SUPMAST by rei33 the way rei11 maintains CUSTMAST.
000450* spr-operator is the operator making the change.
000500**-----------------------------------------------------------
000600  01 spr-record.
000700  02 spr-action          pic x(1).
001200  02 spr-name            pic x(20).
001300  02 spr-address         pic x(30).
001400  02 spr-status          pic x(1).
001500  02 spr-lead-days       pic 9(3).
001600  02 spr-operator        pic x(8).
