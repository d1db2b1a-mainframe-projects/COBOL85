000100**-----------------------------------------------------------
000200* oprtran.cpy - operator authority maintenance transaction,
000300* one add/change/set-inactive request per record, applied to
000400* OPRAUTH by rei73. otr-operator is the operator making the
000500* change, who must hold opr-admin-auth.
000600**-----------------------------------------------------------
000700  01 otr-record.
000800  02 otr-action          pic x(1).
000900  88 otr-add             value "A".
001000  88 otr-change          value "C".
001100  88 otr-inactivate      value "I".
001200  02 otr-id              pic x(8).
001300  02 otr-name            pic x(20).
001400  02 otr-status          pic x(1).
001500  02 otr-item-auth       pic x(1).
001600  02 otr-cust-auth       pic x(1).
001700  02 otr-sup-auth        pic x(1).
001800  02 otr-price-auth      pic x(1).
001900  02 otr-apv-auth        pic x(1).
002000  02 otr-admin-auth      pic x(1).
002100  02 otr-operator        pic x(8).
