000100**-----------------------------------------------------------
000200* oprauth.cpy - operator authority table, keyed by operator
000300* id and maintained from OPRTRAN by rei73. Each authority
000400* byte is "Y" when the operator may do that work:
000500* opr-item-auth item maintenance (rei10), opr-cust-auth
000600* customer maintenance (rei11), opr-sup-auth supplier
000700* maintenance (rei33), opr-price-auth scheduled price changes
000800* (rei17), opr-apv-auth second approval of held changes
000900* (rei74) and opr-admin-auth this table (rei73).
001000**-----------------------------------------------------------
001100  01 opr-record.
001200  02 opr-id              pic x(8).
001300  02 opr-name            pic x(20).
001400  02 opr-status          pic x(1).
001500  88 opr-active          value "A".
001600  88 opr-inactive        value "I".
001700  02 opr-item-auth       pic x(1).
001800  02 opr-cust-auth       pic x(1).
001900  02 opr-sup-auth        pic x(1).
002000  02 opr-price-auth      pic x(1).
002100  02 opr-apv-auth        pic x(1).
002200  02 opr-admin-auth      pic x(1).
