000100**-----------------------------------------------------------
000200* prdreq.cpy - period close request for rei72. "C" closes
000300* the month when its checklist is clear, or regardless when
000400* prq-force is "Y"; "O" reopens a closed month.
000500**-----------------------------------------------------------
000600  01 prq-record.
000700  02 prq-action          pic x(1).
000800  88 prq-close           value "C".
000900  88 prq-reopen          value "O".
001000  02 prq-month           pic 9(6).
001100  02 prq-force           pic x(1).
