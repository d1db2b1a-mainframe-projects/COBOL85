000100**-----------------------------------------------------------
000200* reptran.cpy - sales rep maintenance transaction, one
000300* add/change/set-inactive request per record, applied to
000400* REPMAST by rei65.
000500**-----------------------------------------------------------
000600  01 rpt-record.
000700  02 rpt-action          pic x(1).
000800  88 rpt-add             value "A".
000900  88 rpt-change          value "C".
001000  88 rpt-inactivate      value "I".
001100  02 rpt-code            pic x(4).
001200  02 rpt-name            pic x(20).
001300  02 rpt-comm-rate       pic 9(2)v99.
001400  02 rpt-status          pic x(1).
