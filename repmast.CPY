000100**-----------------------------------------------------------
000200* repmast.cpy - sales rep master, keyed by rep code and
000300* maintained from REPTRAN by rei65. rep-comm-rate is the
000400* commission percentage paid by rei66 on collected net sales.
000500**-----------------------------------------------------------
000600  01 rep-record.
000700  02 rep-code            pic x(4).
000800  02 rep-name            pic x(20).
000900  02 rep-comm-rate       pic 9(2)v99.
001000  02 rep-status          pic x(1).
001100  88 rep-active          value "A".
001200  88 rep-inactive        value "I".
