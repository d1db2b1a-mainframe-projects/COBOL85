000100**-----------------------------------------------------------
000200* quoacc.cpy - customer answer to a quotation, read by rei62.
000300* "A" accepts the whole quote into ORDRAW at the quoted
000400* prices, "D" records that the customer declined it.
000500**-----------------------------------------------------------
000600  01 qac-record.
000700  02 qac-quo-no          pic 9(6).
000800  02 qac-action          pic x(1).
000900  88 qac-accept          value "A".
001000  88 qac-decline         value "D".
