000100**-----------------------------------------------------------
000200* comctl.cpy - run-control record for rei66; holds the first
000300* invoice date that earns commission. When the file is not
000400* there rei66 starts from the first of the business month
000500* and writes it, so older invoices are never paid.
000600**-----------------------------------------------------------
000700  01 com-ctl-record.
000800  02 cmc-start-date       pic 9(8).
