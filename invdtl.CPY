000200* invdtl.cpy - priced invoice detail line, one per order line
000300* priced by rei6, read by the rei26 invoice print which
000400* produces one invoice per customer per business date.
000416* inv-line-no numbers the lines of each order as rei6 priced
000432* them, so rei58 ship confirmations can be keyed by ord-no
000448* and line. An "X" line is the short-shipped part of a sale
000464* line, written by rei58 as a negative (credit) line with
000480* the same ord-no and line so the invoice nets it off.
000490* inv-quo-price is the quoted unit price the line was sold
000495* at, if any, so a short-shipped back order keeps it.
000500**-----------------------------------------------------------
000600  01 inv-record.
000700  02 inv-cust-id         pic x(6).
001000  02 inv-type            pic x(1).
001100  88 inv-sale            value "S" " ".
001200  88 inv-return          value "R".
001250  88 inv-short           value "X".
001300  02 inv-suryou          pic 9(3).
001400  02 inv-tanka           pic 9(5).
001500  02 inv-kingaku         pic s9(9).
001800  02 inv-date            pic 9(8).
001900  02 inv-ord-no          pic 9(6).
002000  02 inv-ship-to         pic x(2).
002100  02 inv-line-no         pic 9(3).
002200  02 inv-quo-price       pic 9(5).
