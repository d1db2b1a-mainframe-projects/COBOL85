000100**-----------------------------------------------------------
000200* glintf.cpy - daily GL interface record, appended by the
000300* posting runs for accounting to load straight into the GL.
000400* Each run writes one batch: an "H" header (batch number and
000500* business date), the "D" details, and a "T" trailer (record
000600* count and amount hash total) so the GL side can spot gaps,
000700* duplicates, and truncated transfers.
000714* gl-journal tells the batches apart: "S" (or space, for
000728* batches written before the field existed) is the rei6 sales
000742* journal (rei58 short-ship credits post to it too), "C"
000745* the rei29 cash receipts journal and "I" the
000749* rei47 inventory and cost of sales journal, "B" the rei76
000752* bad debt write-off and recovery journal. Details of the
000756* other journals carry the GL account and debit/credit side,
000770* the customer or item in gl-ref-id, and the amount in
000784* gl-net-amount with gl-qty and gl-tax-amount zero.
000800**-----------------------------------------------------------
000900  01 gl-record.
001000  02 gl-rec-type         pic x(1).
001300  88 gl-trailer          value "T".
001400  02 gl-detail-data.
001500  03 gl-item-code        pic x(6).
001533  03 gl-ref-id redefines gl-item-code
001566                         pic x(6).
001600  03 gl-qty              pic 9(3).
001700  03 gl-net-amount       pic s9(9).
001800  03 gl-tax-amount       pic s9(9).
002600  03 gl-rec-count        pic 9(7).
002700  03 gl-hash-total       pic s9(11).
002800  03 filler              pic x(21).
002900  02 gl-journal          pic x(1).
003000  88 gl-sales-jnl        value "S" " ".
003100  88 gl-cash-jnl         value "C".
003150  88 gl-stock-jnl        value "I".
003175  88 gl-baddebt-jnl      value "B".
003200  02 gl-account          pic x(6).
003300  02 gl-dr-cr            pic x(1).
003400  88 gl-debit            value "D".
003500  88 gl-credit           value "C".
