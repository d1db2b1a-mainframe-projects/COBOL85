000100**-----------------------------------------------------------
000200* apctl.cpy - run-control parameters for supplier invoice
000300* matching (rei49) and the payables-due report (rei50).
000400* ctl-price-tol-pct is the percentage an invoiced unit price
000500* may differ from the PO price, ctl-qty-tol the units that
000600* may be invoiced beyond the quantity received,
000700* ctl-terms-days the default payment terms and
000800* ctl-due-days how far ahead rei50 flags items as due.
000900* Defaults when no record is present: 2.00 percent, 0
001000* units, 30 days and 7 days.
001100**-----------------------------------------------------------
001200  01 ap-ctl-record.
001300  02 ctl-price-tol-pct    pic 9(2)v99.
001400  02 ctl-qty-tol          pic 9(5).
001500  02 ctl-terms-days       pic 9(3).
001600  02 ctl-due-days         pic 9(3).
