000100**-----------------------------------------------------------
000200* lotpick.cpy - lot allocation record, appended by rei6 for
000300* each lot a sale line draws down, oldest expiry first.
000400* Read by the rei31 picking list to print which lots to
000500* pick for each order line.
000550* lp-line-no is the order line the lot was drawn for.
000560* rei58 appends a negative lp-qty record when a short
000570* shipment puts stock back into a lot.
000600**-----------------------------------------------------------
000700  01 lp-record.
000800  02 lp-date             pic 9(8).
000900  02 lp-ord-no           pic 9(6).
001000  02 lp-cust-id          pic x(6).
001100  02 lp-item-code        pic x(6).
001200  02 lp-location         pic x(2).
001300  02 lp-lot-no           pic 9(6).
001400  02 lp-best-before      pic 9(8).
001500  02 lp-qty              pic s9(5).
001600  02 lp-line-no          pic 9(3).
