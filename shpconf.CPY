000100**-----------------------------------------------------------
000200* shpconf.cpy - ship confirmation from the warehouse, one per
000300* picking list line, keyed by order number and the order
000400* line number printed on the rei31 picking list. shc-ship-qty
000500* is what actually went out; rei58 backorders and credits
000600* the difference from the priced quantity.
000700**-----------------------------------------------------------
000800  01 shc-record.
000900  02 shc-ord-no          pic 9(6).
001000  02 shc-line-no         pic 9(3).
001100  02 shc-ship-qty        pic 9(3).
