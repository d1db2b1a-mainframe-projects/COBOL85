000100**-----------------------------------------------------------
000200* lotmast.cpy - stock lot record, keyed by item, storeroom,
000300* best-before date and lot number so a keyed browse from
000400* item+location returns lots oldest expiry first. Created
000500* by rei12 for every receipt (lot numbers from LOTSEQ),
000600* drawn down by rei6 sales and moved between storerooms by
000700* rei36 transfers; rei58 puts short-shipped stock back
000750* into the lots it was drawn from. lot-qty is what remains
000760* of the lot; exhausted lots stay on file with lot-qty
000800* zero.
000900**-----------------------------------------------------------
001000  01 lot-record.
001100  02 lot-key.
001200  03 lot-item-code       pic x(6).
001300  03 lot-location        pic x(2).
001400  03 lot-best-before     pic 9(8).
001500  03 lot-no              pic 9(6).
001600  02 lot-rcpt-date       pic 9(8).
001700  02 lot-qty             pic 9(7).
001800  02 lot-orig-qty        pic 9(7).
