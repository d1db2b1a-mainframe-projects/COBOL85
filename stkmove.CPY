000100**-----------------------------------------------------------
000200* stkmove.cpy - stock movement ledger record, one per change
000300* to itm-qty-on-hand, appended by every program that posts
000400* stock and reported on by rei15. rei47 values each day's
000450* movements at itm-unit-cost for the inventory GL journal.
000475* "W" is a spoilage/damage write-off posted by rei53; "K" is
000483* a kit assembly by rei56 (components out, kits in), which
000491* moves value within inventory and is not journaled.
000494* "U" puts back the short-shipped quantity of a sale line
000497* on ship confirmation by rei58 and is costed like a return.
000498* mov-post-date is the business date the movement was
000499* written; rei47 selects on it, not on mov-date.
000500**-----------------------------------------------------------
000600  01 mov-record.
000700  02 mov-item-code       pic x(6).
001100  88 mov-return          value "R".
001200  88 mov-receipt         value "G".
001300  88 mov-adjust          value "A".
001325  88 mov-writeoff        value "W".
001350  88 mov-assembly        value "K".
001374  88 mov-unshipped       value "U".
001399  88 mov-transfer        value "T".
001400  02 mov-qty             pic s9(5).
001500  02 mov-balance         pic 9(5).
001600  02 mov-source          pic x(8).
001700  02 mov-location        pic x(2).
001800  02 mov-post-date       pic 9(8).
