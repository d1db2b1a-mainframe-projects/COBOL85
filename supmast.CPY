000200* supmast.cpy - supplier master record, maintained from
000300* SUPTRAN by rei33, linked from the item record through
000400* itm-supplier and printed on rei34 purchase orders.
000433* sup-lead-days is the usual days from order to receipt,
000466* used by rei67 to size reorder points.
000500**-----------------------------------------------------------
000600  01 sup-record.
000700  02 sup-id              pic x(6).
001000  02 sup-status          pic x(1).
001100  88 sup-active          value "A".
001200  88 sup-inactive        value "I".
001300  02 sup-lead-days       pic 9(3).
