000200* itmtran.cpy - item master maintenance transaction record,
000300* one add/change/delete request per record, applied to
000400* ITMMAST by rei10.
000425* A change with itr-scope "R" sets only the reorder point
000450* and reorder quantity and leaves the rest of the item as it
000475* is; rei68 writes these from approved rei67 proposals.
000480* itr-operator is the operator making the change. A change
000485* held for a second approval comes back from rei74 with the
000490* PENDAPV key in itr-apv-key and the approver in
000495* itr-approver.
000500**-----------------------------------------------------------
000600  01 itr-record.
000700  02 itr-action          pic x(1).
002300  02 itr-supplier        pic x(6).
002400  02 itr-unit-cost       pic 9(5)v99.
002500  02 itr-qty-loc2        pic 9(5).
002600  02 itr-scope           pic x(1).
002700  88 itr-reorder-only    value "R".
002800  02 itr-operator        pic x(8).
002900  02 itr-approver        pic x(8).
003000  02 itr-apv-key         pic x(23).
