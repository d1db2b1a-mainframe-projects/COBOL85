000100**-----------------------------------------------------------
000200* rorapv.cpy - sign-off on a rei67 reorder proposal, applied
000300* by rei68. "A" approves, "R" rejects. On an approval a
000400* non-zero rap-point or rap-qty replaces the proposed value.
000450* rap-operator signs the answer and the ITMTRAN change rei68
000460* writes; it must be an active OPRAUTH operator with item
000470* maintenance authority or the line is rejected.
000500**-----------------------------------------------------------
000600  01 rap-record.
000700  02 rap-item-code       pic x(6).
000800  02 rap-action          pic x(1).
000900  88 rap-approve         value "A".
001000  88 rap-reject          value "R".
001100  02 rap-point           pic 9(5).
001200  02 rap-qty             pic 9(5).
001300  02 rap-operator        pic x(8).
