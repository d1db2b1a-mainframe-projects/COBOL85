000100**-----------------------------------------------------------
000200* rorprop.cpy - reorder proposal, keyed by item, written by
000300* the rei67 monthly forecast when the proposed reorder point
000400* or quantity differs from ITMMAST. Nothing changes on the
000500* item until rei68 applies an approval from RORAPV, which
000600* turns the proposal into an ITMTRAN change for rei10.
000700**-----------------------------------------------------------
000800  01 rop-record.
000900  02 rop-item-code       pic x(6).
001000  02 rop-date            pic 9(8).
001100  02 rop-fc-qty          pic 9(7).
001200  02 rop-lead-days       pic 9(3).
001300  02 rop-cur-point       pic 9(5).
001400  02 rop-cur-qty         pic 9(5).
001500  02 rop-new-point       pic 9(5).
001600  02 rop-new-qty         pic 9(5).
001700  02 rop-status          pic x(1).
001800  88 rop-pending         value "P".
001900  88 rop-approved        value "A".
002000  88 rop-rejected        value "R".
002100  02 rop-status-date     pic 9(8).
