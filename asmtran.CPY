000100**-----------------------------------------------------------
000200* asmtran.cpy - kit assembly transaction, one per batch of
000300* kits built in a storeroom. rei56 consumes the components
000400* on the kit's bill of materials from that storeroom, adds
000500* the kits to on-hand and writes "K" movements for both.
000600**-----------------------------------------------------------
000700  01 asm-record.
000800  02 asm-kit-code        pic x(6).
000900  02 asm-qty             pic 9(5).
001000  02 asm-location        pic x(2).
001100  02 asm-date            pic 9(8).
