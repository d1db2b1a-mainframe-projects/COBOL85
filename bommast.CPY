000100**-----------------------------------------------------------
000200* bommast.cpy - bill of materials line, one per component of
000300* a kit (gift basket) item, keyed by kit and component item
000400* code so a keyed browse from the kit returns all its lines.
000500* Maintained from BOMTRAN by rei55; read by rei56 to assemble
000600* kits and by rei57 for kit availability. bom-qty is the
000700* component quantity used per kit.
000800**-----------------------------------------------------------
000900  01 bom-record.
001000  02 bom-key.
001100  03 bom-kit-code        pic x(6).
001200  03 bom-comp-code       pic x(6).
001300  02 bom-qty             pic 9(3).
