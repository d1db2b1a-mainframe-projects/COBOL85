000100**-----------------------------------------------------------
000200* pendprc.cpy - pending price change record, applied to
000300* ITMMAST by rei17 once the effective date arrives.
000320* pnd-operator is the operator who entered it. A change held
000340* for a second approval comes back from rei74 with the
000360* PENDAPV key in pnd-apv-key and the approver in
000380* pnd-approver.
000400**-----------------------------------------------------------
000500  01 pnd-record.
000600  02 pnd-item-code       pic x(6).
000700  02 pnd-price           pic 9(5).
000800  02 pnd-tax-rate        pic 9(2)v99.
000900  02 pnd-eff-date        pic 9(8).
001000  02 pnd-operator        pic x(8).
001100  02 pnd-approver        pic x(8).
001200  02 pnd-apv-key         pic x(23).
