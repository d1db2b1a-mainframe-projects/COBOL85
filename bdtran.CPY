000100**-----------------------------------------------------------
000200* bdtran.cpy - bad debt write-off request, read by rei75.
000300* "W" proposes writing off the whole open balance of one
000400* customer's AROPEN items for one open-item date; "R"
000500* proposes reinstating bdt-amount recovered against an
000600* earlier write-off of that customer and date. Reason codes:
000700* BK bankrupt or closed, UC uncollectable, DS dispute
000800* settled, SB small balance, OT other (RC on a recovery).
000900**-----------------------------------------------------------
001000  01 bdt-record.
001100  02 bdt-action          pic x(1).
001200  88 bdt-write-off       value "W".
001300  88 bdt-recovery        value "R".
001400  02 bdt-cust-id         pic x(6).
001500  02 bdt-date            pic 9(8).
001600  02 bdt-reason          pic x(2).
001700  88 bdt-reason-ok       value "BK" "UC" "DS" "SB" "OT" "RC".
001800  02 bdt-amount          pic 9(9).
001900  02 bdt-operator        pic x(8).
