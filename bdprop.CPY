000100**-----------------------------------------------------------
000200* bdprop.cpy - bad debt write-off or recovery awaiting a
000300* second operator, keyed by customer, open-item date and
000400* action (W write-off, R recovery). Written by rei75, which
000500* prints the pending ones on the BDRGST approval register.
000600* rei76 records the decision and posts approved ones:
000700* P pending, X posted, D declined, C cancelled because the
000800* open item no longer matches the proposed amount.
000900**-----------------------------------------------------------
001000  01 bdp-record.
001100  02 bdp-key.
001200  03 bdp-cust-id         pic x(6).
001300  03 bdp-item-date       pic 9(8).
001400  03 bdp-action          pic x(1).
001500  88 bdp-write-off       value "W".
001600  88 bdp-recovery        value "R".
001700  02 bdp-amount          pic 9(9).
001800  02 bdp-reason          pic x(2).
001900  02 bdp-maker           pic x(8).
002000  02 bdp-prop-date       pic 9(8).
002100  02 bdp-status          pic x(1).
002200  88 bdp-pending         value "P".
002300  88 bdp-posted          value "X".
002400  88 bdp-declined        value "D".
002500  88 bdp-cancelled       value "C".
002600  02 bdp-approver        pic x(8).
002700  02 bdp-status-date     pic 9(8).
