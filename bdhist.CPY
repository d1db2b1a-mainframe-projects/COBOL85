000100**-----------------------------------------------------------
000200* bdhist.cpy - bad debt history, one record per write-off
000300* ("W") or recovery ("R") posted by rei76, keyed by customer,
000400* original open-item date, posting date and action. The
000500* amount still recoverable for a customer and date is its
000600* write-offs less its recoveries. rei48 reconciles the
000700* postings against the GLINTF bad debt journal and rei66
000800* holds back commission on an invoice that is written off.
000900**-----------------------------------------------------------
001000  01 bdh-record.
001100  02 bdh-key.
001200  03 bdh-cust-id         pic x(6).
001300  03 bdh-item-date       pic 9(8).
001400  03 bdh-post-date       pic 9(8).
001500  03 bdh-action          pic x(1).
001600  88 bdh-write-off       value "W".
001700  88 bdh-recovery        value "R".
001800  02 bdh-amount          pic 9(9).
001900  02 bdh-reason          pic x(2).
002000  02 bdh-maker           pic x(8).
002100  02 bdh-approver        pic x(8).
002200  02 bdh-gl-batch        pic 9(6).
