000100**-----------------------------------------------------------
000200* stdord.cpy - standing order line, one per customer, ship-to,
000300* item and delivery day, maintained from STDTRAN by rei59.
000400* rei60 writes the line into ORDRAW on each day it falls
000500* due between so-start-date and so-end-date (zero end date
000600* is open-ended): weekly "W" on so-weekday (1 Monday to 7
000700* Sunday), or "M" on the BIZCAL month-end date. A due day
000800* that is a BIZCAL holiday is rolled forward to the next
000900* business day ("F") or skipped ("S") per so-holiday-rule.
001000* so-last-gen stops a rerun generating the same day twice.
001100**-----------------------------------------------------------
001200  01 so-record.
001300  02 so-key.
001400  03 so-cust-id          pic x(6).
001500  03 so-ship-to          pic x(2).
001600  03 so-item-code        pic x(6).
001700  03 so-freq             pic x(1).
001800  88 so-weekly           value "W".
001900  88 so-monthend         value "M".
002000  03 so-weekday          pic 9(1).
002100  02 so-qty              pic 9(3).
002200  02 so-start-date       pic 9(8).
002300  02 so-end-date         pic 9(8).
002400  02 so-holiday-rule     pic x(1).
002500  88 so-roll-forward     value "F".
002600  88 so-skip-holiday     value "S".
002700  02 so-last-gen         pic 9(8).
