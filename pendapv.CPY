000100**-----------------------------------------------------------
000200* pendapv.cpy - master change held for a second approval,
000300* keyed by source (I = ITMTRAN, C = CUSTRAN, P = PENDPRC),
000400* item or customer code and the date and time it was held.
000500* apv-image is the transaction as the maker entered it, up
000550* to and including the maker's operator id.
000600* rei74 records the approver's decision; an approved change
000700* goes back to its transaction file carrying this key and
000800* the approver, and the maintenance program marks it used
000900* ("U") when it applies it.
001000**-----------------------------------------------------------
001100  01 apv-record.
001200  02 apv-key.
001300  03 apv-source          pic x(1).
001400  88 apv-from-item       value "I".
001500  88 apv-from-cust       value "C".
001600  88 apv-from-price      value "P".
001700  03 apv-code            pic x(6).
001800  03 apv-date            pic 9(8).
001900  03 apv-time            pic 9(8).
002000  02 apv-maker           pic x(8).
002100  02 apv-old-value       pic 9(9).
002200  02 apv-new-value       pic 9(9).
002300  02 apv-status          pic x(1).
002400  88 apv-pending         value "P".
002500  88 apv-approved        value "A".
002600  88 apv-declined        value "R".
002700  88 apv-used            value "U".
002800  02 apv-approver        pic x(8).
002900  02 apv-status-date     pic 9(8).
003000  02 apv-image           pic x(100).
