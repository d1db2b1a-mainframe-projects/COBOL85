000100**-----------------------------------------------------------
000200* abcctl.cpy - run-control parameters for the rei69 ABC
000300* classification. Items making up the first ctl-a-pct of
000400* annual sales value are class A, up to ctl-b-pct class B,
000500* the rest class C. ctl-a-days, ctl-b-days and ctl-c-days
000600* are the cycle-count intervals. Defaults to 80 and 95
000700* percent and 30, 91 and 182 days (monthly, quarterly,
000800* twice a year) when no control record is present.
000900**-----------------------------------------------------------
001000  01 abc-ctl-record.
001100  02 ctl-a-pct            pic 9(3).
001200  02 ctl-b-pct            pic 9(3).
001300  02 ctl-a-days           pic 9(3).
001400  02 ctl-b-days           pic 9(3).
001500  02 ctl-c-days           pic 9(3).
