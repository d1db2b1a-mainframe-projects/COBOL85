000100**-----------------------------------------------------------
000200* cycmast.cpy - cycle-count schedule, one per item and
000300* storeroom, keyed item+location. rei69 sets the ABC class
000400* and count interval, rei70 prints the day's count sheets
000500* and stamps cyc-sheet-date, rei16 sets cyc-last-count and
000600* the next due date when the count comes back, and rei71
000700* reports items overdue for a count.
000800**-----------------------------------------------------------
000900  01 cyc-record.
001000  02 cyc-key.
001100  03 cyc-item-code       pic x(6).
001200  03 cyc-location        pic x(2).
001300  02 cyc-class           pic x(1).
001400  88 cyc-class-a         value "A".
001500  88 cyc-class-b         value "B".
001600  88 cyc-class-c         value "C".
001700  02 cyc-annual-value    pic 9(11).
001800  02 cyc-cycle-days      pic 9(3).
001900  02 cyc-last-count      pic 9(8).
002000  02 cyc-next-due        pic 9(8).
002100  02 cyc-sheet-date      pic 9(8).
