000100**-----------------------------------------------------------
000200* quomast.cpy - sales quotation line, keyed by quote number
000300* and line. Written and priced by rei61 the way rei6 prices
000400* an order (item price, CUSPRICE contract price or discount,
000500* item tax rate). rei62 turns an open quote still within
000600* quo-valid-date into ORDRAW lines at quo-tanka; rei63 lists
000700* open quotes past validity and marks them lapsed.
000800**-----------------------------------------------------------
000900  01 quo-record.
001000  02 quo-key.
001100  03 quo-no              pic 9(6).
001200  03 quo-line-no         pic 9(3).
001300  02 quo-cust-id         pic x(6).
001400  02 quo-ship-to         pic x(2).
001500  02 quo-item-code       pic x(6).
001600  02 quo-hinmei          pic x(6).
001700  02 quo-qty             pic 9(3).
001800  02 quo-tanka           pic 9(5).
001900  02 quo-contract        pic x(1).
002000  02 quo-tax-rate        pic 9(2)v99.
002100  02 quo-kingaku         pic 9(9).
002200  02 quo-tax-amt         pic 9(9).
002300  02 quo-kingaku-incl    pic 9(9).
002400  02 quo-date            pic 9(8).
002500  02 quo-valid-date      pic 9(8).
002600  02 quo-status          pic x(1).
002700  88 quo-open            value "O".
002800  88 quo-accepted        value "A".
002900  88 quo-declined        value "D".
003000  88 quo-lapsed          value "L".
003100  02 quo-status-date     pic 9(8).
