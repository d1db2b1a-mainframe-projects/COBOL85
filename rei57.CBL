000100  identification division.
000200  program-id. rei57.
000300  author. yuzujam.
000400  environment division.
000500  configuration section.
000600  source-computer. my-com.
000700  object-computer. my-com.
000800  input-output section.
000900  file-control.
001000      select biz-file assign to "BIZDATE"
001100          organization line sequential
001200          file status is biz-status.
001300      select bom-master assign to "BOMMAST"
001400          organization indexed
001500          access mode dynamic
001600          record key is bom-key
001700          file status is bom-fstat.
001800      select itm-master assign to "ITMMAST"
001900          organization indexed
002000          access mode dynamic
002100          record key is itm-code
002200          file status is itm-status.
002300      select print-file assign to "KITAVAIL"
002400          organization line sequential
002500          file status is prt-status.
002600  data division.
002700  file section.
002800  fd  biz-file.
002900      copy "bizdate.CPY".
003000  fd  bom-master.
003100      copy "bommast.CPY".
003200  fd  itm-master.
003300      copy "itmmast.CPY".
003400  fd  print-file.
003500  01 pr-line pic x(80).
003600  working-storage section.
003700  01 biz-status pic xx.
003800  01 bom-fstat pic xx.
003900  01 itm-status pic xx.
004000  01 prt-status pic xx.
004100  01 bom-eof pic x value "N".
004200  01 cost-known pic x value "Y".
004300  01 run-date pic 9(8).
004400  01 prev-kit pic x(6) value spaces.
004500  01 kit-cost pic 9(7)v99 value 0.
004600  01 kit-price pic 9(7)v99 value 0.
004700  01 kit-margin pic s9(7)v99 value 0.
004800  01 can-1 pic 9(5) value 0.
004900  01 can-2 pic 9(5) value 0.
005000  01 comp-can pic 9(5) value 0.
005100  01 loc2-w pic 9(5) value 0.
005200  01 limit-1 pic x(6) value spaces.
005300  01 limit-2 pic x(6) value spaces.
005400  01 kit-count pic 9(5) value 0.
005500  01 none-count pic 9(5) value 0.
005600  01 hd-title-line.
005700  02 filler pic x(22) value spaces.
005800  02 filler pic x(30) value "kit availability".
005900  01 hd-date-line.
006000  02 filler pic x(10) value "run date: ".
006100  02 hd-date pic x(8).
006200  01 hd-column-line.
006300  02 filler pic x(6) value "kit".
006400  02 filler pic x(2) value space.
006500  02 filler pic x(6) value "namae".
006600  02 filler pic x(2) value space.
006700  02 filler pic x(6) value "soko01".
006800  02 filler pic x(2) value space.
006900  02 filler pic x(6) value "limit".
007000  02 filler pic x(2) value space.
007100  02 filler pic x(6) value "soko02".
007200  02 filler pic x(2) value space.
007300  02 filler pic x(6) value "limit".
007400  02 filler pic x(2) value space.
007500  02 filler pic x(9) value "genka".
007600  02 filler pic x(2) value space.
007700  02 filler pic x(9) value "tanka".
007800  02 filler pic x(2) value space.
007900  02 filler pic x(10) value "arari".
008000  01 dl-line.
008100  02 dl-kit pic x(6).
008200  02 filler pic x(2) value space.
008300  02 dl-name pic x(6).
008400  02 filler pic x(2) value space.
008500  02 dl-can-1 pic z(5)9.
008600  02 filler pic x(2) value space.
008700  02 dl-limit-1 pic x(6).
008800  02 filler pic x(2) value space.
008900  02 dl-can-2 pic z(5)9.
009000  02 filler pic x(2) value space.
009100  02 dl-limit-2 pic x(6).
009200  02 filler pic x(2) value space.
009300  02 dl-cost pic z(5)9.99.
009400  02 filler pic x(2) value space.
009500  02 dl-price pic z(5)9.99.
009600  02 filler pic x(2) value space.
009700  02 dl-margin pic -(6)9.99.
009800  01 dl-note-line.
009900  02 filler pic x(16) value spaces.
010000  02 dl-note pic x(40).
010100  01 dl-count-line.
010200  02 filler pic x(6) value "kits: ".
010300  02 dl-kits pic zzzz9.
010400  02 filler pic x(24) value "  none buildable:       ".
010500  02 dl-none pic zzzz9.
010600  procedure division.
010700      open input bom-master.
010800      if bom-fstat not = "00"
010900          display "rei57: bommast open failed, status " bom-fstat
011000          go to open-abort
011100      end-if.
011200      open input itm-master.
011300      open output print-file.
011400      if prt-status not = "00"
011500          display "rei57: kitavail open failed, status "
011550              prt-status
011600          go to open-abort
011700      end-if.
011800      perform get-bizdate thru get-bizdate-exit.
011900      move run-date to hd-date.
012000      write pr-line from hd-title-line.
012100      write pr-line from hd-date-line.
012200      write pr-line from spaces.
012300      write pr-line from hd-column-line.
012400      perform scan-bom thru scan-bom-exit
012500          until bom-eof = "Y".
012600      if prev-kit not = spaces
012700          perform print-kit thru print-kit-exit
012800      end-if.
012900      move kit-count to dl-kits.
013000      move none-count to dl-none.
013100      write pr-line from spaces.
013200      write pr-line from dl-count-line.
013300      close bom-master.
013400      close itm-master.
013500      close print-file.
013600      goback.
013700  scan-bom.
013800      read bom-master next record
013900          at end
014000              move "Y" to bom-eof
014100              go to scan-bom-exit
014200      end-read.
014300      if bom-kit-code not = prev-kit
014400          if prev-kit not = spaces
014500              perform print-kit thru print-kit-exit
014600          end-if
014700          move bom-kit-code to prev-kit
014800          move 0 to kit-cost
014900          move "Y" to cost-known
015000          move 99999 to can-1
015100          move 99999 to can-2
015200          move spaces to limit-1
015300          move spaces to limit-2
015400      end-if.
015500      if bom-qty = 0
015600          go to scan-bom-exit
015700      end-if.
015800      move bom-comp-code to itm-code.
015900      read itm-master record
016000          invalid key
016100              move 0 to can-1
016200              move 0 to can-2
016300              move bom-comp-code to limit-1
016400              move bom-comp-code to limit-2
016500              move "N" to cost-known
016600              go to scan-bom-exit
016700      end-read.
016800      if itm-qty-on-hand is numeric
016900          divide bom-qty into itm-qty-on-hand giving comp-can
017000      else
017100          move 0 to comp-can
017200      end-if.
017300      if comp-can < can-1
017400          move comp-can to can-1
017500          move bom-comp-code to limit-1
017600      end-if.
017700      if itm-qty-loc2 is numeric
017800          move itm-qty-loc2 to loc2-w
017900      else
018000          move 0 to loc2-w
018100      end-if.
018200      divide bom-qty into loc2-w giving comp-can.
018300      if comp-can < can-2
018400          move comp-can to can-2
018500          move bom-comp-code to limit-2
018600      end-if.
018700      if itm-unit-cost is numeric and itm-unit-cost > 0
018800          compute kit-cost = kit-cost + itm-unit-cost * bom-qty
018900      else
019000          move "N" to cost-known
019100      end-if.
019200  scan-bom-exit.
019300      exit.
019400  print-kit.
019500      add 1 to kit-count.
019600      if can-1 = 99999
019700          move 0 to can-1
019800      end-if.
019900      if can-2 = 99999
020000          move 0 to can-2
020100      end-if.
020200      if can-1 = 0 and can-2 = 0
020300          add 1 to none-count
020400      end-if.
020500      move prev-kit to dl-kit.
020600      move can-1 to dl-can-1.
020700      move limit-1 to dl-limit-1.
020800      move can-2 to dl-can-2.
020900      move limit-2 to dl-limit-2.
021000      if kit-cost > 99999.99
021100          move 99999.99 to kit-cost
021200      end-if.
021300      move kit-cost to dl-cost.
021400      move 0 to kit-price.
021500      move prev-kit to itm-code.
021600      read itm-master record
021700          invalid key
021800              move spaces to dl-name
021900              move "kit item not on item master" to dl-note
022000      end-read.
022100      if itm-status = "00"
022200          move itm-name to dl-name
022300          move spaces to dl-note
022400          if itm-price is numeric and itm-fx-rate is numeric
022500              and itm-uom-factor is numeric
022600              and itm-uom-factor > 0
022700              compute kit-price rounded =
022800                  itm-price * itm-fx-rate / itm-uom-factor
022900          end-if
023000      end-if.
023100      if kit-price > 99999.99
023200          move 99999.99 to kit-price
023300      end-if.
023400      move kit-price to dl-price.
023500      compute kit-margin = kit-price - kit-cost.
023600      move kit-margin to dl-margin.
023700      write pr-line from dl-line.
023800      if cost-known = "N" and dl-note = spaces
023900          move "component missing or without cost" to dl-note
024000      end-if.
024100      if dl-note not = spaces
024200          write pr-line from dl-note-line
024300      end-if.
024400  print-kit-exit.
024500      exit.
024600  open-abort.
024700      move 1 to return-code.
024800      close bom-master.
024900      close itm-master.
025000      close print-file.
025100      goback.
025200  get-bizdate.
025300      open input biz-file.
025400      read biz-file
025500          at end
025600              continue
025700      end-read.
025800      if biz-status = "00" and biz-date is numeric
025900          move biz-date to run-date
026000      else
026100          accept run-date from date yyyymmdd
026200      end-if.
026300      close biz-file.
026400  get-bizdate-exit.
026500      exit.
