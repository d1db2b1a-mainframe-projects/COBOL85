000100  identification division.
000200  program-id. rei53.
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
001300      select spl-trans assign to "SPLTRAN"
001400          organization line sequential
001500          file status is spl-status.
001600      select itm-master assign to "ITMMAST"
001700          organization indexed
001800          access mode dynamic
001900          record key is itm-code
002000          file status is itm-status.
002100      select stk-move assign to "STKMOVE"
002200          organization line sequential
002300          file status is mov-fstat.
002400      select lot-master assign to "LOTMAST"
002500          organization indexed
002600          access mode dynamic
002700          record key is lot-key
002800          file status is lot-fstat.
002900      select wof-hist assign to "WOFHIST"
003000          organization line sequential
003100          file status is wh-fstat.
003200      select print-file assign to "WOFRGST"
003300          organization line sequential
003400          file status is prt-status.
003416      select prd-file assign to "PERIODS"
003432          organization indexed
003448          access mode dynamic
003464          record key is prd-month
003480          file status is prd-fstat.
003500  data division.
003600  file section.
003700  fd  biz-file.
003800      copy "bizdate.CPY".
003900  fd  spl-trans.
004000      copy "spltran.CPY".
004100  fd  itm-master.
004200      copy "itmmast.CPY".
004300  fd  stk-move.
004400      copy "stkmove.CPY".
004500  fd  lot-master.
004600      copy "lotmast.CPY".
004700  fd  wof-hist.
004800      copy "wofhist.CPY".
004900  fd  print-file.
005000  01 pr-line pic x(80).
005033  fd  prd-file.
005066      copy "periods.CPY".
005100  working-storage section.
005200  01 biz-status pic xx.
005300  01 spl-status pic xx.
005400  01 itm-status pic xx.
005500  01 mov-fstat pic xx.
005600  01 lot-fstat pic xx.
005700  01 wh-fstat pic xx.
005800  01 prt-status pic xx.
005816  01 prd-fstat pic xx.
005832  01 prd-avail pic x value "N".
005848  01 chk-month pic 9(6) value 0.
005864  01 last-month pic 9(6) value 0.
005880  01 month-closed pic x value "N".
005900  01 spl-eof pic x value "N".
006000  01 lot-eof-w pic x value "N".
006100  01 run-date pic 9(8).
006200  01 from-on-hand pic 9(5) value 0.
006300  01 draw-left pic 9(5) value 0.
006400  01 draw-qty pic 9(5) value 0.
006500  01 value-w pic 9(9) value 0.
006600  01 posted-count pic 9(5) value 0.
006700  01 reject-count pic 9(5) value 0.
006800  01 posted-value pic 9(11) value 0.
006900  01 hd-title-line.
007000  02 filler pic x(22) value spaces.
007100  02 filler pic x(30) value "stock write-off register".
007200  01 hd-date-line.
007300  02 filler pic x(10) value "run date: ".
007400  02 hd-date pic x(8).
007500  01 hd-column-line.
007600  02 filler pic x(6) value "hinmei".
007700  02 filler pic x(2) value space.
007800  02 filler pic x(6) value "suryou".
007900  02 filler pic x(2) value space.
008000  02 filler pic x(4) value "soko".
008100  02 filler pic x(2) value space.
008200  02 filler pic x(8) value "riyu".
008300  02 filler pic x(2) value space.
008400  02 filler pic x(3) value "tan".
008500  02 filler pic x(2) value space.
008600  02 filler pic x(8) value "hizuke".
008700  02 filler pic x(2) value space.
008800  02 filler pic x(9) value "kingaku".
008900  02 filler pic x(2) value space.
009000  02 filler pic x(9) value "zaiko-ato".
009100  01 dl-line.
009200  02 dl-hinmei pic x(6).
009300  02 filler pic x(2) value space.
009400  02 dl-suryou pic z(5)9.
009500  02 filler pic x(2) value space.
009600  02 dl-soko pic x(2).
009700  02 filler pic x(4) value space.
009800  02 dl-riyu pic x(8).
009900  02 filler pic x(2) value space.
010000  02 dl-initials pic x(3).
010100  02 filler pic x(2) value space.
010200  02 dl-date pic 9(8).
010300  02 filler pic x(2) value space.
010400  02 dl-kingaku pic z(8)9.
010500  02 filler pic x(2) value space.
010600  02 dl-zaiko pic z(5)9.
010700  01 dl-rej-line.
010800  02 filler pic x(10) value "rejected: ".
010900  02 dl-rej-code pic x(6).
011000  02 filler pic x(2) value space.
011100  02 dl-rej-qty pic z(5)9.
011200  02 filler pic x(2) value space.
011300  02 dl-rej-reason pic x(20).
011400  01 dl-count-line.
011500  02 filler pic x(8) value "posted: ".
011600  02 dl-posted pic zzzz9.
011700  02 filler pic x(12) value "  rejected: ".
011800  02 dl-rejected pic zzzz9.
011900  02 filler pic x(12) value "  at cost:  ".
012000  02 dl-posted-value pic z(10)9.
012100  procedure division.
012200      open input spl-trans.
012300      if spl-status not = "00"
012400          display "rei53: spltran open failed, status " spl-status
012500          go to open-abort
012600      end-if.
012700      open i-o itm-master.
012800      open extend stk-move.
012900      if mov-fstat not = "00"
013000          display "rei53: stkmove open failed, status " mov-fstat
013100          go to open-abort
013200      end-if.
013300      open i-o lot-master.
013400      if lot-fstat = "35"
013500          open output lot-master
013600          close lot-master
013700          open i-o lot-master
013800      end-if.
013900      if lot-fstat not = "00"
014000          display "rei53: lotmast open failed, status " lot-fstat
014100          go to open-abort
014200      end-if.
014300      open extend wof-hist.
014400      if wh-fstat not = "00"
014500          open output wof-hist
014600      end-if.
014700      if wh-fstat not = "00"
014800          display "rei53: wofhist open failed, status " wh-fstat
014900          go to open-abort
015000      end-if.
015100      open output print-file.
015200      if prt-status not = "00"
015300          display "rei53: wofrgst open failed, status " prt-status
015400          go to open-abort
015500      end-if.
015600      perform get-bizdate thru get-bizdate-exit.
015620      open input prd-file.
015640      if prd-fstat = "00"
015660          move "Y" to prd-avail
015680      end-if.
015700      move run-date to hd-date.
015800      write pr-line from hd-title-line.
015900      write pr-line from hd-date-line.
016000      write pr-line from spaces.
016100      write pr-line from hd-column-line.
016200      perform post-writeoff thru post-writeoff-exit
016300          until spl-eof = "Y".
016400      move posted-count to dl-posted.
016500      move reject-count to dl-rejected.
016600      move posted-value to dl-posted-value.
016700      write pr-line from spaces.
016800      write pr-line from dl-count-line.
016900      close spl-trans.
017000      close itm-master.
017100      close stk-move.
017200      close lot-master.
017300      close wof-hist.
017400      close print-file.
017425      if prd-avail = "Y"
017450          close prd-file
017475      end-if.
017500      goback.
017600  post-writeoff.
017700      read spl-trans
017800          at end
017900              move "Y" to spl-eof
018000              go to post-writeoff-exit
018100      end-read.
018200      if spl-qty is not numeric or spl-qty = 0
018300          move "bad quantity" to dl-rej-reason
018400          perform write-reject thru write-reject-exit
018500          go to post-writeoff-exit
018600      end-if.
018700      if spl-location not = "01" and spl-location not = "02"
018800          move "bad location" to dl-rej-reason
018900          perform write-reject thru write-reject-exit
019000          go to post-writeoff-exit
019100      end-if.
019200      if not spl-reason-ok
019300          move "bad reason code" to dl-rej-reason
019400          perform write-reject thru write-reject-exit
019500          go to post-writeoff-exit
019600      end-if.
019700      if spl-initials = spaces
019800          move "no initials" to dl-rej-reason
019900          perform write-reject thru write-reject-exit
020000          go to post-writeoff-exit
020100      end-if.
020200      if spl-date is not numeric or spl-date = 0
020300          move run-date to spl-date
020312      end-if.
020324      move spl-date(1:6) to chk-month.
020336      perform check-period thru check-period-exit.
020348      if month-closed = "Y"
020360          move "period closed" to dl-rej-reason
020372          perform write-reject thru write-reject-exit
020384          go to post-writeoff-exit
020400      end-if.
020500      move spl-item-code to itm-code.
020600      read itm-master record
020700          invalid key
020800              continue
020900      end-read.
021000      if itm-status not = "00"
021100          move "unknown item code" to dl-rej-reason
021200          perform write-reject thru write-reject-exit
021300          go to post-writeoff-exit
021400      end-if.
021500      if itm-qty-loc2 is not numeric
021600          move 0 to itm-qty-loc2
021700      end-if.
021800      if spl-location = "02"
021900          move itm-qty-loc2 to from-on-hand
022000      else
022100          move itm-qty-on-hand to from-on-hand
022200      end-if.
022300      if spl-qty > from-on-hand
022400          move "insufficient stock" to dl-rej-reason
022500          perform write-reject thru write-reject-exit
022600          go to post-writeoff-exit
022700      end-if.
022800      if spl-location = "02"
022900          subtract spl-qty from itm-qty-loc2
023000      else
023100          subtract spl-qty from itm-qty-on-hand
023200      end-if.
023300      rewrite itm-record.
023400      move spl-item-code to mov-item-code.
023500      move spl-date to mov-date.
023550      move run-date to mov-post-date.
023600      move "W" to mov-type.
023700      compute mov-qty = 0 - spl-qty.
023800      if spl-location = "02"
023900          move itm-qty-loc2 to mov-balance
024000      else
024100          move itm-qty-on-hand to mov-balance
024200      end-if.
024300      move spl-location to mov-location.
024400      move "rei53   " to mov-source.
024500      write mov-record.
024600      perform draw-lots thru draw-lots-exit.
024700      move 0 to value-w.
024800      if itm-unit-cost is numeric
024900          compute value-w rounded = spl-qty * itm-unit-cost
025000          move itm-unit-cost to wh-unit-cost
025100      else
025200          move 0 to wh-unit-cost
025300      end-if.
025400      move spl-item-code to wh-item-code.
025500      move spl-qty to wh-qty.
025600      move spl-location to wh-location.
025700      move spl-reason to wh-reason.
025800      move spl-initials to wh-initials.
025900      move spl-date to wh-date.
026000      move value-w to wh-value.
026100      move run-date to wh-post-date.
026200      write wh-record.
026300      add 1 to posted-count.
026400      add value-w to posted-value.
026500      move spl-item-code to dl-hinmei.
026600      move spl-qty to dl-suryou.
026700      move spl-location to dl-soko.
026800      if spl-spoiled
026900          move "spoiled" to dl-riyu
027000      else
027100      if spl-damaged
027200          move "damaged" to dl-riyu
027300      else
027400      if spl-sample
027500          move "sample" to dl-riyu
027600      else
027700          move "theft" to dl-riyu
027800      end-if end-if end-if.
027900      move spl-initials to dl-initials.
028000      move spl-date to dl-date.
028100      move value-w to dl-kingaku.
028200      move mov-balance to dl-zaiko.
028300      write pr-line from dl-line.
028400  post-writeoff-exit.
028500      exit.
028600  draw-lots.
028700      move spl-qty to draw-left.
028800      move "N" to lot-eof-w.
028900      move spl-item-code to lot-item-code.
029000      move spl-location to lot-location.
029100      move 0 to lot-best-before.
029200      move 0 to lot-no.
029300      start lot-master key is not less than lot-key
029400          invalid key
029500              go to draw-lots-exit
029600      end-start.
029700      perform draw-lot-rec thru draw-lot-rec-exit
029800          until draw-left = 0 or lot-eof-w = "Y".
029900  draw-lots-exit.
030000      exit.
030100  draw-lot-rec.
030200      read lot-master next record
030300          at end
030400              move "Y" to lot-eof-w
030500              go to draw-lot-rec-exit
030600      end-read.
030700      if lot-item-code not = spl-item-code
030800          or lot-location not = spl-location
030900          move "Y" to lot-eof-w
031000          go to draw-lot-rec-exit
031100      end-if.
031200      if lot-qty = 0
031300          go to draw-lot-rec-exit
031400      end-if.
031500      if lot-qty < draw-left
031600          move lot-qty to draw-qty
031700      else
031800          move draw-left to draw-qty
031900      end-if.
032000      subtract draw-qty from lot-qty.
032100      subtract draw-qty from draw-left.
032200      rewrite lot-record.
032300  draw-lot-rec-exit.
032400      exit.
032500  write-reject.
032600      move spl-item-code to dl-rej-code.
032700      if spl-qty is numeric
032800          move spl-qty to dl-rej-qty
032900      else
033000          move 0 to dl-rej-qty
033100      end-if.
033200      write pr-line from dl-rej-line.
033300      add 1 to reject-count.
033400  write-reject-exit.
033500      exit.
033505  check-period.
033510      if chk-month = last-month
033515          go to check-period-exit
033520      end-if.
033525      move chk-month to last-month.
033530      move "N" to month-closed.
033535      if prd-avail not = "Y"
033540          go to check-period-exit
033545      end-if.
033550      move chk-month to prd-month.
033555      read prd-file record
033560          invalid key
033565              continue
033570      end-read.
033575      if prd-fstat = "00" and prd-closed
033580          move "Y" to month-closed
033585      end-if.
033590  check-period-exit.
033595      exit.
033600  open-abort.
033700      move 1 to return-code.
033800      close spl-trans.
033900      close itm-master.
034000      close stk-move.
034100      close lot-master.
034200      close wof-hist.
034300      close print-file.
034325      if prd-avail = "Y"
034350          close prd-file
034375      end-if.
034400      goback.
034500  get-bizdate.
034600      open input biz-file.
034700      read biz-file
034800          at end
034900              continue
035000      end-read.
035100      if biz-status = "00" and biz-date is numeric
035200          move biz-date to run-date
035300      else
035400          accept run-date from date yyyymmdd
035500      end-if.
035600      close biz-file.
035700  get-bizdate-exit.
035800      exit.
