000100  identification division.
000200  program-id. rei56.
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
001300      select asm-trans assign to "ASMTRAN"
001400          organization line sequential
001500          file status is asm-fstat.
001600      select bom-master assign to "BOMMAST"
001700          organization indexed
001800          access mode dynamic
001900          record key is bom-key
002000          file status is bom-fstat.
002100      select itm-master assign to "ITMMAST"
002200          organization indexed
002300          access mode dynamic
002400          record key is itm-code
002500          file status is itm-status.
002600      select stk-move assign to "STKMOVE"
002700          organization line sequential
002800          file status is mov-fstat.
002900      select lot-master assign to "LOTMAST"
003000          organization indexed
003100          access mode dynamic
003200          record key is lot-key
003300          file status is lot-fstat.
003400      select lot-seq assign to "LOTSEQ"
003500          organization line sequential
003600          file status is lsq-fstat.
003700      select lot-ctl assign to "LOTCTL"
003800          organization line sequential
003900          file status is lct-fstat.
004000      select print-file assign to "ASMRGST"
004100          organization line sequential
004200          file status is prt-status.
004216      select prd-file assign to "PERIODS"
004232          organization indexed
004248          access mode dynamic
004264          record key is prd-month
004280          file status is prd-fstat.
004300  data division.
004400  file section.
004500  fd  biz-file.
004600      copy "bizdate.CPY".
004700  fd  asm-trans.
004800      copy "asmtran.CPY".
004900  fd  bom-master.
005000      copy "bommast.CPY".
005100  fd  itm-master.
005200      copy "itmmast.CPY".
005300  fd  stk-move.
005400      copy "stkmove.CPY".
005500  fd  lot-master.
005600      copy "lotmast.CPY".
005700  fd  lot-seq.
005800      copy "lotseq.CPY".
005900  fd  lot-ctl.
006000      copy "lotctl.CPY".
006100  fd  print-file.
006200  01 pr-line pic x(80).
006233  fd  prd-file.
006266      copy "periods.CPY".
006300  working-storage section.
006400  01 biz-status pic xx.
006500  01 asm-fstat pic xx.
006600  01 bom-fstat pic xx.
006700  01 itm-status pic xx.
006800  01 mov-fstat pic xx.
006900  01 lot-fstat pic xx.
007000  01 lsq-fstat pic xx.
007100  01 lct-fstat pic xx.
007200  01 prt-status pic xx.
007216  01 prd-fstat pic xx.
007232  01 prd-avail pic x value "N".
007248  01 chk-month pic 9(6) value 0.
007264  01 last-month pic 9(6) value 0.
007280  01 month-closed pic x value "N".
007300  01 asm-eof pic x value "N".
007400  01 bom-eof-w pic x value "N".
007500  01 lot-eof-w pic x value "N".
007600  01 tran-valid pic x value "Y".
007700  01 cost-known pic x value "Y".
007800  01 run-date pic 9(8).
007900  01 lot-no-w pic 9(6) value 0.
008000  01 shelf-days pic 9(3) value 7.
008100  01 from-on-hand pic 9(5) value 0.
008200  01 draw-left pic 9(8) value 0.
008300  01 draw-qty pic 9(8) value 0.
008400  01 earliest-bb pic 9(8) value 0.
008500  01 kit-cost pic 9(7)v99 value 0.
008600  01 posted-count pic 9(5) value 0.
008700  01 reject-count pic 9(5) value 0.
008800  01 kits-built pic 9(7) value 0.
008900  01 cp-count pic 9(3) value 0.
009000  01 cp-idx pic 9(3) value 0.
009100  01 cp-table.
009200  02 cp-entry occurs 50 times.
009300  03 cp-code pic x(6).
009400  03 cp-per-kit pic 9(3).
009500  03 cp-need pic 9(8).
009600  01 hd-title-line.
009700  02 filler pic x(22) value spaces.
009800  02 filler pic x(30) value "kit assembly register".
009900  01 hd-date-line.
010000  02 filler pic x(10) value "run date: ".
010100  02 hd-date pic x(8).
010200  01 hd-column-line.
010300  02 filler pic x(6) value "kit".
010400  02 filler pic x(2) value space.
010500  02 filler pic x(6) value "suryou".
010600  02 filler pic x(2) value space.
010700  02 filler pic x(4) value "soko".
010800  02 filler pic x(2) value space.
010900  02 filler pic x(8) value "hizuke".
011000  02 filler pic x(2) value space.
011100  02 filler pic x(9) value "tanka".
011200  02 filler pic x(2) value space.
011300  02 filler pic x(6) value "lot".
011400  02 filler pic x(2) value space.
011500  02 filler pic x(8) value "kigen".
011600  02 filler pic x(2) value space.
011700  02 filler pic x(9) value "zaiko-ato".
011800  01 dl-line.
011900  02 dl-kit pic x(6).
012000  02 filler pic x(2) value space.
012100  02 dl-suryou pic z(5)9.
012200  02 filler pic x(2) value space.
012300  02 dl-soko pic x(2).
012400  02 filler pic x(4) value space.
012500  02 dl-date pic 9(8).
012600  02 filler pic x(2) value space.
012700  02 dl-tanka pic z(5)9.99.
012800  02 filler pic x(2) value space.
012900  02 dl-lot pic 9(6).
013000  02 filler pic x(2) value space.
013100  02 dl-kigen pic 9(8).
013200  02 filler pic x(2) value space.
013300  02 dl-zaiko pic z(5)9.
013400  01 dl-comp-line.
013500  02 filler pic x(4) value spaces.
013600  02 filler pic x(6) value "used: ".
013700  02 dl-comp-code pic x(6).
013800  02 filler pic x(2) value space.
013900  02 dl-comp-qty pic z(7)9.
014000  02 filler pic x(2) value space.
014100  02 dl-comp-zaiko pic z(5)9.
014200  01 dl-rej-line.
014300  02 filler pic x(10) value "rejected: ".
014400  02 dl-rej-code pic x(6).
014500  02 filler pic x(2) value space.
014600  02 dl-rej-qty pic z(5)9.
014700  02 filler pic x(2) value space.
014800  02 dl-rej-reason pic x(20).
014900  02 filler pic x(1) value space.
015000  02 dl-rej-comp pic x(6).
015100  01 dl-count-line.
015200  02 filler pic x(8) value "posted: ".
015300  02 dl-posted pic zzzz9.
015400  02 filler pic x(12) value "  rejected: ".
015500  02 dl-rejected pic zzzz9.
015600  02 filler pic x(14) value "  kits built: ".
015700  02 dl-built pic z(6)9.
015800  procedure division.
015900      open input asm-trans.
016000      if asm-fstat not = "00"
016100          display "rei56: asmtran open failed, status " asm-fstat
016200          go to open-abort
016300      end-if.
016400      open input bom-master.
016500      if bom-fstat not = "00"
016600          display "rei56: bommast open failed, status " bom-fstat
016700          go to open-abort
016800      end-if.
016900      open i-o itm-master.
017000      open extend stk-move.
017100      if mov-fstat not = "00"
017200          display "rei56: stkmove open failed, status " mov-fstat
017300          go to open-abort
017400      end-if.
017500      open i-o lot-master.
017600      if lot-fstat = "35"
017700          open output lot-master
017800          close lot-master
017900          open i-o lot-master
018000      end-if.
018100      if lot-fstat not = "00"
018200          display "rei56: lotmast open failed, status " lot-fstat
018300          go to open-abort
018400      end-if.
018500      open input lot-ctl.
018600      read lot-ctl
018700          at end
018800              continue
018900      end-read.
019000      if lct-fstat = "00" and ctl-shelf-days is numeric
019100          and ctl-shelf-days > 0
019200          move ctl-shelf-days to shelf-days
019300      end-if.
019400      close lot-ctl.
019500      open input lot-seq.
019600      read lot-seq
019700          at end
019800              continue
019900      end-read.
020000      if lsq-fstat = "00" and lsq-last-no is numeric
020100          move lsq-last-no to lot-no-w
020200      end-if.
020300      close lot-seq.
020400      open output print-file.
020500      if prt-status not = "00"
020600          display "rei56: asmrgst open failed, status " prt-status
020700          go to open-abort
020800      end-if.
020900      perform get-bizdate thru get-bizdate-exit.
020920      open input prd-file.
020940      if prd-fstat = "00"
020960          move "Y" to prd-avail
020980      end-if.
021000      move run-date to hd-date.
021100      write pr-line from hd-title-line.
021200      write pr-line from hd-date-line.
021300      write pr-line from spaces.
021400      write pr-line from hd-column-line.
021500      perform post-assembly thru post-assembly-exit
021600          until asm-eof = "Y".
021700      move posted-count to dl-posted.
021800      move reject-count to dl-rejected.
021900      move kits-built to dl-built.
022000      write pr-line from spaces.
022100      write pr-line from dl-count-line.
022200      close asm-trans.
022300      close bom-master.
022400      close itm-master.
022500      close stk-move.
022600      close lot-master.
022700      close print-file.
022725      if prd-avail = "Y"
022750          close prd-file
022775      end-if.
022800      open output lot-seq.
022900      move lot-no-w to lsq-last-no.
023000      write lsq-record.
023100      close lot-seq.
023200      goback.
023300  post-assembly.
023400      read asm-trans
023500          at end
023600              move "Y" to asm-eof
023700              go to post-assembly-exit
023800      end-read.
023900      move spaces to dl-rej-comp.
024000      if asm-qty is not numeric or asm-qty = 0
024100          move "bad quantity" to dl-rej-reason
024200          perform write-reject thru write-reject-exit
024300          go to post-assembly-exit
024400      end-if.
024500      if asm-location not = "01" and asm-location not = "02"
024600          move "bad location" to dl-rej-reason
024700          perform write-reject thru write-reject-exit
024800          go to post-assembly-exit
024900      end-if.
025000      if asm-date is not numeric or asm-date = 0
025100          move run-date to asm-date
025112      end-if.
025124      move asm-date(1:6) to chk-month.
025136      perform check-period thru check-period-exit.
025148      if month-closed = "Y"
025160          move "period closed" to dl-rej-reason
025172          perform write-reject thru write-reject-exit
025184          go to post-assembly-exit
025200      end-if.
025300      move asm-kit-code to itm-code.
025400      read itm-master record
025500          invalid key
025600              continue
025700      end-read.
025800      if itm-status not = "00"
025900          move "unknown kit code" to dl-rej-reason
026000          perform write-reject thru write-reject-exit
026100          go to post-assembly-exit
026200      end-if.
026300      perform load-bom thru load-bom-exit.
026400      if tran-valid = "N"
026500          perform write-reject thru write-reject-exit
026600          go to post-assembly-exit
026700      end-if.
026800      perform check-comp thru check-comp-exit
026900          varying cp-idx from 1 by 1
027000          until cp-idx > cp-count or tran-valid = "N".
027100      if tran-valid = "N"
027200          perform write-reject thru write-reject-exit
027300          go to post-assembly-exit
027400      end-if.
027500      move 0 to kit-cost.
027600      move 0 to earliest-bb.
027700      move "Y" to cost-known.
027800      perform use-comp thru use-comp-exit
027900          varying cp-idx from 1 by 1
028000          until cp-idx > cp-count.
028100      perform add-kit thru add-kit-exit.
028200  post-assembly-exit.
028300      exit.
028400  load-bom.
028500      move "Y" to tran-valid.
028600      move 0 to cp-count.
028700      move "N" to bom-eof-w.
028800      move asm-kit-code to bom-kit-code.
028900      move low-values to bom-comp-code.
029000      start bom-master key is not less than bom-key
029100          invalid key
029200              move "Y" to bom-eof-w
029300      end-start.
029400      perform load-bom-rec thru load-bom-rec-exit
029500          until bom-eof-w = "Y" or tran-valid = "N".
029600      if tran-valid = "Y" and cp-count = 0
029700          move "N" to tran-valid
029800          move "no bill of materials" to dl-rej-reason
029900      end-if.
030000  load-bom-exit.
030100      exit.
030200  load-bom-rec.
030300      read bom-master next record
030400          at end
030500              move "Y" to bom-eof-w
030600              go to load-bom-rec-exit
030700      end-read.
030800      if bom-kit-code not = asm-kit-code
030900          move "Y" to bom-eof-w
031000          go to load-bom-rec-exit
031100      end-if.
031200      if cp-count = 50
031300          move "N" to tran-valid
031400          move "bom over 50 lines" to dl-rej-reason
031500          go to load-bom-rec-exit
031600      end-if.
031700      add 1 to cp-count.
031800      move bom-comp-code to cp-code(cp-count).
031900      move bom-qty to cp-per-kit(cp-count).
032000      compute cp-need(cp-count) = bom-qty * asm-qty.
032100  load-bom-rec-exit.
032200      exit.
032300  check-comp.
032400      move cp-code(cp-idx) to itm-code.
032500      read itm-master record
032600          invalid key
032700              move "N" to tran-valid
032800              move "component not found" to dl-rej-reason
032900              move cp-code(cp-idx) to dl-rej-comp
033000              go to check-comp-exit
033100      end-read.
033200      if itm-qty-loc2 is not numeric
033300          move 0 to itm-qty-loc2
033400      end-if.
033500      if asm-location = "02"
033600          move itm-qty-loc2 to from-on-hand
033700      else
033800          move itm-qty-on-hand to from-on-hand
033900      end-if.
034000      if cp-need(cp-idx) > from-on-hand
034100          move "N" to tran-valid
034200          move "short component" to dl-rej-reason
034300          move cp-code(cp-idx) to dl-rej-comp
034400      end-if.
034500  check-comp-exit.
034600      exit.
034700  use-comp.
034800      move cp-code(cp-idx) to itm-code.
034900      read itm-master record
035000          invalid key
035100              go to use-comp-exit
035200      end-read.
035300      if itm-qty-loc2 is not numeric
035400          move 0 to itm-qty-loc2
035500      end-if.
035600      if asm-location = "02"
035700          subtract cp-need(cp-idx) from itm-qty-loc2
035800      else
035900          subtract cp-need(cp-idx) from itm-qty-on-hand
036000      end-if.
036100      rewrite itm-record.
036200      if itm-unit-cost is numeric and itm-unit-cost > 0
036300          compute kit-cost = kit-cost
036400              + itm-unit-cost * cp-per-kit(cp-idx)
036500      else
036600          move "N" to cost-known
036700      end-if.
036800      move cp-code(cp-idx) to mov-item-code.
036900      move asm-date to mov-date.
036950      move run-date to mov-post-date.
037000      move "K" to mov-type.
037100      compute mov-qty = 0 - cp-need(cp-idx).
037200      if asm-location = "02"
037300          move itm-qty-loc2 to mov-balance
037400      else
037500          move itm-qty-on-hand to mov-balance
037600      end-if.
037700      move asm-location to mov-location.
037800      move "rei56   " to mov-source.
037900      write mov-record.
038000      perform draw-lots thru draw-lots-exit.
038100      move cp-code(cp-idx) to dl-comp-code.
038200      move cp-need(cp-idx) to dl-comp-qty.
038300      move mov-balance to dl-comp-zaiko.
038400      write pr-line from dl-comp-line.
038500  use-comp-exit.
038600      exit.
038700  add-kit.
038800      move asm-kit-code to itm-code.
038900      read itm-master record
039000          invalid key
039100              go to add-kit-exit
039200      end-read.
039300      if itm-qty-loc2 is not numeric
039400          move 0 to itm-qty-loc2
039500      end-if.
039600      if asm-location = "02"
039700          add asm-qty to itm-qty-loc2
039800      else
039900          add asm-qty to itm-qty-on-hand
040000      end-if.
040100      if cost-known = "Y"
040200          if kit-cost > 99999.99
040300              move 99999.99 to kit-cost
040400          end-if
040500          move kit-cost to itm-unit-cost
040600      end-if.
040700      rewrite itm-record.
040800      move asm-kit-code to mov-item-code.
040900      move asm-date to mov-date.
040950      move run-date to mov-post-date.
041000      move "K" to mov-type.
041100      move asm-qty to mov-qty.
041200      if asm-location = "02"
041300          move itm-qty-loc2 to mov-balance
041400      else
041500          move itm-qty-on-hand to mov-balance
041600      end-if.
041700      move asm-location to mov-location.
041800      move "rei56   " to mov-source.
041900      write mov-record.
042000      perform make-lot thru make-lot-exit.
042100      add 1 to posted-count.
042200      add asm-qty to kits-built.
042300      move asm-kit-code to dl-kit.
042400      move asm-qty to dl-suryou.
042500      move asm-location to dl-soko.
042600      move asm-date to dl-date.
042700      if itm-unit-cost is numeric
042800          move itm-unit-cost to dl-tanka
042900      else
043000          move 0 to dl-tanka
043100      end-if.
043200      move lot-no to dl-lot.
043300      move lot-best-before to dl-kigen.
043400      move mov-balance to dl-zaiko.
043500      write pr-line from dl-line.
043600  add-kit-exit.
043700      exit.
043800  draw-lots.
043900      move cp-need(cp-idx) to draw-left.
044000      move "N" to lot-eof-w.
044100      move cp-code(cp-idx) to lot-item-code.
044200      move asm-location to lot-location.
044300      move 0 to lot-best-before.
044400      move 0 to lot-no.
044500      start lot-master key is not less than lot-key
044600          invalid key
044700              go to draw-lots-exit
044800      end-start.
044900      perform draw-lot-rec thru draw-lot-rec-exit
045000          until draw-left = 0 or lot-eof-w = "Y".
045100  draw-lots-exit.
045200      exit.
045300  draw-lot-rec.
045400      read lot-master next record
045500          at end
045600              move "Y" to lot-eof-w
045700              go to draw-lot-rec-exit
045800      end-read.
045900      if lot-item-code not = cp-code(cp-idx)
046000          or lot-location not = asm-location
046100          move "Y" to lot-eof-w
046200          go to draw-lot-rec-exit
046300      end-if.
046400      if lot-qty = 0
046500          go to draw-lot-rec-exit
046600      end-if.
046700      if earliest-bb = 0 or lot-best-before < earliest-bb
046800          move lot-best-before to earliest-bb
046900      end-if.
047000      if lot-qty < draw-left
047100          move lot-qty to draw-qty
047200      else
047300          move draw-left to draw-qty
047400      end-if.
047500      subtract draw-qty from lot-qty.
047600      subtract draw-qty from draw-left.
047700      rewrite lot-record.
047800  draw-lot-rec-exit.
047900      exit.
048000  make-lot.
048100      add 1 to lot-no-w.
048200      move asm-kit-code to lot-item-code.
048300      move asm-location to lot-location.
048400      if earliest-bb > 0
048500          move earliest-bb to lot-best-before
048600      else
048700          compute lot-best-before = function date-of-integer(
048800              function integer-of-date(asm-date) + shelf-days)
048900      end-if.
049000      move lot-no-w to lot-no.
049100      move asm-date to lot-rcpt-date.
049200      move asm-qty to lot-qty.
049300      move asm-qty to lot-orig-qty.
049400      write lot-record
049500          invalid key
049600              display "rei56: lot " lot-no " already on file"
049700      end-write.
049800  make-lot-exit.
049900      exit.
050000  write-reject.
050100      move asm-kit-code to dl-rej-code.
050200      if asm-qty is numeric
050300          move asm-qty to dl-rej-qty
050400      else
050500          move 0 to dl-rej-qty
050600      end-if.
050700      write pr-line from dl-rej-line.
050800      add 1 to reject-count.
050900  write-reject-exit.
051000      exit.
051005  check-period.
051010      if chk-month = last-month
051015          go to check-period-exit
051020      end-if.
051025      move chk-month to last-month.
051030      move "N" to month-closed.
051035      if prd-avail not = "Y"
051040          go to check-period-exit
051045      end-if.
051050      move chk-month to prd-month.
051055      read prd-file record
051060          invalid key
051065              continue
051070      end-read.
051075      if prd-fstat = "00" and prd-closed
051080          move "Y" to month-closed
051085      end-if.
051090  check-period-exit.
051095      exit.
051100  open-abort.
051200      move 1 to return-code.
051300      close asm-trans.
051400      close bom-master.
051500      close itm-master.
051600      close stk-move.
051700      close lot-master.
051800      close print-file.
051825      if prd-avail = "Y"
051850          close prd-file
051875      end-if.
051900      goback.
052000  get-bizdate.
052100      open input biz-file.
052200      read biz-file
052300          at end
052400              continue
052500      end-read.
052600      if biz-status = "00" and biz-date is numeric
052700          move biz-date to run-date
052800      else
052900          accept run-date from date yyyymmdd
053000      end-if.
053100      close biz-file.
053200  get-bizdate-exit.
053300      exit.
