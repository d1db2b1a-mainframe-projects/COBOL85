000100  identification division.
000200  program-id. rei60.
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
001300      select biz-cal assign to "BIZCAL"
001400          organization line sequential
001500          file status is cal-fstat.
001600      select std-ord assign to "STDORD"
001700          organization indexed
001800          access mode dynamic
001900          record key is so-key
002000          file status is so-fstat.
002100      select cust-mast assign to "CUSTMAST"
002200          organization indexed
002300          access mode dynamic
002400          record key is cust-id
002500          file status is cust-fstat.
002600      select ord-raw assign to "ORDRAW"
002700          organization line sequential
002800          file status is raw-status.
002900      select print-file assign to "STDGRGST"
003000          organization line sequential
003100          file status is prt-status.
003200  data division.
003300  file section.
003400  fd  biz-file.
003500      copy "bizdate.CPY".
003600  fd  biz-cal.
003700      copy "bizcal.CPY".
003800  fd  std-ord.
003900      copy "stdord.CPY".
004000  fd  cust-mast.
004100      copy "custmast.CPY".
004200  fd  ord-raw.
004300      copy "ordraw.CPY".
004400  fd  print-file.
004500  01 pr-line pic x(80).
004600  working-storage section.
004700  01 biz-status pic xx.
004800  01 cal-fstat pic xx.
004900  01 so-fstat pic xx.
005000  01 cust-fstat pic xx.
005100  01 raw-status pic xx.
005200  01 prt-status pic xx.
005300  01 cal-eof pic x value "N".
005400  01 so-eof pic x value "N".
005500  01 gen-this pic x value "N".
005600  01 day-due pic x value "N".
005700  01 run-date pic 9(8).
005706  01 chk-date pic 9(8) value 0.
005712  01 chk-date-r redefines chk-date.
005718  02 chk-yy pic 9(4).
005724  02 chk-mm pic 9(2).
005730  02 chk-dd pic 9(2).
005736  01 date-ok pic x value "N".
005742  01 mdays-w pic 9(2) value 0.
005748  01 leap-q pic 9(4) value 0.
005754  01 leap-r4 pic 9(3) value 0.
005760  01 leap-r100 pic 9(3) value 0.
005766  01 leap-r400 pic 9(3) value 0.
005772  01 mdays-table.
005778  02 filler pic x(24) value "312831303130313130313031".
005784  01 mdays-r redefines mdays-table.
005790  02 mdays pic 9(2) occurs 12 times.
005800  01 run-int pic 9(7).
005900  01 day-int pic 9(7).
006000  01 day-date pic 9(8).
006100  01 next-date pic 9(8).
006200  01 next-date-r redefines next-date.
006300  02 filler pic 9(6).
006400  02 next-dd pic 9(2).
006500  01 day-off pic s9(3) value 0.
006600  01 first-off pic s9(3) value 0.
006700  01 cal-idx pic 9(3) value 0.
006800  01 week-quot pic 9(7).
006850  01 week-base pic 9(7).
006900  01 week-rem pic 9(1).
007000  01 day-weekday pic 9(1).
007100  01 gen-count pic 9(5) value 0.
007200  01 skip-count pic 9(5) value 0.
007300  01 cl-table.
007400  02 cl-entry occurs 32 times.
007500  03 cl-known pic x(1).
007600  03 cl-holiday pic x(1).
007700  03 cl-month-end pic x(1).
007800  01 hd-title-line.
007900  02 filler pic x(22) value spaces.
008000  02 filler pic x(30) value "standing order generation".
008100  01 hd-date-line.
008200  02 filler pic x(10) value "run date: ".
008300  02 hd-date pic x(8).
008400  01 hd-column-line.
008500  02 filler pic x(8) value "kokyaku".
008600  02 filler pic x(4) value "tdk".
008700  02 filler pic x(8) value "hinmei".
008800  02 filler pic x(3) value "fw".
008900  02 filler pic x(7) value "suryou".
009000  02 filler pic x(10) value "due-date".
009100  02 filler pic x(30) value "note".
009200  01 dl-line.
009300  02 dl-cust pic x(6).
009400  02 filler pic x(2) value spaces.
009500  02 dl-ship pic x(2).
009600  02 filler pic x(2) value spaces.
009700  02 dl-item pic x(6).
009800  02 filler pic x(2) value spaces.
009900  02 dl-freq pic x(1).
010000  02 dl-weekday pic 9(1).
010100  02 filler pic x(2) value spaces.
010200  02 dl-qty pic zz9.
010300  02 filler pic x(2) value spaces.
010400  02 dl-due pic 9(8).
010500  02 filler pic x(2) value spaces.
010600  02 dl-note pic x(30).
010700  01 dl-count-line.
010800  02 filler pic x(11) value "generated: ".
010900  02 dl-generated pic zzzz9.
011000  02 filler pic x(11) value "  skipped: ".
011100  02 dl-skipped pic zzzz9.
011200  01 dl-holiday-line.
011300  02 filler pic x(40)
011400      value "run date is a holiday, nothing generated".
011500  procedure division.
011600      open i-o std-ord.
011700      if so-fstat = "35"
011800          open output std-ord
011900          close std-ord
012000          open i-o std-ord
012100      end-if.
012200      if so-fstat not = "00"
012300          display "rei60: stdord open failed, status " so-fstat
012400          go to open-abort
012500      end-if.
012600      open input cust-mast.
012700      if cust-fstat not = "00"
012800          display "rei60: custmast open failed, status "
012850              cust-fstat
012900          go to open-abort
013000      end-if.
013100      open extend ord-raw.
013200      if raw-status not = "00"
013300          open output ord-raw
013400      end-if.
013500      if raw-status not = "00"
013600          display "rei60: ordraw open failed, status " raw-status
013700          go to open-abort
013800      end-if.
013900      open output print-file.
014000      if prt-status not = "00"
014100          display "rei60: stdgrgst open failed, status "
014200              prt-status
014300          go to open-abort
014400      end-if.
014500      perform get-bizdate thru get-bizdate-exit.
014600      compute run-int = function integer-of-date(run-date).
014700      perform load-calendar thru load-calendar-exit.
014800      move run-date to hd-date.
014900      write pr-line from hd-title-line.
015000      write pr-line from hd-date-line.
015100      write pr-line from spaces.
015200      if cl-holiday(1) = "Y"
015300          write pr-line from dl-holiday-line
015400      else
015500          perform find-first-off thru find-first-off-exit
015600          write pr-line from hd-column-line
015700          perform gen-order thru gen-order-exit
015800              until so-eof = "Y"
015900      end-if.
016000      move gen-count to dl-generated.
016100      move skip-count to dl-skipped.
016200      write pr-line from spaces.
016300      write pr-line from dl-count-line.
016400      close std-ord.
016500      close cust-mast.
016600      close ord-raw.
016700      close print-file.
016800      goback.
016900  load-calendar.
017000      move spaces to cl-table.
017100      open input biz-cal.
017200      if cal-fstat not = "00"
017300          close biz-cal
017400          go to load-calendar-exit
017500      end-if.
017600      perform load-cal-rec thru load-cal-rec-exit
017700          until cal-eof = "Y".
017800      close biz-cal.
017900  load-calendar-exit.
018000      exit.
018100  load-cal-rec.
018200      read biz-cal
018300          at end
018400              move "Y" to cal-eof
018500              go to load-cal-rec-exit
018600      end-read.
018700      if cal-date is not numeric or cal-date > run-date
018800          go to load-cal-rec-exit
018900      end-if.
018950      move cal-date to chk-date.
019000      perform check-date thru check-date-exit.
019050      if date-ok not = "Y"
019100          go to load-cal-rec-exit
019200      end-if.
019300      compute day-int = function integer-of-date(cal-date).
019400      if run-int - day-int > 31
019500          go to load-cal-rec-exit
019600      end-if.
019700      compute cal-idx = run-int - day-int + 1.
019800      move "Y" to cl-known(cal-idx).
019900      move "N" to cl-holiday(cal-idx).
020000      move "N" to cl-month-end(cal-idx).
020100      if cal-is-holiday
020200          move "Y" to cl-holiday(cal-idx)
020300      end-if.
020400      if cal-is-month-end
020500          move "Y" to cl-month-end(cal-idx)
020600      end-if.
020700  load-cal-rec-exit.
020800      exit.
020900  find-first-off.
021000      move 0 to first-off.
021100      move 2 to cal-idx.
021200      perform back-over-holiday thru back-over-holiday-exit
021300          until cal-idx > 31 or cl-holiday(cal-idx) not = "Y".
021400  find-first-off-exit.
021500      exit.
021600  back-over-holiday.
021700      move cal-idx to first-off.
021800      subtract 1 from first-off.
021900      add 1 to cal-idx.
022000  back-over-holiday-exit.
022100      exit.
022200  gen-order.
022300      read std-ord next record
022400          at end
022500              move "Y" to so-eof
022600              go to gen-order-exit
022700      end-read.
022800      if so-last-gen >= run-date
022900          go to gen-order-exit
023000      end-if.
023100      if so-start-date > run-date
023200          go to gen-order-exit
023300      end-if.
023400      compute day-int = run-int - first-off.
023500      compute day-date = function date-of-integer(day-int).
023600      if so-end-date not = 0 and so-end-date < day-date
023700          go to gen-order-exit
023800      end-if.
023900      move so-cust-id to cust-id.
024000      read cust-mast record
024100          invalid key
024200              continue
024300      end-read.
024400      if cust-fstat not = "00" or cust-inactive
024500          move run-date to day-date
024600          move "customer inactive, not made" to dl-note
024700          perform write-line thru write-line-exit
024800          add 1 to skip-count
024900          go to gen-order-exit
025000      end-if.
025100      move "N" to gen-this.
025200      perform check-day thru check-day-exit
025300          varying day-off from first-off by -1
025400          until day-off < 0.
025500      if gen-this = "Y"
025600          move run-date to so-last-gen
025700          rewrite so-record
025800      end-if.
025900  gen-order-exit.
026000      exit.
026100  check-day.
026200      compute day-int = run-int - day-off.
026300      compute day-date = function date-of-integer(day-int).
026400      if day-date < so-start-date or day-date <= so-last-gen
026500          go to check-day-exit
026600      end-if.
026700      if so-end-date not = 0 and day-date > so-end-date
026800          go to check-day-exit
026900      end-if.
027000      move "N" to day-due.
027100      if so-weekly
027200          subtract 1 from day-int giving week-base
027250          divide week-base by 7 giving week-quot
027300              remainder week-rem
027400          compute day-weekday = week-rem + 1
027500          if day-weekday = so-weekday
027600              move "Y" to day-due
027700          end-if
027800      else
027900          compute cal-idx = day-off + 1
028000          if cl-known(cal-idx) = "Y"
028100              if cl-month-end(cal-idx) = "Y"
028200                  move "Y" to day-due
028300              end-if
028400          else
028500              compute next-date =
028600                  function date-of-integer(day-int + 1)
028700              if next-dd = 1
028800                  move "Y" to day-due
028900              end-if
029000          end-if
029100      end-if.
029200      if day-due = "N"
029300          go to check-day-exit
029400      end-if.
029500      if day-off = 0
029600          move "due today" to dl-note
029700          perform write-raw thru write-raw-exit
029800      else
029900          if so-roll-forward
030000              move "holiday, rolled forward" to dl-note
030100              perform write-raw thru write-raw-exit
030200          else
030300              move "holiday, skipped" to dl-note
030400              perform write-line thru write-line-exit
030500              add 1 to skip-count
030600              move "Y" to gen-this
030700          end-if
030800      end-if.
030900  check-day-exit.
031000      exit.
031100  write-raw.
031200      move so-item-code to raw-item-code.
031300      move so-qty to raw-qty.
031400      move so-cust-id to raw-cust-id.
031500      move "S" to raw-type.
031600      move so-ship-to to raw-ship-to.
031650      move 0 to raw-quo-price.
031675      move 0 to raw-ord-no.
031700      write raw-record.
031800      add 1 to gen-count.
031900      move "Y" to gen-this.
032000      perform write-line thru write-line-exit.
032100  write-raw-exit.
032200      exit.
032300  write-line.
032400      move so-cust-id to dl-cust.
032500      move so-ship-to to dl-ship.
032600      move so-item-code to dl-item.
032700      move so-freq to dl-freq.
032800      move so-weekday to dl-weekday.
032900      move so-qty to dl-qty.
033000      move day-date to dl-due.
033100      write pr-line from dl-line.
033200  write-line-exit.
033300      exit.
033304  check-date.
033308      move "N" to date-ok.
033312      if chk-yy < 1601 or chk-mm < 1 or chk-mm > 12 or chk-dd < 1
033316          go to check-date-exit
033320      end-if.
033324      move mdays(chk-mm) to mdays-w.
033328      if chk-mm = 2
033332          divide chk-yy by 4 giving leap-q remainder leap-r4
033336          divide chk-yy by 100 giving leap-q remainder leap-r100
033340          divide chk-yy by 400 giving leap-q remainder leap-r400
033344          if leap-r4 = 0 and (leap-r100 not = 0 or leap-r400 = 0)
033348              move 29 to mdays-w
033352          end-if
033356      end-if.
033360      if chk-dd > mdays-w
033364          go to check-date-exit
033368      end-if.
033372      move "Y" to date-ok.
033376  check-date-exit.
033380      exit.
033400  open-abort.
033500      move 1 to return-code.
033600      close std-ord.
033700      close cust-mast.
033800      close ord-raw.
033900      close print-file.
034000      goback.
034100  get-bizdate.
034200      open input biz-file.
034300      read biz-file
034400          at end
034500              continue
034600      end-read.
034700      if biz-status = "00" and biz-date is numeric
034800          move biz-date to run-date
034900      else
035000          accept run-date from date yyyymmdd
035100      end-if.
035200      close biz-file.
035300  get-bizdate-exit.
035400      exit.
