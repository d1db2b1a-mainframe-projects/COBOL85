000100  identification division.
000200  program-id. rei69.
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
001300      select abc-ctl assign to "ABCCTL"
001400          organization line sequential
001500          file status is ctl-status.
001600      select sale-hist assign to "SALEHIST"
001700          organization line sequential
001800          file status is sh-fstat.
001900      select itm-master assign to "ITMMAST"
002000          organization indexed
002100          access mode dynamic
002200          record key is itm-code
002300          file status is itm-status.
002400      select cyc-mast assign to "CYCMAST"
002500          organization indexed
002600          access mode dynamic
002700          record key is cyc-key
002800          file status is cyc-fstat.
002900      select print-file assign to "ABCRPT"
003000          organization line sequential
003100          file status is prt-status.
003109      select ab-work assign to "R69ITMWK"
003118          organization indexed
003127          access mode dynamic
003136          record key is abw-item-code
003145          file status is abw-fstat.
003154      select rk-work assign to "R69RNKWK"
003163          organization indexed
003172          access mode dynamic
003181          record key is rkw-key
003190          file status is rkw-fstat.
003200  data division.
003300  file section.
003400  fd  biz-file.
003500      copy "bizdate.CPY".
003600  fd  abc-ctl.
003700      copy "abcctl.CPY".
003800  fd  sale-hist.
003900      copy "salehist.CPY".
004000  fd  itm-master.
004100      copy "itmmast.CPY".
004200  fd  cyc-mast.
004300      copy "cycmast.CPY".
004400  fd  print-file.
004500  01 pr-line pic x(80).
004505  fd  ab-work.
004510  01 abw-record.
004515  02 abw-item-code pic x(6).
004520  02 abw-name pic x(6).
004525  02 abw-cost pic 9(5)v99.
004530  02 abw-loc2 pic x(1).
004535  02 abw-qty pic s9(9).
004540  02 abw-value pic 9(11).
004545  fd  rk-work.
004550  01 rkw-record.
004555  02 rkw-key.
004560  03 rkw-rank-value pic 9(11).
004565  03 rkw-item-code pic x(6).
004570  02 rkw-name pic x(6).
004575  02 rkw-loc2 pic x(1).
004580  02 rkw-qty pic s9(9).
004585  02 rkw-value pic 9(11).
004600  working-storage section.
004700  01 biz-status pic xx.
004800  01 ctl-status pic xx.
004900  01 sh-fstat pic xx.
005000  01 itm-status pic xx.
005100  01 cyc-fstat pic xx.
005200  01 prt-status pic xx.
005233  01 abw-fstat pic xx.
005266  01 rkw-fstat pic xx.
005300  01 sh-eof pic x value "N".
005400  01 itm-eof pic x value "N".
005450  01 ab-eof pic x value "N".
005500  01 run-date pic 9(8).
005600  01 run-int pic 9(7) value 0.
005700  01 a-pct pic 9(3) value 80.
005800  01 b-pct pic 9(3) value 95.
005900  01 a-days pic 9(3) value 30.
006000  01 b-days pic 9(3) value 91.
006100  01 c-days pic 9(3) value 182.
006200  01 base-months pic 9(7) value 0.
006300  01 rec-months pic 9(7) value 0.
006400  01 month-off pic s9(5) value 0.
006500  01 ym-work pic 9(6) value 0.
006600  01 ym-work-r redefines ym-work.
006700  02 ym-yy pic 9(4).
006800  02 ym-mm pic 9(2).
008600  01 total-value pic 9(13) value 0.
008700  01 cum-value pic 9(13) value 0.
008800  01 cum-pct pic 9(3) value 0.
008900  01 new-class pic x(1).
009000  01 new-days pic 9(3) value 0.
009100  01 new-loc pic x(2).
009200  01 new-seq pic 9(7) value 0.
009300  01 seq-quot pic 9(7) value 0.
009400  01 seq-rem pic 9(3) value 0.
009500  01 cl-idx pic 9 value 0.
009600  01 cl-totals.
009700  02 cl-tot occurs 3 times.
009800  03 cl-items pic 9(5).
009900  03 cl-value pic 9(13).
010000  01 new-count pic 9(5) value 0.
010100  01 change-count pic 9(5) value 0.
010300  01 hd-title-line.
010400  02 filler pic x(22) value spaces.
010500  02 filler pic x(30) value "abc classification".
010600  01 hd-date-line.
010700  02 filler pic x(10) value "run date: ".
010800  02 hd-date pic x(8).
010900  02 filler pic x(10) value "  a upto: ".
011000  02 hd-a-pct pic zz9.
011100  02 filler pic x(12) value "%  b upto: ".
011200  02 hd-b-pct pic zz9.
011300  02 filler pic x(1) value "%".
011400  01 hd-column-line.
011500  02 filler pic x(6) value "hinmei".
011600  02 filler pic x(2) value space.
011700  02 filler pic x(6) value "namae".
011800  02 filler pic x(2) value space.
011900  02 filler pic x(10) value "   12m-qty".
012000  02 filler pic x(2) value space.
012100  02 filler pic x(14) value "       kingaku".
012200  02 filler pic x(2) value space.
012300  02 filler pic x(4) value "cum%".
012400  02 filler pic x(2) value space.
012500  02 filler pic x(5) value "class".
012600  02 filler pic x(2) value space.
012700  02 filler pic x(6) value "change".
012800  01 dl-line.
012900  02 dl-hinmei pic x(6).
013000  02 filler pic x(2) value space.
013100  02 dl-namae pic x(6).
013200  02 filler pic x(2) value space.
013300  02 dl-qty pic z(8)9-.
013400  02 filler pic x(2) value space.
013500  02 dl-value pic z(13)9.
013600  02 filler pic x(2) value space.
013700  02 dl-cum-pct pic zzz9.
013800  02 filler pic x(4) value space.
013900  02 dl-class pic x(1).
014000  02 filler pic x(4) value space.
014100  02 dl-change pic x(8).
014200  01 dl-sum-line.
014300  02 filler pic x(6) value "class ".
014400  02 dl-sum-class pic x(1).
014500  02 filler pic x(2) value space.
014600  02 dl-sum-items pic zzzz9.
014700  02 filler pic x(8) value " items  ".
014800  02 dl-sum-value pic z(13)9.
014900  02 filler pic x(8) value "  every ".
015000  02 dl-sum-days pic zz9.
015100  02 filler pic x(5) value " days".
015600  01 dl-count-line.
015700  02 filler pic x(18) value "schedules added: ".
015800  02 dl-new pic zzzz9.
015900  02 filler pic x(18) value "  class changes: ".
016000  02 dl-changed pic zzzz9.
016100  procedure division.
016200      perform get-bizdate thru get-bizdate-exit.
016206      open output ab-work.
016212      close ab-work.
016218      open i-o ab-work.
016224      if abw-fstat not = "00"
016230          display "rei69: r69itmwk open failed, status " abw-fstat
016236          go to open-abort
016242      end-if.
016248      open output rk-work.
016254      close rk-work.
016260      open i-o rk-work.
016266      if rkw-fstat not = "00"
016272          display "rei69: r69rnkwk open failed, status " rkw-fstat
016278          go to open-abort
016284      end-if.
016300      open input sale-hist.
016400      if sh-fstat not = "00"
016500          display "rei69: salehist open failed, status " sh-fstat
016600          go to open-abort
016700      end-if.
016800      open input itm-master.
016900      if itm-status not = "00"
017000          display "rei69: itmmast open failed, status "
017100              itm-status
017200          go to open-abort
017300      end-if.
017400      open i-o cyc-mast.
017500      if cyc-fstat = "35"
017600          open output cyc-mast
017700          close cyc-mast
017800          open i-o cyc-mast
017900      end-if.
018000      if cyc-fstat not = "00"
018100          display "rei69: cycmast open failed, status " cyc-fstat
018200          go to open-abort
018300      end-if.
018400      open output print-file.
018500      if prt-status not = "00"
018600          display "rei69: abcrpt open failed, status " prt-status
018700          go to open-abort
018800      end-if.
018900      open input abc-ctl.
019000      read abc-ctl
019100          at end
019200              continue
019300      end-read.
019400      if ctl-status = "00"
019500          perform take-ctl thru take-ctl-exit
019600      end-if.
019700      close abc-ctl.
019800      compute run-int = function integer-of-date(run-date).
019900      move run-date(1:6) to ym-work.
020000      compute base-months = ym-yy * 12 + ym-mm.
020100      move zeros to cl-totals.
020200      perform load-item thru load-item-exit
020300          until itm-eof = "Y".
020400      perform tally-hist thru tally-hist-exit
020500          until sh-eof = "Y".
020516      move low-values to abw-item-code.
020532      start ab-work key is not less than abw-item-code
020548          invalid key
020564              move "Y" to ab-eof
020580      end-start.
020600      perform value-item thru value-item-exit
020800          until ab-eof = "Y".
021000      move run-date to hd-date.
021100      move a-pct to hd-a-pct.
021200      move b-pct to hd-b-pct.
021300      write pr-line from hd-title-line.
021400      write pr-line from hd-date-line.
021500      write pr-line from spaces.
021600      write pr-line from hd-column-line.
021614      move "N" to ab-eof.
021628      move low-values to rkw-key.
021642      start rk-work key is not less than rkw-key
021656          invalid key
021670              move "Y" to ab-eof
021684      end-start.
021700      perform class-item thru class-item-exit
021900          until ab-eof = "Y".
022000      write pr-line from spaces.
022100      perform print-class thru print-class-exit
022200          varying cl-idx from 1 by 1
022300          until cl-idx > 3.
022900      move new-count to dl-new.
023000      move change-count to dl-changed.
023100      write pr-line from spaces.
023200      write pr-line from dl-count-line.
023300      close sale-hist.
023400      close itm-master.
023500      close cyc-mast.
023600      close print-file.
023633      close ab-work.
023666      close rk-work.
023700      goback.
023800  take-ctl.
023900      if ctl-a-pct is numeric and ctl-a-pct > 0
024000          move ctl-a-pct to a-pct
024100      end-if.
024200      if ctl-b-pct is numeric and ctl-b-pct > 0
024300          move ctl-b-pct to b-pct
024400      end-if.
024500      if b-pct < a-pct
024600          move a-pct to b-pct
024700      end-if.
024800      if ctl-a-days is numeric and ctl-a-days > 0
024900          move ctl-a-days to a-days
025000      end-if.
025100      if ctl-b-days is numeric and ctl-b-days > 0
025200          move ctl-b-days to b-days
025300      end-if.
025400      if ctl-c-days is numeric and ctl-c-days > 0
025500          move ctl-c-days to c-days
025600      end-if.
025700  take-ctl-exit.
025800      exit.
025900  load-item.
026000      read itm-master next record
026100          at end
026200              move "Y" to itm-eof
026300              go to load-item-exit
026400      end-read.
027000      move itm-code to abw-item-code.
027100      move itm-name to abw-name.
027200      if itm-unit-cost is numeric
027300          move itm-unit-cost to abw-cost
027400      else
027500          move 0 to abw-cost
027600      end-if.
027700      move "N" to abw-loc2.
027800      if itm-qty-loc2 is numeric and itm-qty-loc2 > 0
027900          move "Y" to abw-loc2
028000      end-if.
028100      move 0 to abw-qty.
028200      move 0 to abw-value.
028260      write abw-record
028320          invalid key
028380              continue
028440      end-write.
028500  load-item-exit.
028600      exit.
028700  tally-hist.
028800      read sale-hist
028900          at end
029000              move "Y" to sh-eof
029100              go to tally-hist-exit
029200      end-read.
029300      move sh-month to ym-work.
029400      compute rec-months = ym-yy * 12 + ym-mm.
029500      compute month-off = base-months - rec-months.
029600      if month-off < 1 or month-off > 12
029700          go to tally-hist-exit
029800      end-if.
029900      move sh-item-code to abw-item-code.
030000      read ab-work record
030100          invalid key
030200              go to tally-hist-exit
030300      end-read.
030500      add sh-qty to abw-qty.
030600      rewrite abw-record.
030700  tally-hist-exit.
030800      exit.
031600  value-item.
031616      read ab-work next record
031632          at end
031648              move "Y" to ab-eof
031664              go to value-item-exit
031680      end-read.
031700      if abw-qty > 0
031800          compute abw-value rounded = abw-qty * abw-cost
032000          add abw-value to total-value
032100      end-if.
032112      compute rkw-rank-value = 99999999999 - abw-value.
032124      move abw-item-code to rkw-item-code.
032136      move abw-name to rkw-name.
032148      move abw-loc2 to rkw-loc2.
032160      move abw-qty to rkw-qty.
032172      move abw-value to rkw-value.
032184      write rkw-record.
032200  value-item-exit.
032300      exit.
034900  class-item.
034916      read rk-work next record
034932          at end
034948              move "Y" to ab-eof
034964              go to class-item-exit
034980      end-read.
035000      move "C" to new-class.
035100      if total-value > 0 and rkw-value > 0
035200          compute cum-pct = cum-value * 100 / total-value
035300          if cum-pct < a-pct
035400              move "A" to new-class
035500          else
035600              if cum-pct < b-pct
035700                  move "B" to new-class
035800              end-if
035900          end-if
036000          add rkw-value to cum-value
036100          compute cum-pct = cum-value * 100 / total-value
036200      end-if.
036400      move c-days to new-days.
036500      move 3 to cl-idx.
036600      if new-class = "A"
036700          move a-days to new-days
036800          move 1 to cl-idx
036900      end-if.
037000      if new-class = "B"
037100          move b-days to new-days
037200          move 2 to cl-idx
037300      end-if.
037400      add 1 to cl-items(cl-idx).
037500      add rkw-value to cl-value(cl-idx).
037600      move spaces to dl-change.
037700      move "01" to new-loc.
037800      perform set-schedule thru set-schedule-exit.
037900      move "02" to new-loc.
038000      perform set-schedule thru set-schedule-exit.
038100      move rkw-item-code to dl-hinmei.
038200      move rkw-name to dl-namae.
038300      move rkw-qty to dl-qty.
038400      move rkw-value to dl-value.
038500      move cum-pct to dl-cum-pct.
038600      move new-class to dl-class.
038700      write pr-line from dl-line.
038800  class-item-exit.
038900      exit.
039000  set-schedule.
039100      move rkw-item-code to cyc-item-code.
039200      move new-loc to cyc-location.
039300      read cyc-mast record
039400          invalid key
039500              continue
039600      end-read.
039700      if cyc-fstat = "00"
039800          perform change-schedule thru change-schedule-exit
039900          go to set-schedule-exit
040000      end-if.
040100      if new-loc = "02" and rkw-loc2 not = "Y"
040200          go to set-schedule-exit
040300      end-if.
040400      move rkw-item-code to cyc-item-code.
040500      move new-loc to cyc-location.
040600      move new-class to cyc-class.
040700      move rkw-value to cyc-annual-value.
040800      move new-days to cyc-cycle-days.
040900      move 0 to cyc-last-count.
041000      move 0 to cyc-sheet-date.
041100      add 1 to new-seq.
041200      divide new-seq by new-days giving seq-quot
041300          remainder seq-rem.
041400      compute cyc-next-due =
041500          function date-of-integer(run-int + seq-rem).
041600      write cyc-record
041700          invalid key
041800              display "rei69: cycmast write failed, status "
041900                  cyc-fstat
042000              go to set-schedule-exit
042100      end-write.
042200      add 1 to new-count.
042300      move "new" to dl-change.
042400  set-schedule-exit.
042500      exit.
042600  change-schedule.
042700      move rkw-value to cyc-annual-value.
042800      if cyc-class not = new-class
042900          move cyc-class to dl-change
043000          move "->" to dl-change(2:2)
043100          move new-class to dl-change(4:1)
043200          if new-loc = "01"
043300              add 1 to change-count
043400          end-if
043500          move new-class to cyc-class
043600          move new-days to cyc-cycle-days
043700          if cyc-last-count is numeric and cyc-last-count > 0
043800              compute cyc-next-due = function date-of-integer(
043900                  function integer-of-date(cyc-last-count)
044000                  + new-days)
044100          end-if
044200      end-if.
044300      rewrite cyc-record.
044400  change-schedule-exit.
044500      exit.
044600  print-class.
044700      move "C" to dl-sum-class.
044800      move c-days to dl-sum-days.
044900      if cl-idx = 1
045000          move "A" to dl-sum-class
045100          move a-days to dl-sum-days
045200      end-if.
045300      if cl-idx = 2
045400          move "B" to dl-sum-class
045500          move b-days to dl-sum-days
045600      end-if.
045700      move cl-items(cl-idx) to dl-sum-items.
045800      move cl-value(cl-idx) to dl-sum-value.
045900      write pr-line from dl-sum-line.
046000  print-class-exit.
046100      exit.
046200  open-abort.
046300      move 1 to return-code.
046400      close sale-hist.
046500      close itm-master.
046600      close cyc-mast.
046700      close print-file.
046733      close ab-work.
046766      close rk-work.
046800      goback.
046900  get-bizdate.
047000      open input biz-file.
047100      read biz-file
047200          at end
047300              continue
047400      end-read.
047500      if biz-status = "00" and biz-date is numeric
047600          move biz-date to run-date
047700      else
047800          accept run-date from date yyyymmdd
047900      end-if.
048000      close biz-file.
048100  get-bizdate-exit.
048200      exit.
