000100  identification division.
000200  program-id. rei66.
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
001300      select com-ctl assign to "COMCTL"
001400          organization line sequential
001500          file status is ctl-status.
001600      select inv-dtl assign to "INVDTL"
001700          organization line sequential
001800          file status is inv-fstat.
001900      select ar-open assign to "AROPEN"
002000          organization line sequential
002100          file status is ar-fstat.
002200      select cust-mast assign to "CUSTMAST"
002300          organization indexed
002400          access mode dynamic
002500          record key is cust-id
002600          file status is cust-fstat.
002700      select rep-mast assign to "REPMAST"
002800          organization indexed
002900          access mode dynamic
003000          record key is rep-code
003100          file status is rep-fstat.
003200      select com-hist assign to "COMHIST"
003300          organization indexed
003400          access mode dynamic
003500          record key is ch-key
003600          file status is ch-fstat.
003616      select bd-hist assign to "BDHIST"
003632          organization indexed
003648          access mode dynamic
003664          record key is bdh-key
003680          file status is bdh-fstat.
003700      select print-file assign to "COMRPT"
003800          organization line sequential
003900          file status is prt-status.
003909      select iv-work assign to "R66INVWK"
003918          organization indexed
003927          access mode dynamic
003936          record key is ivw-key
003945          file status is ivw-fstat.
003954      select tr-work assign to "R66TERWK"
003963          organization indexed
003972          access mode dynamic
003981          record key is trw-code
003990          file status is trw-fstat.
004000  data division.
004100  file section.
004200  fd  biz-file.
004300      copy "bizdate.CPY".
004400  fd  com-ctl.
004500      copy "comctl.CPY".
004600  fd  inv-dtl.
004700      copy "invdtl.CPY".
004800  fd  ar-open.
004900      copy "aropen.CPY".
005000  fd  cust-mast.
005100      copy "custmast.CPY".
005200  fd  rep-mast.
005300      copy "repmast.CPY".
005400  fd  com-hist.
005500      copy "comhist.CPY".
005533  fd  bd-hist.
005566      copy "bdhist.CPY".
005600  fd  print-file.
005700  01 pr-line pic x(80).
005705  fd  iv-work.
005710  01 ivw-record.
005715  02 ivw-key.
005720  03 ivw-rep pic x(4).
005725  03 ivw-cust pic x(6).
005730  03 ivw-date pic 9(8).
005735  02 ivw-terr pic x(4).
005740  02 ivw-net pic s9(11).
005745  02 ivw-open pic x.
005750  fd  tr-work.
005755  01 trw-record.
005760  02 trw-code pic x(4).
005765  02 trw-lines pic 9(5).
005770  02 trw-sales pic s9(11).
005775  02 trw-paid-net pic s9(11).
005780  02 trw-comm pic s9(9).
005800  working-storage section.
005900  01 biz-status pic xx.
006000  01 ctl-status pic xx.
006100  01 inv-fstat pic xx.
006200  01 ar-fstat pic xx.
006300  01 cust-fstat pic xx.
006400  01 rep-fstat pic xx.
006500  01 ch-fstat pic xx.
006520  01 bdh-fstat pic xx.
006540  01 hist-avail pic x value "N".
006560  01 bdh-end pic x value "N".
006580  01 wof-left pic s9(11) value 0.
006600  01 prt-status pic xx.
006633  01 ivw-fstat pic xx.
006666  01 trw-fstat pic xx.
006700  01 inv-eof pic x value "N".
006800  01 ar-eof pic x value "N".
006833  01 iv-eof pic x value "N".
006866  01 tr-eof pic x value "N".
006900  01 run-date pic 9(8).
007000  01 start-date pic 9(8) value 0.
007100  01 from-date pic 9(8) value 0.
007200  01 from-date-r redefines from-date.
007300  02 from-month pic 9(6).
007400  02 from-day pic 9(2).
007500  01 prev-cust pic x(6) value high-values.
007600  01 cur-rep pic x(4) value spaces.
007700  01 cur-terr pic x(4) value spaces.
007800  01 paid-cust pic x(6) value high-values.
007900  01 paid-date pic 9(8) value 0.
008000  01 prev-rep pic x(4) value high-values.
008100  01 rep-ok pic x value "N".
008200  01 rep-rate pic 9(2)v99 value 0.
008300  01 iv-found pic x value "N".
008700  01 iv-count pic 9(5) value 0.
009900  01 tr-find pic x(4).
011400  01 line-comm pic s9(9) value 0.
011500  01 rep-paid-net pic s9(11) value 0.
011600  01 rep-comm pic s9(9) value 0.
011700  01 rep-pend-net pic s9(11) value 0.
011800  01 tot-paid-net pic s9(11) value 0.
011900  01 tot-comm pic s9(9) value 0.
012000  01 tot-pend-net pic s9(11) value 0.
012100  01 tot-sales pic s9(11) value 0.
012150  01 tot-lines pic 9(5) value 0.
012200  01 paid-count pic 9(5) value 0.
012300  01 pend-count pic 9(5) value 0.
012400  01 norep-count pic 9(5) value 0.
012450  01 wof-count pic 9(5) value 0.
012700  01 hd-title-line.
012800  02 filler pic x(22) value spaces.
012900  02 filler pic x(30) value "monthly commission statement".
013000  01 hd-date-line.
013100  02 filler pic x(10) value "run date: ".
013200  02 hd-date pic x(8).
013300  02 filler pic x(12) value "  period:   ".
013400  02 hd-from pic 9(8).
013500  02 filler pic x(3) value " - ".
013600  02 hd-to pic 9(8).
013700  01 hd-rep-line.
013800  02 filler pic x(5) value "rep: ".
013900  02 hd-rep-code pic x(4).
014000  02 filler pic x(2) value space.
014100  02 hd-rep-name pic x(20).
014200  02 filler pic x(2) value space.
014300  02 hd-rep-note pic x(6).
014400  02 hd-rep-rate pic z9.99.
014500  02 hd-rep-pct pic x(1).
014600  01 hd-column-line.
014700  02 filler pic x(2) value space.
014800  02 filler pic x(6) value "kokyak".
014900  02 filler pic x(2) value space.
015000  02 filler pic x(4) value "terr".
015100  02 filler pic x(2) value space.
015200  02 filler pic x(8) value "seikyubi".
015300  02 filler pic x(2) value space.
015400  02 filler pic x(12) value "kingaku".
015500  02 filler pic x(2) value space.
015600  02 filler pic x(8) value "jotai".
015700  02 filler pic x(2) value space.
015800  02 filler pic x(11) value "tesuryo".
015900  01 dl-line.
016000  02 filler pic x(2) value space.
016100  02 dl-cust pic x(6).
016200  02 filler pic x(2) value space.
016300  02 dl-terr pic x(4).
016400  02 filler pic x(2) value space.
016500  02 dl-date pic 9(8).
016600  02 filler pic x(2) value space.
016700  02 dl-net pic z(10)9-.
016800  02 filler pic x(2) value space.
016900  02 dl-status pic x(8).
017000  02 filler pic x(2) value space.
017100  02 dl-comm pic z(9)9-.
017200  01 dl-rep-tot-line.
017300  02 filler pic x(2) value space.
017400  02 dl-rt-label pic x(22).
017500  02 dl-rt-net pic z(10)9-.
017600  02 filler pic x(12) value spaces.
017700  02 dl-rt-comm pic z(9)9-.
017800  01 hd-terr-title.
017900  02 filler pic x(30) value "territory sales summary".
018000  01 hd-terr-column.
018100  02 filler pic x(2) value space.
018200  02 filler pic x(4) value "terr".
018300  02 filler pic x(2) value space.
018400  02 filler pic x(5) value "kensu".
018500  02 filler pic x(2) value space.
018600  02 filler pic x(12) value "uriage".
018700  02 filler pic x(2) value space.
018800  02 filler pic x(12) value "kaishu".
018900  02 filler pic x(2) value space.
019000  02 filler pic x(11) value "tesuryo".
019100  01 dl-terr-line.
019200  02 filler pic x(2) value space.
019300  02 dl-tr-code pic x(4).
019400  02 filler pic x(2) value space.
019500  02 dl-tr-lines pic zzzz9.
019600  02 filler pic x(2) value space.
019700  02 dl-tr-sales pic z(10)9-.
019800  02 filler pic x(2) value space.
019900  02 dl-tr-paid pic z(10)9-.
020000  02 filler pic x(2) value space.
020100  02 dl-tr-comm pic z(9)9-.
020700  01 dl-count-line.
020800  02 filler pic x(6) value "paid: ".
020900  02 dl-paid pic zzzz9.
021000  02 filler pic x(11) value "  pending: ".
021100  02 dl-pend pic zzzz9.
021200  02 filler pic x(10) value "  no rep: ".
021300  02 dl-norep pic zzzz9.
021333  02 filler pic x(12) value "  bad debt: ".
021366  02 dl-wofs pic zzzz9.
021400  procedure division.
021406      open output iv-work.
021412      close iv-work.
021418      open i-o iv-work.
021424      if ivw-fstat not = "00"
021430          display "rei66: r66invwk open failed, status " ivw-fstat
021436          go to open-abort
021442      end-if.
021448      open output tr-work.
021454      close tr-work.
021460      open i-o tr-work.
021466      if trw-fstat not = "00"
021472          display "rei66: r66terwk open failed, status " trw-fstat
021478          go to open-abort
021484      end-if.
021500      open input inv-dtl.
021600      if inv-fstat not = "00"
021700          display "rei66: invdtl open failed, status " inv-fstat
021800          go to open-abort
021900      end-if.
022000      open input ar-open.
022100      if ar-fstat not = "00"
022200          display "rei66: aropen open failed, status " ar-fstat
022300          go to open-abort
022400      end-if.
022500      open input cust-mast.
022600      if cust-fstat not = "00"
022700          display "rei66: custmast open failed, status "
022800              cust-fstat
022900          go to open-abort
023000      end-if.
023100      open input rep-mast.
023200      if rep-fstat not = "00"
023300          display "rei66: repmast open failed, status " rep-fstat
023400          go to open-abort
023500      end-if.
023600      open i-o com-hist.
023700      if ch-fstat = "35"
023800          open output com-hist
023900          close com-hist
024000          open i-o com-hist
024100      end-if.
024200      if ch-fstat not = "00"
024300          display "rei66: comhist open failed, status " ch-fstat
024400          go to open-abort
024500      end-if.
024600      open output print-file.
024700      if prt-status not = "00"
024800          display "rei66: comrpt open failed, status " prt-status
024900          go to open-abort
025000      end-if.
025020      open input bd-hist.
025040      if bdh-fstat = "00"
025060          move "Y" to hist-avail
025080      end-if.
025100      perform get-bizdate thru get-bizdate-exit.
025200      move run-date to from-date.
025300      move 1 to from-day.
025400      open input com-ctl.
025500      read com-ctl
025600          at end
025700              continue
025800      end-read.
025900      if ctl-status = "00" and cmc-start-date is numeric
026000          move cmc-start-date to start-date
026100      else
026200          move from-date to start-date
026300      end-if.
026400      close com-ctl.
026500      perform load-inv thru load-inv-exit
026600          until inv-eof = "Y".
026650      move high-values to prev-cust.
026700      perform load-ar thru load-ar-exit
026800          until ar-eof = "Y".
027000      move run-date to hd-date.
027100      move from-date to hd-from.
027200      move run-date to hd-to.
027300      write pr-line from hd-title-line.
027400      write pr-line from hd-date-line.
027416      move low-values to ivw-key.
027432      start iv-work key is not less than ivw-key
027448          invalid key
027464              move "Y" to iv-eof
027480      end-start.
027500      perform print-entry thru print-entry-exit
027700          until iv-eof = "Y".
027800      if iv-count > 0
027900          perform rep-totals thru rep-totals-exit
028000      end-if.
028200      write pr-line from spaces.
028300      write pr-line from hd-terr-title.
028400      write pr-line from hd-terr-column.
028416      move low-values to trw-code.
028432      start tr-work key is not less than trw-code
028448          invalid key
028464              move "Y" to tr-eof
028480      end-start.
028500      perform print-terr thru print-terr-exit
028700          until tr-eof = "Y".
028800      move "total" to dl-tr-code.
028900      move tot-lines to dl-tr-lines.
029000      move tot-sales to dl-tr-sales.
029100      move tot-paid-net to dl-tr-paid.
029200      move tot-comm to dl-tr-comm.
029300      write pr-line from dl-terr-line.
029400      write pr-line from spaces.
030700      move paid-count to dl-paid.
030800      move pend-count to dl-pend.
030900      move norep-count to dl-norep.
030950      move wof-count to dl-wofs.
031000      write pr-line from dl-count-line.
031100      open output com-ctl.
031200      move start-date to cmc-start-date.
031300      write com-ctl-record.
031400      close com-ctl.
031500      close inv-dtl.
031600      close ar-open.
031700      close cust-mast.
031800      close rep-mast.
031900      close com-hist.
031925      if hist-avail = "Y"
031950          close bd-hist
031975      end-if.
032000      close print-file.
032033      close iv-work.
032066      close tr-work.
032100      goback.
032200  load-inv.
032300      read inv-dtl
032400          at end
032500              move "Y" to inv-eof
032600              go to load-inv-exit
032700      end-read.
032800      if inv-date < start-date or inv-date > run-date
032900          go to load-inv-exit
033000      end-if.
033100      if inv-cust-id not = prev-cust
033200          move inv-cust-id to prev-cust
033300          move inv-cust-id to cust-id
033400          read cust-mast record
033500              invalid key
033600                  move spaces to cust-rep-code
033700                  move spaces to cust-territory
033800          end-read
033900          move cust-rep-code to cur-rep
034000          move cust-territory to cur-terr
034100      end-if.
034200      if inv-date >= from-date
034300          add inv-kingaku to tot-sales
034350          add 1 to tot-lines
034400          move cur-terr to tr-find
034500          perform get-terr thru get-terr-exit
034700          add 1 to trw-lines
034800          add inv-kingaku to trw-sales
035000          rewrite trw-record
035200      end-if.
035300      if inv-cust-id = paid-cust and inv-date = paid-date
035400          go to load-inv-exit
035500      end-if.
035600      move "Y" to iv-found.
035762      move cur-rep to ivw-rep.
035924      move inv-cust-id to ivw-cust.
036086      move inv-date to ivw-date.
036248      read iv-work record
036410          invalid key
036572              move "N" to iv-found
036734      end-read.
036900      if iv-found = "Y"
037000          add inv-kingaku to ivw-net
037050          rewrite ivw-record
037100          go to load-inv-exit
037200      end-if.
037300      move inv-cust-id to ch-cust-id.
037400      move inv-date to ch-inv-date.
037500      read com-hist record
037600          invalid key
037700              continue
037800      end-read.
037900      if ch-fstat = "00"
038000          move inv-cust-id to paid-cust
038100          move inv-date to paid-date
038200          go to load-inv-exit
038300      end-if.
039000      move cur-rep to ivw-rep.
039100      move inv-cust-id to ivw-cust.
039200      move inv-date to ivw-date.
039300      move cur-terr to ivw-terr.
039400      move inv-kingaku to ivw-net.
039500      move "N" to ivw-open.
039550      write ivw-record.
039600  load-inv-exit.
039700      exit.
040600  load-ar.
040700      read ar-open
040800          at end
040900              move "Y" to ar-eof
041000              go to load-ar-exit
041100      end-read.
041200      if ar-date < start-date or ar-date > run-date
041300          go to load-ar-exit
041400      end-if.
041421      if ar-cust-id not = prev-cust
041442          move ar-cust-id to prev-cust
041463          move ar-cust-id to cust-id
041484          read cust-mast record
041505              invalid key
041526                  move spaces to cust-rep-code
041547          end-read
041568          move cust-rep-code to cur-rep
041589      end-if.
041610      move cur-rep to ivw-rep.
041631      move ar-cust-id to ivw-cust.
041652      move ar-date to ivw-date.
041673      read iv-work record
041694          invalid key
041715              go to load-ar-exit
041736      end-read.
041757      move "Y" to ivw-open.
041778      rewrite ivw-record.
041800  load-ar-exit.
041900      exit.
042700  get-terr.
043000      move tr-find to trw-code.
043300      read tr-work record
043600          invalid key
043900              move tr-find to trw-code
044200              move 0 to trw-lines
044300              move 0 to trw-sales
044400              move 0 to trw-paid-net
044500              move 0 to trw-comm
044566              write trw-record
044632      end-read.
044700  get-terr-exit.
044800      exit.
048100  print-entry.
048114      read iv-work next record
048128          at end
048142              move "Y" to iv-eof
048156              go to print-entry-exit
048170      end-read.
048184      add 1 to iv-count.
048200      if ivw-rep not = prev-rep
048300          if iv-count > 1
048400              perform rep-totals thru rep-totals-exit
048500          end-if
048600          perform rep-heading thru rep-heading-exit
048700      end-if.
048800      move ivw-cust to dl-cust.
048900      move ivw-terr to dl-terr.
049000      move ivw-date to dl-date.
049100      move ivw-net to dl-net.
049200      move 0 to line-comm.
049300      if ivw-open = "Y"
049400          move "pending" to dl-status
049500          add ivw-net to rep-pend-net
049600          add ivw-net to tot-pend-net
049700          add 1 to pend-count
049800          go to print-entry-line
049900      end-if.
049911      if hist-avail = "Y"
049922          perform sum-wof thru sum-wof-exit
049933          if wof-left > 0
049944              move "bad debt" to dl-status
049955              add 1 to wof-count
049966              go to print-entry-line
049977          end-if
049988      end-if.
050000      if rep-ok = "N"
050100          move "no rep" to dl-status
050200          add 1 to norep-count
050300          go to print-entry-line
050400      end-if.
050500      compute line-comm rounded =
050600          ivw-net * rep-rate / 100.
050700      move ivw-cust to ch-cust-id.
050800      move ivw-date to ch-inv-date.
050900      move ivw-rep to ch-rep-code.
051000      move ivw-terr to ch-territory.
051100      move ivw-net to ch-net.
051200      move rep-rate to ch-comm-rate.
051300      move line-comm to ch-comm.
051400      move run-date to ch-paid-date.
051500      write ch-record
051600          invalid key
051700              display "rei66: comhist write failed, status "
051800                  ch-fstat
051900      end-write.
052000      move "paid" to dl-status.
052100      add ivw-net to rep-paid-net.
052200      add line-comm to rep-comm.
052300      add ivw-net to tot-paid-net.
052400      add line-comm to tot-comm.
052500      add 1 to paid-count.
052600      move ivw-terr to tr-find.
052700      perform get-terr thru get-terr-exit.
052900      add ivw-net to trw-paid-net.
053000      add line-comm to trw-comm.
053100      rewrite trw-record.
053200  print-entry-line.
053300      move line-comm to dl-comm.
053400      write pr-line from dl-line.
053500  print-entry-exit.
053600      exit.
053602  sum-wof.
053604      move 0 to wof-left.
053606      move ivw-cust to bdh-cust-id.
053608      move ivw-date to bdh-item-date.
053610      move 0 to bdh-post-date.
053612      move space to bdh-action.
053614      move "N" to bdh-end.
053616      start bd-hist key is not less than bdh-key
053618          invalid key
053620              go to sum-wof-exit
053622      end-start.
053624      perform sum-wof-rec thru sum-wof-rec-exit
053626          until bdh-end = "Y".
053628  sum-wof-exit.
053630      exit.
053632  sum-wof-rec.
053634      read bd-hist next record
053636          at end
053638              move "Y" to bdh-end
053640              go to sum-wof-rec-exit
053642      end-read.
053644      if bdh-cust-id not = ivw-cust
053646          or bdh-item-date not = ivw-date
053648          move "Y" to bdh-end
053650          go to sum-wof-rec-exit
053652      end-if.
053654      if bdh-write-off
053656          add bdh-amount to wof-left
053658      else
053660          subtract bdh-amount from wof-left
053662      end-if.
053664  sum-wof-rec-exit.
053666      exit.
053700  rep-heading.
053800      move ivw-rep to prev-rep.
053900      move 0 to rep-paid-net.
054000      move 0 to rep-comm.
054100      move 0 to rep-pend-net.
054200      move "N" to rep-ok.
054300      move 0 to rep-rate.
054400      move ivw-rep to hd-rep-code.
054500      move spaces to hd-rep-note.
054600      move 0 to hd-rep-rate.
054700      move spaces to hd-rep-pct.
054800      if ivw-rep = spaces
054900          move "no rep assigned" to hd-rep-name
055000          go to rep-heading-print
055100      end-if.
055200      move ivw-rep to rep-code.
055300      read rep-mast record
055400          invalid key
055500              continue
055600      end-read.
055700      if rep-fstat not = "00"
055800          move "rep not on file" to hd-rep-name
055900          go to rep-heading-print
056000      end-if.
056100      move "Y" to rep-ok.
056200      move rep-comm-rate to rep-rate.
056300      move rep-name to hd-rep-name.
056400      move "rate: " to hd-rep-note.
056500      move rep-comm-rate to hd-rep-rate.
056600      move "%" to hd-rep-pct.
056700  rep-heading-print.
056800      write pr-line from spaces.
056900      write pr-line from hd-rep-line.
057000      write pr-line from hd-column-line.
057100  rep-heading-exit.
057200      exit.
057300  rep-totals.
057400      move "collected, paid" to dl-rt-label.
057500      move rep-paid-net to dl-rt-net.
057600      move rep-comm to dl-rt-comm.
057700      write pr-line from dl-rep-tot-line.
057800      move "awaiting collection" to dl-rt-label.
057900      move rep-pend-net to dl-rt-net.
058000      move 0 to dl-rt-comm.
058100      write pr-line from dl-rep-tot-line.
058200  rep-totals-exit.
058300      exit.
060900  print-terr.
060916      read tr-work next record
060932          at end
060948              move "Y" to tr-eof
060964              go to print-terr-exit
060980      end-read.
061000      if trw-code = spaces
061100          move "none" to dl-tr-code
061200      else
061300          move trw-code to dl-tr-code
061400      end-if.
061500      move trw-lines to dl-tr-lines.
061600      move trw-sales to dl-tr-sales.
061700      move trw-paid-net to dl-tr-paid.
061800      move trw-comm to dl-tr-comm.
061900      write pr-line from dl-terr-line.
062000  print-terr-exit.
062100      exit.
062200  open-abort.
062300      move 1 to return-code.
062400      close inv-dtl.
062500      close ar-open.
062600      close cust-mast.
062700      close rep-mast.
062800      close com-hist.
062825      if hist-avail = "Y"
062850          close bd-hist
062875      end-if.
062900      close print-file.
062933      close iv-work.
062966      close tr-work.
063000      goback.
063100  get-bizdate.
063200      open input biz-file.
063300      read biz-file
063400          at end
063500              continue
063600      end-read.
063700      if biz-status = "00" and biz-date is numeric
063800          move biz-date to run-date
063900      else
064000          accept run-date from date yyyymmdd
064100      end-if.
064200      close biz-file.
064300  get-bizdate-exit.
064400      exit.
