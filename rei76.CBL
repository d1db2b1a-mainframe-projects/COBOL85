000100  identification division.
000200  program-id. rei76.
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
001300      select bd-apv assign to "BDAPV"
001400          organization line sequential
001500          file status is bda-fstat.
001600      select bd-prop assign to "BDPROP"
001700          organization indexed
001800          access mode dynamic
001900          record key is bdp-key
002000          file status is bdp-fstat.
002100      select bd-hist assign to "BDHIST"
002200          organization indexed
002300          access mode dynamic
002400          record key is bdh-key
002500          file status is bdh-fstat.
002600      select opr-auth assign to "OPRAUTH"
002700          organization indexed
002800          access mode dynamic
002900          record key is opr-id
003000          file status is opr-fstat.
003100      select ar-open assign to "AROPEN"
003200          organization line sequential
003300          file status is ar-fstat.
003400      select ar-work assign to "R76ARWK"
003500          organization indexed
003600          access mode dynamic
003700          record key is aw-key
003800          file status is aw-fstat.
003900      select ar-new assign to "AROPENN"
004000          organization line sequential
004100          file status is arn-fstat.
004200      select gl-intf assign to "GLINTF"
004300          organization line sequential
004400          file status is gl-status.
004500      select gl-batch assign to "GLBATCH"
004600          organization line sequential
004700          file status is bat-status.
004800      select gl-bstat assign to "GLBSTAT"
004900          organization line sequential
005000          file status is gb-fstat.
005100      select prd-file assign to "PERIODS"
005200          organization indexed
005300          access mode dynamic
005400          record key is prd-month
005500          file status is prd-fstat.
005600      select print-file assign to "BDPOST"
005700          organization line sequential
005800          file status is prt-status.
005900  data division.
006000  file section.
006100  fd  biz-file.
006200      copy "bizdate.CPY".
006300  fd  bd-apv.
006400      copy "bdapv.CPY".
006500  fd  bd-prop.
006600      copy "bdprop.CPY".
006700  fd  bd-hist.
006800      copy "bdhist.CPY".
006900  fd  opr-auth.
007000      copy "oprauth.CPY".
007100  fd  ar-open.
007200      copy "aropen.CPY".
007300  fd  ar-work.
007400  01 aw-record.
007500  02 aw-key.
007600  03 aw-cust-id pic x(6).
007700  03 aw-date pic 9(8).
007800  02 aw-amount pic s9(11).
007900  02 aw-wof pic x(1).
008000  02 aw-reinst pic s9(11).
008100  fd  ar-new.
008200  01 an-record pic x(23).
008300  fd  gl-intf.
008400      copy "glintf.CPY".
008500  fd  gl-batch.
008600      copy "glbatch.CPY".
008700  fd  gl-bstat.
008800      copy "glbstat.CPY".
008900  fd  prd-file.
009000      copy "periods.CPY".
009100  fd  print-file.
009200  01 pr-line pic x(80).
009300  working-storage section.
009400  01 biz-status pic xx.
009500  01 bda-fstat pic xx.
009600  01 bdp-fstat pic xx.
009700  01 bdh-fstat pic xx.
009800  01 opr-fstat pic xx.
009900  01 ar-fstat pic xx.
010000  01 aw-fstat pic xx.
010100  01 arn-fstat pic xx.
010200  01 gl-status pic xx.
010300  01 bat-status pic xx.
010400  01 gb-fstat pic xx.
010500  01 prd-fstat pic xx.
010600  01 prt-status pic xx.
010700  01 prd-avail pic x value "N".
010800  01 bda-eof pic x value "N".
010900  01 ar-eof pic x value "N".
011000  01 aw-eof pic x value "N".
011100  01 bdh-end pic x value "N".
011200  01 item-found pic x value "N".
011300  01 tran-valid pic x value "Y".
011400  01 rej-reason pic x(20).
011500  01 run-date pic 9(8).
011600  01 recover-left pic s9(11) value 0.
011700  01 hist-amt-w pic 9(9) value 0.
011800  01 gl-batch-no-w pic 9(6) value 0.
011900  01 gl-det-count pic 9(7) value 0.
012000  01 gl-hash-w pic s9(11) value 0.
012100  01 gl-amt-w pic s9(9) value 0.
012200  01 gl-acct-w pic x(6) value spaces.
012300  01 gl-side-w pic x value space.
012400  01 acct-ar pic x(6) value "AR".
012500  01 acct-baddebt pic x(6) value "BADDBT".
012600  01 wof-count pic 9(5) value 0.
012700  01 rec-count pic 9(5) value 0.
012800  01 decline-count pic 9(5) value 0.
012900  01 cancel-count pic 9(5) value 0.
013000  01 reject-count pic 9(5) value 0.
013100  01 tot-wof pic s9(11) value 0.
013200  01 tot-rec pic s9(11) value 0.
013300  01 hd-title-line.
013400  02 filler pic x(22) value spaces.
013500  02 filler pic x(30) value "bad debt posting register".
013600  01 hd-date-line.
013700  02 filler pic x(10) value "run date: ".
013800  02 hd-date pic x(8).
013900  02 filler pic x(12) value "  gl batch: ".
014000  02 hd-batch pic 9(6).
014100  01 hd-column-line.
014200  02 filler pic x(8) value "kokyaku".
014300  02 filler pic x(10) value "hizuke".
014400  02 filler pic x(3) value "a".
014500  02 filler pic x(11) value "  kingaku".
014600  02 filler pic x(4) value "rsn".
014700  02 filler pic x(10) value "maker".
014800  02 filler pic x(10) value "approver".
014900  02 filler pic x(6) value "result".
015000  01 dl-line.
015100  02 dl-cust pic x(6).
015200  02 filler pic x(2) value space.
015300  02 dl-item-date pic 9(8).
015400  02 filler pic x(2) value space.
015500  02 dl-action pic x(1).
015600  02 filler pic x(2) value space.
015700  02 dl-amount pic z(8)9.
015800  02 filler pic x(2) value space.
015900  02 dl-reason pic x(2).
016000  02 filler pic x(2) value space.
016100  02 dl-maker pic x(8).
016200  02 filler pic x(2) value space.
016300  02 dl-approver pic x(8).
016400  02 filler pic x(2) value space.
016500  02 dl-result pic x(12).
016600  01 dl-rej-line.
016700  02 filler pic x(10) value "rejected: ".
016800  02 dl-rej-key pic x(15).
016900  02 filler pic x(1) value space.
017000  02 dl-rej-decision pic x(1).
017100  02 filler pic x(2) value space.
017200  02 dl-rej-reason pic x(20).
017300  02 filler pic x(6) value "  by: ".
017400  02 dl-rej-operator pic x(8).
017500  01 dl-tot-line.
017600  02 filler pic x(13) value "written off: ".
017700  02 dl-tot-wof pic z(10)9-.
017800  02 filler pic x(13) value "  recovered: ".
017900  02 dl-tot-rec pic z(10)9-.
018000  01 dl-count-line.
018100  02 filler pic x(13) value "written off: ".
018200  02 dl-wofs pic zzzz9.
018300  02 filler pic x(13) value "  recovered: ".
018400  02 dl-recs pic zzzz9.
018500  02 filler pic x(12) value "  declined: ".
018600  02 dl-declined pic zzzz9.
018700  02 filler pic x(10) value "  cancel: ".
018800  02 dl-cancelled pic zzzz9.
018900  02 filler pic x(7) value "  rej: ".
019000  02 dl-rejected pic zzzz9.
019100  procedure division.
019200      open input bd-apv.
019300      if bda-fstat not = "00"
019400          display "rei76: bdapv open failed, status " bda-fstat
019500          go to open-abort
019600      end-if.
019700      open i-o bd-prop.
019800      if bdp-fstat = "35"
019900          open output bd-prop
020000          close bd-prop
020100          open i-o bd-prop
020200      end-if.
020300      if bdp-fstat not = "00"
020400          display "rei76: bdprop open failed, status " bdp-fstat
020500          go to open-abort
020600      end-if.
020700      open i-o bd-hist.
020800      if bdh-fstat = "35"
020900          open output bd-hist
021000          close bd-hist
021100          open i-o bd-hist
021200      end-if.
021300      if bdh-fstat not = "00"
021400          display "rei76: bdhist open failed, status " bdh-fstat
021500          go to open-abort
021600      end-if.
021700      open input opr-auth.
021800      if opr-fstat not = "00"
021900          display "rei76: oprauth open failed, status " opr-fstat
022000          go to open-abort
022100      end-if.
022200      open input ar-open.
022300      if ar-fstat not = "00"
022400          display "rei76: aropen open failed, status " ar-fstat
022500          go to open-abort
022600      end-if.
022700      open output ar-work.
022800      close ar-work.
022900      open i-o ar-work.
023000      if aw-fstat not = "00"
023100          display "rei76: r76arwk open failed, status " aw-fstat
023200          go to open-abort
023300      end-if.
023400      open output ar-new.
023500      if arn-fstat not = "00"
023600          display "rei76: aropenn open failed, status " arn-fstat
023700          go to open-abort
023800      end-if.
023900      open output print-file.
024000      if prt-status not = "00"
024100          display "rei76: bdpost open failed, status " prt-status
024200          go to open-abort
024300      end-if.
024400      perform get-bizdate thru get-bizdate-exit.
024500      open input prd-file.
024600      if prd-fstat = "00"
024700          move "Y" to prd-avail
024800          move run-date(1:6) to prd-month
024900          read prd-file record
025000              invalid key
025100                  continue
025200          end-read
025300          if prd-fstat = "00" and prd-closed
025400              display "rei76: business date " run-date
025500                  " is in a closed period"
025600              go to open-abort
025700          end-if
025800      end-if.
025900      perform load-ar thru load-ar-exit
026000          until ar-eof = "Y".
026100      open extend gl-intf.
026200      if gl-status not = "00"
026300          display "rei76: glintf open failed, status " gl-status
026400          go to open-abort
026500      end-if.
026600      perform next-batch thru next-batch-exit.
026700      move spaces to gl-record.
026800      move "H" to gl-rec-type.
026900      move "B" to gl-journal.
027000      move gl-batch-no-w to gl-batch-no.
027100      move run-date to gl-batch-date.
027200      write gl-record.
027300      perform write-batch-stat thru write-batch-stat-exit.
027400      move run-date to hd-date.
027500      move gl-batch-no-w to hd-batch.
027600      write pr-line from hd-title-line.
027700      write pr-line from hd-date-line.
027800      write pr-line from spaces.
027900      write pr-line from hd-column-line.
028000      perform apply-decision thru apply-decision-exit
028100          until bda-eof = "Y".
028200      close ar-open.
028300      open input ar-open.
028400      if ar-fstat not = "00"
028500          display "rei76: aropen reopen failed, status " ar-fstat
028600          go to open-abort
028700      end-if.
028800      move "N" to ar-eof.
028900      perform copy-ar thru copy-ar-exit
029000          until ar-eof = "Y".
029100      move low-values to aw-key.
029200      start ar-work key is not less than aw-key
029300          invalid key
029400              move "Y" to aw-eof
029500      end-start.
029600      perform write-reinst thru write-reinst-exit
029700          until aw-eof = "Y".
029800      perform write-gl-trailer thru write-gl-trailer-exit.
029900      move tot-wof to dl-tot-wof.
030000      move tot-rec to dl-tot-rec.
030100      move wof-count to dl-wofs.
030200      move rec-count to dl-recs.
030300      move decline-count to dl-declined.
030400      move cancel-count to dl-cancelled.
030500      move reject-count to dl-rejected.
030600      write pr-line from spaces.
030700      write pr-line from dl-tot-line.
030800      write pr-line from dl-count-line.
030900      close bd-apv.
031000      close bd-prop.
031100      close bd-hist.
031200      close opr-auth.
031300      close ar-open.
031400      close ar-work.
031500      close ar-new.
031600      close gl-intf.
031700      close print-file.
031800      if prd-avail = "Y"
031900          close prd-file
032000      end-if.
032100      goback.
032200  load-ar.
032300      read ar-open
032400          at end
032500              move "Y" to ar-eof
032600              go to load-ar-exit
032700      end-read.
032800      move ar-cust-id to aw-cust-id.
032900      move ar-date to aw-date.
033000      read ar-work record
033100          invalid key
033200              move ar-amount to aw-amount
033300              move "N" to aw-wof
033400              move 0 to aw-reinst
033500              write aw-record
033600              go to load-ar-exit
033700      end-read.
033800      add ar-amount to aw-amount.
033900      rewrite aw-record.
034000  load-ar-exit.
034100      exit.
034200  apply-decision.
034300      read bd-apv
034400          at end
034500              move "Y" to bda-eof
034600              go to apply-decision-exit
034700      end-read.
034800      move "Y" to tran-valid.
034900      if not bda-approve and not bda-decline
035000          move "N" to tran-valid
035100          move "bad decision code" to rej-reason
035200      end-if.
035300      if tran-valid = "Y"
035400          move bda-key to bdp-key
035500          read bd-prop record
035600              invalid key
035700                  move "N" to tran-valid
035800                  move "no proposal" to rej-reason
035900          end-read
036000      end-if.
036100      if tran-valid = "Y" and not bdp-pending
036200          move "N" to tran-valid
036300          move "already decided" to rej-reason
036400      end-if.
036500      if tran-valid = "Y" and bda-operator = bdp-maker
036600          move "N" to tran-valid
036700          move "maker cannot approve" to rej-reason
036800      end-if.
036900      if tran-valid = "Y"
037000          perform check-approver thru check-approver-exit
037100      end-if.
037200      if tran-valid = "N"
037300          perform write-reject thru write-reject-exit
037400          go to apply-decision-exit
037500      end-if.
037600      move bda-operator to bdp-approver.
037700      move run-date to bdp-status-date.
037800      if bda-decline
037900          move "D" to bdp-status
038000          move "declined" to dl-result
038100          add 1 to decline-count
038200      else
038300          if bdp-write-off
038400              perform post-write-off thru post-write-off-exit
038500          else
038600              perform post-recovery thru post-recovery-exit
038700          end-if
038800      end-if.
038900      rewrite bdp-record.
039000      perform write-line thru write-line-exit.
039100  apply-decision-exit.
039200      exit.
039300  check-approver.
039400      move bda-operator to opr-id.
039500      read opr-auth record
039600          invalid key
039700              continue
039800      end-read.
039900      if opr-fstat not = "00" or not opr-active
040000          or opr-apv-auth not = "Y"
040100          or opr-cust-auth not = "Y"
040200          move "N" to tran-valid
040300          move "operator not allowed" to rej-reason
040400      end-if.
040500  check-approver-exit.
040600      exit.
040700  post-write-off.
040800      move bdp-cust-id to aw-cust-id.
040900      move bdp-item-date to aw-date.
041000      move "Y" to item-found.
041100      read ar-work record
041200          invalid key
041300              move "N" to item-found
041400      end-read.
041500      if item-found = "N" or aw-wof = "Y"
041600          or aw-amount not = bdp-amount
041700          move "C" to bdp-status
041800          move "cancelled" to dl-result
041900          add 1 to cancel-count
042000          go to post-write-off-exit
042100      end-if.
042200      move "Y" to aw-wof.
042300      rewrite aw-record.
042400      move bdp-amount to gl-amt-w.
042500      move acct-baddebt to gl-acct-w.
042600      move "D" to gl-side-w.
042700      perform write-gl-line thru write-gl-line-exit.
042800      move acct-ar to gl-acct-w.
042900      move "C" to gl-side-w.
043000      perform write-gl-line thru write-gl-line-exit.
043100      perform write-hist thru write-hist-exit.
043200      move "X" to bdp-status.
043300      move "written off" to dl-result.
043400      add bdp-amount to tot-wof.
043500      add 1 to wof-count.
043600  post-write-off-exit.
043700      exit.
043800  post-recovery.
043900      perform sum-recoverable thru sum-recoverable-exit.
044000      if bdp-amount > recover-left
044100          move "C" to bdp-status
044200          move "cancelled" to dl-result
044300          add 1 to cancel-count
044400          go to post-recovery-exit
044500      end-if.
044600      move bdp-cust-id to aw-cust-id.
044700      move bdp-item-date to aw-date.
044800      move "Y" to item-found.
044900      read ar-work record
045000          invalid key
045100              move "N" to item-found
045200      end-read.
045300      if item-found = "Y"
045400          add bdp-amount to aw-reinst
045500          rewrite aw-record
045600      else
045700          move 0 to aw-amount
045800          move "N" to aw-wof
045900          move bdp-amount to aw-reinst
046000          write aw-record
046100      end-if.
046200      move bdp-amount to gl-amt-w.
046300      move acct-ar to gl-acct-w.
046400      move "D" to gl-side-w.
046500      perform write-gl-line thru write-gl-line-exit.
046600      move acct-baddebt to gl-acct-w.
046700      move "C" to gl-side-w.
046800      perform write-gl-line thru write-gl-line-exit.
046900      perform write-hist thru write-hist-exit.
047000      move "X" to bdp-status.
047100      move "reinstated" to dl-result.
047200      add bdp-amount to tot-rec.
047300      add 1 to rec-count.
047400  post-recovery-exit.
047500      exit.
047600  sum-recoverable.
047700      move 0 to recover-left.
047800      move bdp-cust-id to bdh-cust-id.
047900      move bdp-item-date to bdh-item-date.
048000      move 0 to bdh-post-date.
048100      move space to bdh-action.
048200      move "N" to bdh-end.
048300      start bd-hist key is not less than bdh-key
048400          invalid key
048500              go to sum-recoverable-exit
048600      end-start.
048700      perform sum-hist-rec thru sum-hist-rec-exit
048800          until bdh-end = "Y".
048900  sum-recoverable-exit.
049000      exit.
049100  sum-hist-rec.
049200      read bd-hist next record
049300          at end
049400              move "Y" to bdh-end
049500              go to sum-hist-rec-exit
049600      end-read.
049700      if bdh-cust-id not = bdp-cust-id
049800          or bdh-item-date not = bdp-item-date
049900          move "Y" to bdh-end
050000          go to sum-hist-rec-exit
050100      end-if.
050200      if bdh-write-off
050300          add bdh-amount to recover-left
050400      else
050500          subtract bdh-amount from recover-left
050600      end-if.
050700  sum-hist-rec-exit.
050800      exit.
050900  write-hist.
051000      move bdp-cust-id to bdh-cust-id.
051100      move bdp-item-date to bdh-item-date.
051200      move run-date to bdh-post-date.
051300      move bdp-action to bdh-action.
051400      move bdp-amount to bdh-amount.
051500      move bdp-reason to bdh-reason.
051600      move bdp-maker to bdh-maker.
051700      move bdp-approver to bdh-approver.
051800      move gl-batch-no-w to bdh-gl-batch.
051900      write bdh-record
052000          invalid key
052100              perform add-hist thru add-hist-exit
052200      end-write.
052300  write-hist-exit.
052400      exit.
052500  add-hist.
052600      move bdp-amount to hist-amt-w.
052700      read bd-hist record
052800          invalid key
052900              display "rei76: bdhist write failed, status "
053000                  bdh-fstat
053100              go to add-hist-exit
053200      end-read.
053300      add hist-amt-w to bdh-amount.
053400      move bdp-approver to bdh-approver.
053500      rewrite bdh-record.
053600  add-hist-exit.
053700      exit.
053800  copy-ar.
053900      read ar-open
054000          at end
054100              move "Y" to ar-eof
054200              go to copy-ar-exit
054300      end-read.
054400      move ar-cust-id to aw-cust-id.
054500      move ar-date to aw-date.
054600      read ar-work record
054700          invalid key
054800              continue
054900      end-read.
055000      if aw-fstat = "00" and aw-wof = "Y"
055100          go to copy-ar-exit
055200      end-if.
055300      write an-record from ar-record.
055400  copy-ar-exit.
055500      exit.
055600  write-reinst.
055700      read ar-work next record
055800          at end
055900              move "Y" to aw-eof
056000              go to write-reinst-exit
056100      end-read.
056200      if aw-reinst = 0
056300          go to write-reinst-exit
056400      end-if.
056500      move aw-cust-id to ar-cust-id.
056600      move aw-date to ar-date.
056700      move aw-reinst to ar-amount.
056800      write an-record from ar-record.
056900  write-reinst-exit.
057000      exit.
057100  write-line.
057200      move bdp-cust-id to dl-cust.
057300      move bdp-item-date to dl-item-date.
057400      move bdp-action to dl-action.
057500      move bdp-amount to dl-amount.
057600      move bdp-reason to dl-reason.
057700      move bdp-maker to dl-maker.
057800      move bdp-approver to dl-approver.
057900      write pr-line from dl-line.
058000  write-line-exit.
058100      exit.
058200  write-reject.
058300      move bda-key to dl-rej-key.
058400      move bda-decision to dl-rej-decision.
058500      move rej-reason to dl-rej-reason.
058600      move bda-operator to dl-rej-operator.
058700      write pr-line from dl-rej-line.
058800      add 1 to reject-count.
058900  write-reject-exit.
059000      exit.
059100  write-gl-line.
059200      move spaces to gl-record.
059300      move "D" to gl-rec-type.
059400      move bdp-cust-id to gl-ref-id.
059500      move 0 to gl-qty.
059600      move gl-amt-w to gl-net-amount.
059700      move 0 to gl-tax-amount.
059800      move 0 to gl-tax-rate.
059900      move run-date to gl-run-date.
060000      move "B" to gl-journal.
060100      move gl-acct-w to gl-account.
060200      move gl-side-w to gl-dr-cr.
060300      write gl-record.
060400      add 1 to gl-det-count.
060500      add gl-amt-w to gl-hash-w.
060600  write-gl-line-exit.
060700      exit.
060800  next-batch.
060900      open input gl-batch.
061000      read gl-batch
061100          at end
061200              continue
061300      end-read.
061400      if bat-status = "00" and bat-last-no is numeric
061500          compute gl-batch-no-w = bat-last-no + 1
061600      else
061700          move 1 to gl-batch-no-w
061800      end-if.
061900      close gl-batch.
062000      open output gl-batch.
062100      move gl-batch-no-w to bat-last-no.
062200      write bat-record.
062300      close gl-batch.
062400  next-batch-exit.
062500      exit.
062600  write-batch-stat.
062700      open extend gl-bstat.
062800      if gb-fstat not = "00"
062900          display "rei76: glbstat open failed, status " gb-fstat
063000          close gl-bstat
063100          go to write-batch-stat-exit
063200      end-if.
063300      move gl-batch-no-w to gb-batch-no.
063400      move run-date to gb-date.
063500      move "C" to gb-status.
063600      move 0 to gb-ack-date.
063700      write gb-record.
063800      close gl-bstat.
063900  write-batch-stat-exit.
064000      exit.
064100  write-gl-trailer.
064200      move spaces to gl-record.
064300      move "T" to gl-rec-type.
064400      move "B" to gl-journal.
064500      move gl-det-count to gl-rec-count.
064600      move gl-hash-w to gl-hash-total.
064700      write gl-record.
064800  write-gl-trailer-exit.
064900      exit.
065000  open-abort.
065100      move 1 to return-code.
065200      close bd-apv.
065300      close bd-prop.
065400      close bd-hist.
065500      close opr-auth.
065600      close ar-open.
065700      close ar-work.
065800      close ar-new.
065900      close gl-intf.
066000      close print-file.
066100      if prd-avail = "Y"
066200          close prd-file
066300      end-if.
066400      goback.
066500  get-bizdate.
066600      open input biz-file.
066700      read biz-file
066800          at end
066900              continue
067000      end-read.
067100      if biz-status = "00" and biz-date is numeric
067200          move biz-date to run-date
067300      else
067400          accept run-date from date yyyymmdd
067500      end-if.
067600      close biz-file.
067700  get-bizdate-exit.
067800      exit.
