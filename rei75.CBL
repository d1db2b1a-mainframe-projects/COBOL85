000100  identification division.
000200  program-id. rei75.
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
001300      select bd-ctl assign to "BDCTL"
001400          organization line sequential
001500          file status is ctl-status.
001600      select bd-trans assign to "BDTRAN"
001700          organization line sequential
001800          file status is bdt-fstat.
001900      select ar-open assign to "AROPEN"
002000          organization line sequential
002100          file status is ar-fstat.
002200      select ar-work assign to "R75ARWK"
002300          organization indexed
002400          access mode dynamic
002500          record key is aw-key
002600          file status is aw-fstat.
002700      select opr-auth assign to "OPRAUTH"
002800          organization indexed
002900          access mode dynamic
003000          record key is opr-id
003100          file status is opr-fstat.
003200      select bd-prop assign to "BDPROP"
003300          organization indexed
003400          access mode dynamic
003500          record key is bdp-key
003600          file status is bdp-fstat.
003700      select bd-hist assign to "BDHIST"
003800          organization indexed
003900          access mode dynamic
004000          record key is bdh-key
004100          file status is bdh-fstat.
004200      select print-file assign to "BDRGST"
004300          organization line sequential
004400          file status is prt-status.
004500  data division.
004600  file section.
004700  fd  biz-file.
004800      copy "bizdate.CPY".
004900  fd  bd-ctl.
005000      copy "bdctl.CPY".
005100  fd  bd-trans.
005200      copy "bdtran.CPY".
005300  fd  ar-open.
005400      copy "aropen.CPY".
005500  fd  ar-work.
005600  01 aw-record.
005700  02 aw-key.
005800  03 aw-cust-id pic x(6).
005900  03 aw-date pic 9(8).
006000  02 aw-amount pic s9(11).
006100  fd  opr-auth.
006200      copy "oprauth.CPY".
006300  fd  bd-prop.
006400      copy "bdprop.CPY".
006500  fd  bd-hist.
006600      copy "bdhist.CPY".
006700  fd  print-file.
006800  01 pr-line pic x(80).
006900  working-storage section.
007000  01 biz-status pic xx.
007100  01 ctl-status pic xx.
007200  01 bdt-fstat pic xx.
007300  01 ar-fstat pic xx.
007400  01 aw-fstat pic xx.
007500  01 opr-fstat pic xx.
007600  01 bdp-fstat pic xx.
007700  01 bdh-fstat pic xx.
007800  01 prt-status pic xx.
007900  01 bdt-avail pic x value "N".
008000  01 hist-avail pic x value "N".
008100  01 bdt-eof pic x value "N".
008200  01 ar-eof pic x value "N".
008300  01 aw-eof pic x value "N".
008400  01 bdp-eof pic x value "N".
008500  01 bdh-end pic x value "N".
008600  01 prop-found pic x value "N".
008700  01 tran-valid pic x value "Y".
008800  01 rej-reason pic x(20).
008900  01 run-date pic 9(8).
009000  01 run-int pic 9(7) value 0.
009100  01 age-days pic s9(7) value 0.
009200  01 auto-small pic x value "N".
009300  01 small-amt pic 9(7) value 100.
009400  01 min-days pic 9(3) value 60.
009500  01 recover-left pic s9(11) value 0.
009600  01 prop-count pic 9(5) value 0.
009700  01 auto-count pic 9(5) value 0.
009800  01 reject-count pic 9(5) value 0.
009900  01 pend-count pic 9(5) value 0.
010000  01 tot-wof pic s9(11) value 0.
010100  01 tot-rec pic s9(11) value 0.
010200  01 hd-title-line.
010300  02 filler pic x(22) value spaces.
010400  02 filler pic x(30) value "write-off approval register".
010500  01 hd-date-line.
010600  02 filler pic x(10) value "run date: ".
010700  02 hd-date pic x(8).
010800  02 filler pic x(16) value "  small under:  ".
010900  02 hd-small pic z(6)9.
011000  02 filler pic x(9) value "  after: ".
011100  02 hd-days pic zz9.
011200  02 filler pic x(5) value " days".
011300  01 hd-section-line.
011400  02 hd-section pic x(40).
011500  01 hd-column-line.
011600  02 filler pic x(8) value "kokyaku".
011700  02 filler pic x(10) value "hizuke".
011800  02 filler pic x(3) value "a".
011900  02 filler pic x(11) value "  kingaku".
012000  02 filler pic x(4) value "rsn".
012100  02 filler pic x(10) value "maker".
012200  02 filler pic x(10) value "proposed".
012300  02 filler pic x(7) value "   days".
012400  02 filler pic x(6) value "result".
012500  01 dl-line.
012600  02 dl-cust pic x(6).
012700  02 filler pic x(2) value space.
012800  02 dl-item-date pic 9(8).
012900  02 filler pic x(2) value space.
013000  02 dl-action pic x(1).
013100  02 filler pic x(2) value space.
013200  02 dl-amount pic z(8)9.
013300  02 filler pic x(2) value space.
013400  02 dl-reason pic x(2).
013500  02 filler pic x(2) value space.
013600  02 dl-maker pic x(8).
013700  02 filler pic x(2) value space.
013800  02 dl-prop-date pic 9(8).
013900  02 filler pic x(2) value space.
014000  02 dl-days pic zzzz9.
014100  02 filler pic x(2) value space.
014200  02 dl-result pic x(10).
014300  01 dl-rej-line.
014400  02 filler pic x(10) value "rejected: ".
014500  02 dl-rej-cust pic x(6).
014600  02 filler pic x(1) value space.
014700  02 dl-rej-date pic x(8).
014800  02 filler pic x(1) value space.
014900  02 dl-rej-action pic x(1).
015000  02 filler pic x(2) value space.
015100  02 dl-rej-reason pic x(20).
015200  02 filler pic x(6) value "  by: ".
015300  02 dl-rej-operator pic x(8).
015400  01 dl-tot-line.
015500  02 filler pic x(12) value "write-offs: ".
015600  02 dl-tot-wof pic z(10)9-.
015700  02 filler pic x(14) value "  recoveries: ".
015800  02 dl-tot-rec pic z(10)9-.
015900  01 dl-count-line.
016000  02 filler pic x(10) value "proposed: ".
016100  02 dl-proposed pic zzzz9.
016200  02 filler pic x(8) value "  auto: ".
016300  02 dl-auto pic zzzz9.
016400  02 filler pic x(12) value "  rejected: ".
016500  02 dl-rejected pic zzzz9.
016600  02 filler pic x(11) value "  waiting: ".
016700  02 dl-waiting pic zzzz9.
016800  01 dl-sign-line.
016900  02 filler pic x(13) value "approved by: ".
017000  02 filler pic x(20) value all "_".
017100  02 filler pic x(8) value "  date: ".
017200  02 filler pic x(10) value all "_".
017300  procedure division.
017400      open input ar-open.
017500      if ar-fstat not = "00"
017600          display "rei75: aropen open failed, status " ar-fstat
017700          go to open-abort
017800      end-if.
017900      open input opr-auth.
018000      if opr-fstat not = "00"
018100          display "rei75: oprauth open failed, status " opr-fstat
018200          go to open-abort
018300      end-if.
018400      open i-o bd-prop.
018500      if bdp-fstat = "35"
018600          open output bd-prop
018700          close bd-prop
018800          open i-o bd-prop
018900      end-if.
019000      if bdp-fstat not = "00"
019100          display "rei75: bdprop open failed, status " bdp-fstat
019200          go to open-abort
019300      end-if.
019400      open output ar-work.
019500      close ar-work.
019600      open i-o ar-work.
019700      if aw-fstat not = "00"
019800          display "rei75: r75arwk open failed, status " aw-fstat
019900          go to open-abort
020000      end-if.
020100      open output print-file.
020200      if prt-status not = "00"
020300          display "rei75: bdrgst open failed, status " prt-status
020400          go to open-abort
020500      end-if.
020600      open input bd-trans.
020700      if bdt-fstat = "00"
020800          move "Y" to bdt-avail
020900      end-if.
021000      open input bd-hist.
021100      if bdh-fstat = "00"
021200          move "Y" to hist-avail
021300      end-if.
021400      perform get-bizdate thru get-bizdate-exit.
021500      compute run-int =
021600          function integer-of-date(run-date).
021700      open input bd-ctl.
021800      read bd-ctl
021900          at end
022000              continue
022100      end-read.
022200      if ctl-status = "00"
022300          if ctl-auto-small = "Y"
022400              move "Y" to auto-small
022500          end-if
022600          if ctl-small-amt is numeric and ctl-small-amt > 0
022700              move ctl-small-amt to small-amt
022800          end-if
022900          if ctl-min-days is numeric
023000              move ctl-min-days to min-days
023100          end-if
023200      end-if.
023300      close bd-ctl.
023400      perform load-ar thru load-ar-exit
023500          until ar-eof = "Y".
023600      move run-date to hd-date.
023700      move small-amt to hd-small.
023800      move min-days to hd-days.
023900      write pr-line from hd-title-line.
024000      write pr-line from hd-date-line.
024100      write pr-line from spaces.
024200      move "new proposals:" to hd-section.
024300      write pr-line from hd-section-line.
024400      write pr-line from hd-column-line.
024500      if bdt-avail = "Y"
024600          perform take-request thru take-request-exit
024700              until bdt-eof = "Y"
024800      end-if.
024900      if auto-small = "Y"
025000          move low-values to aw-key
025100          start ar-work key is not less than aw-key
025200              invalid key
025300                  move "Y" to aw-eof
025400          end-start
025500          perform auto-small-item thru auto-small-item-exit
025600              until aw-eof = "Y"
025700      end-if.
025800      write pr-line from spaces.
025900      move "awaiting approval:" to hd-section.
026000      write pr-line from hd-section-line.
026100      write pr-line from hd-column-line.
026200      move low-values to bdp-key.
026300      start bd-prop key is not less than bdp-key
026400          invalid key
026500              move "Y" to bdp-eof
026600      end-start.
026700      perform list-pending thru list-pending-exit
026800          until bdp-eof = "Y".
026900      move tot-wof to dl-tot-wof.
027000      move tot-rec to dl-tot-rec.
027100      move prop-count to dl-proposed.
027200      move auto-count to dl-auto.
027300      move reject-count to dl-rejected.
027400      move pend-count to dl-waiting.
027500      write pr-line from spaces.
027600      write pr-line from dl-tot-line.
027700      write pr-line from dl-count-line.
027800      write pr-line from spaces.
027900      write pr-line from dl-sign-line.
028000      close ar-open.
028100      close ar-work.
028200      close opr-auth.
028300      close bd-prop.
028400      if bdt-avail = "Y"
028500          close bd-trans
028600      end-if.
028700      if hist-avail = "Y"
028800          close bd-hist
028900      end-if.
029000      close print-file.
029100      goback.
029200  load-ar.
029300      read ar-open
029400          at end
029500              move "Y" to ar-eof
029600              go to load-ar-exit
029700      end-read.
029800      move ar-cust-id to aw-cust-id.
029900      move ar-date to aw-date.
030000      read ar-work record
030100          invalid key
030200              move ar-amount to aw-amount
030300              write aw-record
030400              go to load-ar-exit
030500      end-read.
030600      add ar-amount to aw-amount.
030700      rewrite aw-record.
030800  load-ar-exit.
030900      exit.
031000  take-request.
031100      read bd-trans
031200          at end
031300              move "Y" to bdt-eof
031400              go to take-request-exit
031500      end-read.
031600      move "Y" to tran-valid.
031700      if not bdt-write-off and not bdt-recovery
031800          move "N" to tran-valid
031900          move "bad action code" to rej-reason
032000      end-if.
032100      if tran-valid = "Y" and not bdt-reason-ok
032200          move "N" to tran-valid
032300          move "bad reason code" to rej-reason
032400      end-if.
032500      if tran-valid = "Y" and bdt-date is not numeric
032600          move "N" to tran-valid
032700          move "bad item date" to rej-reason
032800      end-if.
032900      if tran-valid = "Y"
033000          perform check-operator thru check-operator-exit
033100      end-if.
033200      if tran-valid = "Y" and bdt-write-off
033300          move bdt-cust-id to aw-cust-id
033400          move bdt-date to aw-date
033500          read ar-work record
033600              invalid key
033700                  move 0 to aw-amount
033800          end-read
033900          if aw-amount <= 0
034000              move "N" to tran-valid
034100              move "no open balance" to rej-reason
034200          end-if
034300      end-if.
034400      if tran-valid = "Y" and bdt-recovery
034500          if bdt-amount is not numeric or bdt-amount = 0
034600              move "N" to tran-valid
034700              move "bad amount" to rej-reason
034800          else
034900              perform sum-recoverable thru sum-recoverable-exit
035000              if bdt-amount > recover-left
035100                  move "N" to tran-valid
035200                  move "more than written off" to rej-reason
035300              end-if
035400          end-if
035500      end-if.
035600      if tran-valid = "Y"
035700          move bdt-cust-id to bdp-cust-id
035800          move bdt-date to bdp-item-date
035900          move bdt-action to bdp-action
036000          perform find-prop thru find-prop-exit
036100          if prop-found = "Y" and bdp-pending
036200              move "N" to tran-valid
036300              move "already proposed" to rej-reason
036400          end-if
036500      end-if.
036600      if tran-valid = "N"
036700          perform write-reject thru write-reject-exit
036800          go to take-request-exit
036900      end-if.
037000      if bdt-write-off
037100          move aw-amount to bdp-amount
037200      else
037300          move bdt-amount to bdp-amount
037400      end-if.
037500      move bdt-reason to bdp-reason.
037600      move bdt-operator to bdp-maker.
037700      perform write-prop thru write-prop-exit.
037800      add 1 to prop-count.
037900  take-request-exit.
038000      exit.
038100  check-operator.
038200      move bdt-operator to opr-id.
038300      read opr-auth record
038400          invalid key
038500              continue
038600      end-read.
038700      if opr-fstat not = "00" or not opr-active
038800          or opr-cust-auth not = "Y"
038900          move "N" to tran-valid
039000          move "operator not allowed" to rej-reason
039100      end-if.
039200  check-operator-exit.
039300      exit.
039400  sum-recoverable.
039500      move 0 to recover-left.
039600      if hist-avail not = "Y"
039700          go to sum-recoverable-exit
039800      end-if.
039900      move bdt-cust-id to bdh-cust-id.
040000      move bdt-date to bdh-item-date.
040100      move 0 to bdh-post-date.
040200      move space to bdh-action.
040300      move "N" to bdh-end.
040400      start bd-hist key is not less than bdh-key
040500          invalid key
040600              go to sum-recoverable-exit
040700      end-start.
040800      perform sum-hist-rec thru sum-hist-rec-exit
040900          until bdh-end = "Y".
041000  sum-recoverable-exit.
041100      exit.
041200  sum-hist-rec.
041300      read bd-hist next record
041400          at end
041500              move "Y" to bdh-end
041600              go to sum-hist-rec-exit
041700      end-read.
041800      if bdh-cust-id not = bdt-cust-id
041900          or bdh-item-date not = bdt-date
042000          move "Y" to bdh-end
042100          go to sum-hist-rec-exit
042200      end-if.
042300      if bdh-write-off
042400          add bdh-amount to recover-left
042500      else
042600          subtract bdh-amount from recover-left
042700      end-if.
042800  sum-hist-rec-exit.
042900      exit.
043000  find-prop.
043100      move "Y" to prop-found.
043200      read bd-prop record
043300          invalid key
043400              move "N" to prop-found
043500      end-read.
043600  find-prop-exit.
043700      exit.
043800  write-prop.
043900      move run-date to bdp-prop-date.
044000      move "P" to bdp-status.
044100      move spaces to bdp-approver.
044200      move run-date to bdp-status-date.
044300      if prop-found = "Y"
044400          rewrite bdp-record
044500      else
044600          write bdp-record
044700      end-if.
044800      move "proposed" to dl-result.
044900      perform write-line thru write-line-exit.
045000  write-prop-exit.
045100      exit.
045200  auto-small-item.
045300      read ar-work next record
045400          at end
045500              move "Y" to aw-eof
045600              go to auto-small-item-exit
045700      end-read.
045800      if aw-amount <= 0 or aw-amount not < small-amt
045900          go to auto-small-item-exit
046000      end-if.
046100      compute age-days = run-int
046200          - function integer-of-date(aw-date).
046300      if age-days < min-days
046400          go to auto-small-item-exit
046500      end-if.
046600      move aw-cust-id to bdp-cust-id.
046700      move aw-date to bdp-item-date.
046800      move "W" to bdp-action.
046900      perform find-prop thru find-prop-exit.
047000      if prop-found = "Y" and bdp-pending
047100          go to auto-small-item-exit
047200      end-if.
047300      move aw-amount to bdp-amount.
047400      move "SB" to bdp-reason.
047500      move "AUTO" to bdp-maker.
047600      perform write-prop thru write-prop-exit.
047700      add 1 to auto-count.
047800  auto-small-item-exit.
047900      exit.
048000  list-pending.
048100      read bd-prop next record
048200          at end
048300              move "Y" to bdp-eof
048400              go to list-pending-exit
048500      end-read.
048600      if not bdp-pending
048700          go to list-pending-exit
048800      end-if.
048900      add 1 to pend-count.
049000      if bdp-write-off
049100          add bdp-amount to tot-wof
049200      else
049300          add bdp-amount to tot-rec
049400      end-if.
049500      move "waiting" to dl-result.
049600      perform write-line thru write-line-exit.
049700  list-pending-exit.
049800      exit.
049900  write-line.
050000      compute age-days = run-int
050100          - function integer-of-date(bdp-item-date).
050200      move bdp-cust-id to dl-cust.
050300      move bdp-item-date to dl-item-date.
050400      move bdp-action to dl-action.
050500      move bdp-amount to dl-amount.
050600      move bdp-reason to dl-reason.
050700      move bdp-maker to dl-maker.
050800      move bdp-prop-date to dl-prop-date.
050900      if age-days < 0
051000          move 0 to dl-days
051100      else
051200          move age-days to dl-days
051300      end-if.
051400      write pr-line from dl-line.
051500  write-line-exit.
051600      exit.
051700  write-reject.
051800      move bdt-cust-id to dl-rej-cust.
051900      move bdt-date to dl-rej-date.
052000      move bdt-action to dl-rej-action.
052100      move rej-reason to dl-rej-reason.
052200      move bdt-operator to dl-rej-operator.
052300      write pr-line from dl-rej-line.
052400      add 1 to reject-count.
052500  write-reject-exit.
052600      exit.
052700  open-abort.
052800      move 1 to return-code.
052900      close ar-open.
053000      close ar-work.
053100      close opr-auth.
053200      close bd-prop.
053300      close print-file.
053400      goback.
053500  get-bizdate.
053600      open input biz-file.
053700      read biz-file
053800          at end
053900              continue
054000      end-read.
054100      if biz-status = "00" and biz-date is numeric
054200          move biz-date to run-date
054300      else
054400          accept run-date from date yyyymmdd
054500      end-if.
054600      close biz-file.
054700  get-bizdate-exit.
054800      exit.
