000100  identification division.
000200  program-id. rei74.
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
001300      select apv-trans assign to "APVTRAN"
001400          organization line sequential
001500          file status is avt-fstat.
001600      select pend-apv assign to "PENDAPV"
001700          organization indexed
001800          access mode dynamic
001900          record key is apv-key
002000          file status is apv-fstat.
002100      select opr-auth assign to "OPRAUTH"
002200          organization indexed
002300          access mode dynamic
002400          record key is opr-id
002500          file status is opr-fstat.
002600      select itm-trans assign to "ITMTRAN"
002700          organization line sequential
002800          file status is itr-status.
002900      select cust-trans assign to "CUSTRAN"
003000          organization line sequential
003100          file status is ctr-fstat.
003200      select pend-prc assign to "PENDPRC"
003300          organization line sequential
003400          file status is pnd-fstat.
003500      select print-file assign to "APVRGST"
003600          organization line sequential
003700          file status is prt-status.
003800  data division.
003900  file section.
004000  fd  biz-file.
004100      copy "bizdate.CPY".
004200  fd  apv-trans.
004300      copy "apvtran.CPY".
004400  fd  pend-apv.
004500      copy "pendapv.CPY".
004600  fd  opr-auth.
004700      copy "oprauth.CPY".
004800  fd  itm-trans.
004900      copy "itmtran.CPY".
005000  fd  cust-trans.
005100      copy "custran.CPY".
005200  fd  pend-prc.
005300      copy "pendprc.CPY".
005400  fd  print-file.
005500  01 pr-line pic x(90).
005600  working-storage section.
005700  01 biz-status pic xx.
005800  01 avt-fstat pic xx.
005900  01 apv-fstat pic xx.
006000  01 opr-fstat pic xx.
006100  01 itr-status pic xx.
006200  01 ctr-fstat pic xx.
006300  01 pnd-fstat pic xx.
006400  01 prt-status pic xx.
006500  01 avt-eof pic x value "N".
006600  01 apv-eof pic x value "N".
006700  01 tran-valid pic x value "Y".
006800  01 area-auth pic x(1).
006900  01 rej-reason pic x(20).
007000  01 run-date pic 9(8).
007100  01 approve-count pic 9(5) value 0.
007200  01 decline-count pic 9(5) value 0.
007300  01 reject-count pic 9(5) value 0.
007400  01 waiting-count pic 9(5) value 0.
007500  01 hd-title-line.
007600  02 filler pic x(22) value spaces.
007700  02 filler pic x(30) value "held change approval register".
007800  01 hd-date-line.
007900  02 filler pic x(10) value "run date: ".
008000  02 hd-date pic x(8).
008100  01 hd-column-line.
008200  02 filler pic x(9) value "s code   ".
008300  02 filler pic x(9) value "held on  ".
008400  02 filler pic x(10) value "time      ".
008500  02 filler pic x(9) value "old value".
008600  02 filler pic x(4) value space.
008700  02 filler pic x(9) value "new value".
008800  02 filler pic x(2) value space.
008900  02 filler pic x(9) value "maker".
009000  02 filler pic x(10) value "approver".
009100  02 filler pic x(6) value "result".
009200  01 hd-waiting-line.
009300  02 filler pic x(24) value "still awaiting approval:".
009400  01 dl-line.
009500  02 dl-source pic x(1).
009600  02 filler pic x(1) value space.
009700  02 dl-code pic x(6).
009800  02 filler pic x(1) value space.
009900  02 dl-date pic 9(8).
010000  02 filler pic x(1) value space.
010100  02 dl-time pic 9(8).
010200  02 filler pic x(2) value space.
010300  02 dl-old pic z(8)9.
010400  02 filler pic x(4) value " to ".
010500  02 dl-new pic z(8)9.
010600  02 filler pic x(2) value space.
010700  02 dl-maker pic x(8).
010800  02 filler pic x(1) value space.
010900  02 dl-approver pic x(8).
011000  02 filler pic x(2) value space.
011100  02 dl-result pic x(10).
011200  01 dl-rej-line.
011300  02 filler pic x(10) value "rejected: ".
011400  02 dl-rej-key pic x(23).
011500  02 filler pic x(1) value space.
011600  02 dl-rej-action pic x(1).
011700  02 filler pic x(2) value space.
011800  02 dl-rej-reason pic x(20).
011900  02 filler pic x(6) value "  by: ".
012000  02 dl-rej-operator pic x(8).
012100  01 dl-count-line.
012200  02 filler pic x(10) value "approved: ".
012300  02 dl-approved pic zzzz9.
012400  02 filler pic x(12) value "  declined: ".
012500  02 dl-declined pic zzzz9.
012600  02 filler pic x(12) value "  rejected: ".
012700  02 dl-rejected pic zzzz9.
012800  02 filler pic x(11) value "  waiting: ".
012900  02 dl-waiting pic zzzz9.
013000  procedure division.
013100      open input apv-trans.
013200      if avt-fstat not = "00"
013300          display "rei74: apvtran open failed, status " avt-fstat
013400          go to open-abort
013500      end-if.
013600      open i-o pend-apv.
013700      if apv-fstat = "35"
013800          open output pend-apv
013900          close pend-apv
014000          open i-o pend-apv
014100      end-if.
014200      if apv-fstat not = "00"
014300          display "rei74: pendapv open failed, status " apv-fstat
014400          go to open-abort
014500      end-if.
014600      open input opr-auth.
014700      if opr-fstat not = "00"
014800          display "rei74: oprauth open failed, status " opr-fstat
014900          go to open-abort
015000      end-if.
015100      open extend itm-trans.
015200      if itr-status not = "00"
015300          open output itm-trans
015400      end-if.
015500      if itr-status not = "00"
015600          display "rei74: itmtran open failed, status " itr-status
015700          go to open-abort
015800      end-if.
015900      open extend cust-trans.
016000      if ctr-fstat not = "00"
016100          open output cust-trans
016200      end-if.
016300      if ctr-fstat not = "00"
016400          display "rei74: custran open failed, status " ctr-fstat
016500          go to open-abort
016600      end-if.
016700      open extend pend-prc.
016800      if pnd-fstat not = "00"
016900          open output pend-prc
017000      end-if.
017100      if pnd-fstat not = "00"
017200          display "rei74: pendprc open failed, status " pnd-fstat
017300          go to open-abort
017400      end-if.
017500      open output print-file.
017600      if prt-status not = "00"
017700          display "rei74: apvrgst open failed, status " prt-status
017800          go to open-abort
017900      end-if.
018000      perform get-bizdate thru get-bizdate-exit.
018100      move run-date to hd-date.
018200      write pr-line from hd-title-line.
018300      write pr-line from hd-date-line.
018400      write pr-line from spaces.
018500      write pr-line from hd-column-line.
018600      perform apply-decision thru apply-decision-exit
018700          until avt-eof = "Y".
018800      write pr-line from spaces.
018900      write pr-line from hd-waiting-line.
019000      move low-values to apv-key.
019100      start pend-apv key is not less than apv-key
019200          invalid key
019300              move "Y" to apv-eof
019400      end-start.
019500      perform list-waiting thru list-waiting-exit
019600          until apv-eof = "Y".
019700      move approve-count to dl-approved.
019800      move decline-count to dl-declined.
019900      move reject-count to dl-rejected.
020000      move waiting-count to dl-waiting.
020100      write pr-line from spaces.
020200      write pr-line from dl-count-line.
020300      close apv-trans.
020400      close pend-apv.
020500      close opr-auth.
020600      close itm-trans.
020700      close cust-trans.
020800      close pend-prc.
020900      close print-file.
021000      goback.
021100  apply-decision.
021200      read apv-trans
021300          at end
021400              move "Y" to avt-eof
021500              go to apply-decision-exit
021600      end-read.
021700      move "Y" to tran-valid.
021800      if not avt-approve and not avt-decline
021900          move "N" to tran-valid
022000          move "bad action code" to rej-reason
022100      end-if.
022200      if tran-valid = "Y"
022300          move avt-key to apv-key
022400          read pend-apv record
022500              invalid key
022600                  move "N" to tran-valid
022700                  move "no held change" to rej-reason
022800          end-read
022900      end-if.
023000      if tran-valid = "Y" and not apv-pending
023100          move "N" to tran-valid
023200          move "already decided" to rej-reason
023300      end-if.
023400      if tran-valid = "Y" and avt-operator = apv-maker
023500          move "N" to tran-valid
023600          move "maker cannot approve" to rej-reason
023700      end-if.
023800      if tran-valid = "Y"
023900          perform check-approver thru check-approver-exit
024000      end-if.
024100      if tran-valid = "N"
024200          perform write-reject thru write-reject-exit
024300          go to apply-decision-exit
024400      end-if.
024500      move avt-operator to apv-approver.
024600      move run-date to apv-status-date.
024700      if avt-approve
024800          move "A" to apv-status
024900          perform write-release thru write-release-exit
025000          move "approved" to dl-result
025100          add 1 to approve-count
025200      else
025300          move "R" to apv-status
025400          move "declined" to dl-result
025500          add 1 to decline-count
025600      end-if.
025700      rewrite apv-record.
025800      perform write-line thru write-line-exit.
025900  apply-decision-exit.
026000      exit.
026100  check-approver.
026200      move avt-operator to opr-id.
026300      read opr-auth record
026400          invalid key
026500              continue
026600      end-read.
026700      if opr-fstat not = "00" or not opr-active
026800          or opr-apv-auth not = "Y"
026900          move "N" to tran-valid
027000          move "operator not allowed" to rej-reason
027100          go to check-approver-exit
027200      end-if.
027300      if apv-from-item
027400          move opr-item-auth to area-auth
027500      else
027600          if apv-from-cust
027700              move opr-cust-auth to area-auth
027800          else
027900              move opr-price-auth to area-auth
028000          end-if
028100      end-if.
028200      if area-auth not = "Y"
028300          move "N" to tran-valid
028400          move "operator not allowed" to rej-reason
028500      end-if.
028600  check-approver-exit.
028700      exit.
028800  write-release.
028900      if apv-from-item
029000          move spaces to itr-record
029100          move apv-image(1:90) to itr-record(1:90)
029200          move apv-approver to itr-approver
029300          move apv-key to itr-apv-key
029400          write itr-record
029500      else
029600          if apv-from-cust
029700              move spaces to ctr-record
029800              move apv-image(1:83) to ctr-record(1:83)
029900              move apv-approver to ctr-approver
030000              move apv-key to ctr-apv-key
030100              write ctr-record
030200          else
030300              move spaces to pnd-record
030400              move apv-image(1:31) to pnd-record(1:31)
030500              move apv-approver to pnd-approver
030600              move apv-key to pnd-apv-key
030700              write pnd-record
030800          end-if
030900      end-if.
031000  write-release-exit.
031100      exit.
031200  list-waiting.
031300      read pend-apv next record
031400          at end
031500              move "Y" to apv-eof
031600              go to list-waiting-exit
031700      end-read.
031800      if not apv-pending
031900          go to list-waiting-exit
032000      end-if.
032100      add 1 to waiting-count.
032200      move "waiting" to dl-result.
032300      perform write-line thru write-line-exit.
032400  list-waiting-exit.
032500      exit.
032600  write-line.
032700      move apv-source to dl-source.
032800      move apv-code to dl-code.
032900      move apv-date to dl-date.
033000      move apv-time to dl-time.
033100      move apv-old-value to dl-old.
033200      move apv-new-value to dl-new.
033300      move apv-maker to dl-maker.
033400      move apv-approver to dl-approver.
033500      write pr-line from dl-line.
033600  write-line-exit.
033700      exit.
033800  write-reject.
033900      move avt-key to dl-rej-key.
034000      move avt-action to dl-rej-action.
034100      move rej-reason to dl-rej-reason.
034200      move avt-operator to dl-rej-operator.
034300      write pr-line from dl-rej-line.
034400      add 1 to reject-count.
034500  write-reject-exit.
034600      exit.
034700  open-abort.
034800      move 1 to return-code.
034900      close apv-trans.
035000      close pend-apv.
035100      close opr-auth.
035200      close itm-trans.
035300      close cust-trans.
035400      close pend-prc.
035500      close print-file.
035600      goback.
035700  get-bizdate.
035800      open input biz-file.
035900      read biz-file
036000          at end
036100              continue
036200      end-read.
036300      if biz-status = "00" and biz-date is numeric
036400          move biz-date to run-date
036500      else
036600          accept run-date from date yyyymmdd
036700      end-if.
036800      close biz-file.
036900  get-bizdate-exit.
037000      exit.
