000100  identification division.
000200  program-id. rei62.
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
001300      select quo-acc assign to "QUOACC"
001400          organization line sequential
001500          file status is qac-fstat.
001600      select quo-mast assign to "QUOMAST"
001700          organization indexed
001800          access mode dynamic
001900          record key is quo-key
002000          file status is quo-fstat.
002100      select cust-mast assign to "CUSTMAST"
002200          organization indexed
002300          access mode dynamic
002400          record key is cust-id
002500          file status is cust-fstat.
002600      select ord-raw assign to "ORDRAW"
002700          organization line sequential
002800          file status is raw-status.
002900      select print-file assign to "QUOARGST"
003000          organization line sequential
003100          file status is prt-status.
003200  data division.
003300  file section.
003400  fd  biz-file.
003500      copy "bizdate.CPY".
003600  fd  quo-acc.
003700      copy "quoacc.CPY".
003800  fd  quo-mast.
003900      copy "quomast.CPY".
004000  fd  cust-mast.
004100      copy "custmast.CPY".
004200  fd  ord-raw.
004300      copy "ordraw.CPY".
004400  fd  print-file.
004500  01 pr-line pic x(80).
004600  working-storage section.
004700  01 biz-status pic xx.
004800  01 qac-fstat pic xx.
004900  01 quo-fstat pic xx.
005000  01 cust-fstat pic xx.
005100  01 raw-status pic xx.
005200  01 prt-status pic xx.
005300  01 qac-eof pic x value "N".
005400  01 quo-eof pic x value "N".
005500  01 tran-valid pic x value "Y".
005600  01 rej-reason pic x(20).
005700  01 run-date pic 9(8).
005800  01 accept-count pic 9(5) value 0.
005900  01 decline-count pic 9(5) value 0.
006000  01 reject-count pic 9(5) value 0.
006100  01 raw-count pic 9(5) value 0.
006200  01 hd-title-line.
006300  02 filler pic x(22) value spaces.
006400  02 filler pic x(30) value "quotation acceptance register".
006500  01 hd-date-line.
006600  02 filler pic x(10) value "run date: ".
006700  02 hd-date pic x(8).
006800  01 hd-column-line.
006900  02 filler pic x(11) value "mitsumori".
007000  02 filler pic x(8) value "kokyaku".
007100  02 filler pic x(4) value "tdk".
007200  02 filler pic x(8) value "hinmei".
007300  02 filler pic x(8) value "suryou".
007400  02 filler pic x(7) value "tanka".
007500  02 filler pic x(10) value "kigen".
007600  02 filler pic x(10) value "shobun".
007700  01 dl-line.
007800  02 dl-quo-no pic 9(6).
007900  02 filler pic x(1) value "-".
008000  02 dl-line-no pic 9(3).
008100  02 filler pic x(1) value space.
008200  02 dl-cust pic x(6).
008300  02 filler pic x(2) value spaces.
008400  02 dl-ship pic x(2).
008500  02 filler pic x(2) value spaces.
008600  02 dl-hinmei pic x(6).
008700  02 filler pic x(2) value spaces.
008800  02 dl-suryou pic z(5)9.
008900  02 filler pic x(2) value spaces.
009000  02 dl-tanka pic z(4)9.
009100  02 filler pic x(2) value spaces.
009200  02 dl-kigen pic 9(8).
009300  02 filler pic x(2) value spaces.
009400  02 dl-shobun pic x(8).
009500  01 dl-rej-line.
009600  02 filler pic x(10) value "rejected: ".
009700  02 dl-rej-quo-no pic x(6).
009800  02 filler pic x(2) value spaces.
009900  02 dl-rej-action pic x(1).
010000  02 filler pic x(2) value spaces.
010100  02 dl-rej-reason pic x(20).
010200  01 dl-count-line.
010300  02 filler pic x(10) value "accepted: ".
010400  02 dl-accepted pic zzzz9.
010500  02 filler pic x(12) value "  declined: ".
010600  02 dl-declined pic zzzz9.
010700  02 filler pic x(12) value "  rejected: ".
010800  02 dl-rejected pic zzzz9.
010900  02 filler pic x(15) value "  order lines: ".
011000  02 dl-raw-lines pic zzzz9.
011100  procedure division.
011200      open input quo-acc.
011300      if qac-fstat not = "00"
011400          display "rei62: quoacc open failed, status " qac-fstat
011500          go to open-abort
011600      end-if.
011700      open i-o quo-mast.
011800      if quo-fstat not = "00"
011900          display "rei62: quomast open failed, status " quo-fstat
012000          go to open-abort
012100      end-if.
012200      open input cust-mast.
012300      open extend ord-raw.
012400      if raw-status not = "00"
012500          open output ord-raw
012600      end-if.
012700      if raw-status not = "00"
012800          display "rei62: ordraw open failed, status " raw-status
012900          go to open-abort
013000      end-if.
013100      open output print-file.
013200      if prt-status not = "00"
013300          display "rei62: quoargst open failed, status "
013400              prt-status
013500          go to open-abort
013600      end-if.
013700      perform get-bizdate thru get-bizdate-exit.
013800      move run-date to hd-date.
013900      write pr-line from hd-title-line.
014000      write pr-line from hd-date-line.
014100      write pr-line from spaces.
014200      write pr-line from hd-column-line.
014300      perform apply-answer thru apply-answer-exit
014400          until qac-eof = "Y".
014500      move accept-count to dl-accepted.
014600      move decline-count to dl-declined.
014700      move reject-count to dl-rejected.
014800      move raw-count to dl-raw-lines.
014900      write pr-line from spaces.
015000      write pr-line from dl-count-line.
015100      close quo-acc.
015200      close quo-mast.
015300      close cust-mast.
015400      close ord-raw.
015500      close print-file.
015600      goback.
015700  apply-answer.
015800      read quo-acc
015900          at end
016000              move "Y" to qac-eof
016100              go to apply-answer-exit
016200      end-read.
016300      move "Y" to tran-valid.
016400      if not qac-accept and not qac-decline
016500          move "N" to tran-valid
016600          move "bad action code" to rej-reason
016700      end-if.
016800      if tran-valid = "Y" and qac-quo-no is not numeric
016900          move "N" to tran-valid
017000          move "bad quote number" to rej-reason
017100      end-if.
017200      if tran-valid = "Y"
017300          perform first-line thru first-line-exit
017400      end-if.
017500      if tran-valid = "N"
017600          perform write-reject thru write-reject-exit
017700          go to apply-answer-exit
017800      end-if.
017900      if qac-accept
018000          add 1 to accept-count
018100      else
018200          add 1 to decline-count
018300      end-if.
018400      perform answer-line thru answer-line-exit
018500          until quo-eof = "Y".
018600  apply-answer-exit.
018700      exit.
018800  first-line.
018900      move "N" to quo-eof.
019000      move qac-quo-no to quo-no.
019100      move 0 to quo-line-no.
019200      start quo-mast key is not less than quo-key
019300          invalid key
019400              move "N" to tran-valid
019500              move "quote not found" to rej-reason
019600              go to first-line-exit
019700      end-start.
019800      read quo-mast next record
019900          at end
020000              continue
020100      end-read.
020200      if quo-fstat not = "00" or quo-no not = qac-quo-no
020300          move "N" to tran-valid
020400          move "quote not found" to rej-reason
020500          go to first-line-exit
020600      end-if.
020700      if quo-accepted
020800          move "N" to tran-valid
020900          move "already accepted" to rej-reason
021000          go to first-line-exit
021100      end-if.
021200      if quo-declined
021300          move "N" to tran-valid
021400          move "quote declined" to rej-reason
021500          go to first-line-exit
021600      end-if.
021700      if quo-lapsed
021800          move "N" to tran-valid
021900          move "quote lapsed" to rej-reason
022000          go to first-line-exit
022100      end-if.
022200      if qac-decline
022300          go to first-line-exit
022400      end-if.
022500      if run-date > quo-valid-date
022600          move "N" to tran-valid
022700          move "quote expired" to rej-reason
022800          go to first-line-exit
022900      end-if.
023000      move quo-cust-id to cust-id.
023100      read cust-mast record
023200          invalid key
023300              continue
023400      end-read.
023500      if cust-fstat not = "00" or cust-inactive
023600          move "N" to tran-valid
023700          move "inactive customer" to rej-reason
023800      end-if.
023900  first-line-exit.
024000      exit.
024100  answer-line.
024200      if qac-accept
024300          move quo-item-code to raw-item-code
024400          move quo-qty to raw-qty
024500          move quo-cust-id to raw-cust-id
024600          move "S" to raw-type
024700          move quo-ship-to to raw-ship-to
024800          move quo-tanka to raw-quo-price
024850          move 0 to raw-ord-no
024900          write raw-record
025000          add 1 to raw-count
025100          move "A" to quo-status
025200          move "accepted" to dl-shobun
025300      else
025400          move "D" to quo-status
025500          move "declined" to dl-shobun
025600      end-if.
025700      move run-date to quo-status-date.
025800      rewrite quo-record.
025900      move quo-no to dl-quo-no.
026000      move quo-line-no to dl-line-no.
026100      move quo-cust-id to dl-cust.
026200      move quo-ship-to to dl-ship.
026300      move quo-item-code to dl-hinmei.
026400      move quo-qty to dl-suryou.
026500      move quo-tanka to dl-tanka.
026600      move quo-valid-date to dl-kigen.
026700      write pr-line from dl-line.
026800      read quo-mast next record
026900          at end
027000              move "Y" to quo-eof
027100              go to answer-line-exit
027200      end-read.
027300      if quo-no not = qac-quo-no
027400          move "Y" to quo-eof
027500      end-if.
027600  answer-line-exit.
027700      exit.
027800  write-reject.
027900      move qac-quo-no to dl-rej-quo-no.
028000      move qac-action to dl-rej-action.
028100      move rej-reason to dl-rej-reason.
028200      write pr-line from dl-rej-line.
028300      add 1 to reject-count.
028400  write-reject-exit.
028500      exit.
028600  open-abort.
028700      move 1 to return-code.
028800      close quo-acc.
028900      close quo-mast.
029000      close cust-mast.
029100      close ord-raw.
029200      close print-file.
029300      goback.
029400  get-bizdate.
029500      open input biz-file.
029600      read biz-file
029700          at end
029800              continue
029900      end-read.
030000      if biz-status = "00" and biz-date is numeric
030100          move biz-date to run-date
030200      else
030300          accept run-date from date yyyymmdd
030400      end-if.
030500      close biz-file.
030600  get-bizdate-exit.
030700      exit.
