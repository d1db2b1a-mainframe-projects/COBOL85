000100  identification division.
000200  program-id. rei72.
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
001300      select prd-req assign to "PRDREQ"
001400          organization line sequential
001500          file status is prq-fstat.
001600      select prd-file assign to "PERIODS"
001700          organization indexed
001800          access mode dynamic
001900          record key is prd-month
002000          file status is prd-fstat.
002100      select rej-log assign to "REJLOG"
002200          organization line sequential
002300          file status is rej-fstat.
002400      select gl-bstat assign to "GLBSTAT"
002500          organization line sequential
002600          file status is gb-fstat.
002700      select ord-hold assign to "ORDHOLD"
002800          organization line sequential
002900          file status is hld-fstat.
003000      select ar-open assign to "AROPEN"
003100          organization line sequential
003200          file status is ar-fstat.
003300      select print-file assign to "PRDCLOSE"
003400          organization line sequential
003500          file status is prt-status.
003600  data division.
003700  file section.
003800  fd  biz-file.
003900      copy "bizdate.CPY".
004000  fd  prd-req.
004100      copy "prdreq.CPY".
004200  fd  prd-file.
004300      copy "periods.CPY".
004400  fd  rej-log.
004500      copy "rejlog.CPY".
004600  fd  gl-bstat.
004700      copy "glbstat.CPY".
004800  fd  ord-hold.
004900      copy "ordhold.CPY".
005000  fd  ar-open.
005100      copy "aropen.CPY".
005200  fd  print-file.
005300  01 pr-line pic x(80).
005400  working-storage section.
005500  01 biz-status pic xx.
005600  01 prq-fstat pic xx.
005700  01 prd-fstat pic xx.
005800  01 rej-fstat pic xx.
005900  01 gb-fstat pic xx.
006000  01 hld-fstat pic xx.
006100  01 ar-fstat pic xx.
006200  01 prt-status pic xx.
006300  01 prq-eof pic x value "N".
006400  01 chk-eof pic x value "N".
006500  01 tran-valid pic x value "Y".
006600  01 fail-reason pic x(20).
006700  01 run-date pic 9(8).
006800  01 run-month pic 9(6).
006900  01 end-date pic 9(8).
007000  01 end-date-r redefines end-date.
007100  02 end-month pic 9(6).
007200  02 end-day pic 9(2).
007300  01 prq-month-r pic 9(6).
007400  01 prq-month-rr redefines prq-month-r.
007500  02 prq-yy pic 9(4).
007600  02 prq-mm pic 9(2).
007700  01 chk-count pic 9(5) value 0.
007800  01 chk-total pic 9(5) value 0.
007900  01 closed-count pic 9(5) value 0.
008000  01 reopen-count pic 9(5) value 0.
008100  01 reject-count pic 9(5) value 0.
008200  01 hd-title-line.
008300  02 filler pic x(22) value spaces.
008400  02 filler pic x(30) value "period close register".
008500  01 hd-date-line.
008600  02 filler pic x(10) value "run date: ".
008700  02 hd-date pic x(8).
008800  01 dl-req-line.
008900  02 filler pic x(8) value "period: ".
009000  02 dl-req-month pic 9(6).
009100  02 filler pic x(10) value "  action: ".
009200  02 dl-req-action pic x(1).
009300  02 filler pic x(9) value "  force: ".
009400  02 dl-req-force pic x(1).
009500  01 dl-chk-head.
009600  02 filler pic x(2) value spaces.
009700  02 dl-chk-title pic x(30).
009800  01 dl-chk-line.
009900  02 filler pic x(4) value spaces.
010000  02 dl-chk-key pic x(20).
010100  02 filler pic x(2) value spaces.
010200  02 dl-chk-date pic 9(8).
010300  02 filler pic x(2) value spaces.
010400  02 dl-chk-note pic x(20).
010500  02 filler pic x(2) value spaces.
010600  02 dl-chk-amount pic z(9)9-.
010700  01 dl-chk-count.
010800  02 filler pic x(4) value spaces.
010900  02 dl-chk-n pic zzzz9.
011000  02 filler pic x(11) value " exceptions".
011100  01 dl-result-line.
011200  02 filler pic x(2) value spaces.
011300  02 filler pic x(8) value "result: ".
011400  02 dl-result pic x(40).
011500  01 dl-rej-line.
011600  02 filler pic x(10) value "rejected: ".
011700  02 dl-rej-month pic x(6).
011800  02 filler pic x(2) value spaces.
011900  02 dl-rej-action pic x(1).
012000  02 filler pic x(2) value spaces.
012100  02 dl-rej-reason pic x(20).
012200  01 dl-count-line.
012300  02 filler pic x(8) value "closed: ".
012400  02 dl-closed pic zzzz9.
012500  02 filler pic x(12) value "  reopened: ".
012600  02 dl-reopened pic zzzz9.
012700  02 filler pic x(12) value "  rejected: ".
012800  02 dl-rejected pic zzzz9.
012900  procedure division.
013000      open input prd-req.
013100      if prq-fstat not = "00"
013200          display "rei72: prdreq open failed, status " prq-fstat
013300          go to open-abort
013400      end-if.
013500      open i-o prd-file.
013600      if prd-fstat = "35"
013700          open output prd-file
013800          close prd-file
013900          open i-o prd-file
014000      end-if.
014100      if prd-fstat not = "00"
014200          display "rei72: periods open failed, status " prd-fstat
014300          go to open-abort
014400      end-if.
014500      open output print-file.
014600      if prt-status not = "00"
014700          display "rei72: prdclose open failed, status "
014800              prt-status
014900          go to open-abort
015000      end-if.
015100      perform get-bizdate thru get-bizdate-exit.
015200      move run-date(1:6) to run-month.
015300      move run-date to hd-date.
015400      write pr-line from hd-title-line.
015500      write pr-line from hd-date-line.
015600      perform apply-req thru apply-req-exit
015700          until prq-eof = "Y".
015800      move closed-count to dl-closed.
015900      move reopen-count to dl-reopened.
016000      move reject-count to dl-rejected.
016100      write pr-line from spaces.
016200      write pr-line from dl-count-line.
016300      close prd-req.
016400      close prd-file.
016500      close print-file.
016600      goback.
016700  apply-req.
016800      read prd-req
016900          at end
017000              move "Y" to prq-eof
017100              go to apply-req-exit
017200      end-read.
017300      move "Y" to tran-valid.
017400      if not prq-close and not prq-reopen
017500          move "N" to tran-valid
017600          move "bad action code" to fail-reason
017700      end-if.
017800      if tran-valid = "Y" and prq-month is not numeric
017900          move "N" to tran-valid
018000          move "bad period" to fail-reason
018100      end-if.
018200      if tran-valid = "Y"
018300          move prq-month to prq-month-r
018400          if prq-mm < 1 or prq-mm > 12
018500              move "N" to tran-valid
018600              move "bad period" to fail-reason
018700          end-if
018800      end-if.
018900      if tran-valid = "Y" and prq-close
019000          and prq-month not < run-month
019100          move "N" to tran-valid
019200          move "period not ended" to fail-reason
019300      end-if.
019400      if tran-valid = "Y"
019500          move prq-month to prd-month
019600          read prd-file record
019700              invalid key
019800                  continue
019900          end-read
020000          if prq-close and prd-fstat = "00" and prd-closed
020100              move "N" to tran-valid
020200              move "already closed" to fail-reason
020300          end-if
020400          if prq-reopen
020500              and (prd-fstat not = "00" or not prd-closed)
020600              move "N" to tran-valid
020700              move "period not closed" to fail-reason
020800          end-if
020900      end-if.
021000      if tran-valid = "N"
021100          move prq-month to dl-rej-month
021200          move prq-action to dl-rej-action
021300          move fail-reason to dl-rej-reason
021400          write pr-line from spaces
021500          write pr-line from dl-rej-line
021600          add 1 to reject-count
021700          go to apply-req-exit
021800      end-if.
021900      move prq-month to dl-req-month.
022000      move prq-action to dl-req-action.
022100      move prq-force to dl-req-force.
022200      write pr-line from spaces.
022300      write pr-line from dl-req-line.
022400      if prq-reopen
022500          move "O" to prd-status
022600          move run-date to prd-status-date
022700          rewrite prd-record
022800          add 1 to reopen-count
022900          move "period reopened" to dl-result
023000          write pr-line from dl-result-line
023100          go to apply-req-exit
023200      end-if.
023300      move prq-month to end-month.
023400      move 31 to end-day.
023500      move 0 to chk-total.
023600      perform check-rejlog thru check-rejlog-exit.
023700      perform check-glbstat thru check-glbstat-exit.
023800      perform check-hold thru check-hold-exit.
023900      perform check-cash thru check-cash-exit.
024000      if chk-total > 0 and prq-force not = "Y"
024100          move "checklist not clear, period left open"
024200              to dl-result
024300          write pr-line from dl-result-line
024400          add 1 to reject-count
024500          move 2 to return-code
024600          go to apply-req-exit
024700      end-if.
024800      move prq-month to prd-month.
024900      move "C" to prd-status.
025000      move run-date to prd-status-date.
025100      rewrite prd-record
025200          invalid key
025300              write prd-record
025400      end-rewrite.
025500      add 1 to closed-count.
025600      if chk-total > 0
025700          move "period closed over exceptions" to dl-result
025800      else
025900          move "period closed" to dl-result
026000      end-if.
026100      write pr-line from dl-result-line.
026200  apply-req-exit.
026300      exit.
026400  check-rejlog.
026500      move "open rejected order lines" to dl-chk-title.
026600      write pr-line from dl-chk-head.
026700      move 0 to chk-count.
026800      move "N" to chk-eof.
026900      open input rej-log.
027000      if rej-fstat not = "00"
027100          move "Y" to chk-eof
027200      end-if.
027300      perform scan-rejlog thru scan-rejlog-exit
027400          until chk-eof = "Y".
027500      if rej-fstat not = "35"
027600          close rej-log
027700      end-if.
027800      move chk-count to dl-chk-n.
027900      write pr-line from dl-chk-count.
028000      add chk-count to chk-total.
028100  check-rejlog-exit.
028200      exit.
028300  scan-rejlog.
028400      read rej-log
028500          at end
028600              move "Y" to chk-eof
028700              go to scan-rejlog-exit
028800      end-read.
028900      if not rej-open or rej-date > end-date
029000          go to scan-rejlog-exit
029100      end-if.
029200      add 1 to chk-count.
029300      move spaces to dl-chk-key.
029400      move rej-cust-id to dl-chk-key(1:6).
029500      move rej-item-code to dl-chk-key(8:6).
029600      move rej-date to dl-chk-date.
029700      move rej-reason to dl-chk-note.
029800      move 0 to dl-chk-amount.
029900      write pr-line from dl-chk-line.
030000  scan-rejlog-exit.
030100      exit.
030200  check-glbstat.
030300      move "gl batches not acknowledged" to dl-chk-title.
030400      write pr-line from dl-chk-head.
030500      move 0 to chk-count.
030600      move "N" to chk-eof.
030700      open input gl-bstat.
030800      if gb-fstat not = "00"
030900          move "Y" to chk-eof
031000      end-if.
031100      perform scan-glbstat thru scan-glbstat-exit
031200          until chk-eof = "Y".
031300      if gb-fstat not = "35"
031400          close gl-bstat
031500      end-if.
031600      move chk-count to dl-chk-n.
031700      write pr-line from dl-chk-count.
031800      add chk-count to chk-total.
031900  check-glbstat-exit.
032000      exit.
032100  scan-glbstat.
032200      read gl-bstat
032300          at end
032400              move "Y" to chk-eof
032500              go to scan-glbstat-exit
032600      end-read.
032700      if gb-acked or gb-date > end-date
032800          go to scan-glbstat-exit
032900      end-if.
033000      add 1 to chk-count.
033100      move spaces to dl-chk-key.
033200      move "batch" to dl-chk-key(1:5).
033300      move gb-batch-no to dl-chk-key(7:6).
033400      move gb-date to dl-chk-date.
033500      if gb-extracted
033600          move "extracted, not acked" to dl-chk-note
033700      else
033800          move "not extracted" to dl-chk-note
033900      end-if.
034000      move 0 to dl-chk-amount.
034100      write pr-line from dl-chk-line.
034200  scan-glbstat-exit.
034300      exit.
034400  check-hold.
034500      move "open credit holds" to dl-chk-title.
034600      write pr-line from dl-chk-head.
034700      move 0 to chk-count.
034800      move "N" to chk-eof.
034900      open input ord-hold.
035000      if hld-fstat not = "00"
035100          move "Y" to chk-eof
035200      end-if.
035300      perform scan-hold thru scan-hold-exit
035400          until chk-eof = "Y".
035500      if hld-fstat not = "35"
035600          close ord-hold
035700      end-if.
035800      move chk-count to dl-chk-n.
035900      write pr-line from dl-chk-count.
036000      add chk-count to chk-total.
036100  check-hold-exit.
036200      exit.
036300  scan-hold.
036400      read ord-hold
036500          at end
036600              move "Y" to chk-eof
036700              go to scan-hold-exit
036800      end-read.
036900      if not hld-open or hld-date > end-date
037000          go to scan-hold-exit
037100      end-if.
037200      add 1 to chk-count.
037300      move spaces to dl-chk-key.
037400      move hld-cust-id to dl-chk-key(1:6).
037500      move hld-ord-no to dl-chk-key(8:6).
037600      move hld-item-code to dl-chk-key(15:6).
037700      move hld-date to dl-chk-date.
037800      move hld-reason to dl-chk-note.
037900      move 0 to dl-chk-amount.
038000      write pr-line from dl-chk-line.
038100  scan-hold-exit.
038200      exit.
038300  check-cash.
038400      move "unapplied cash on account" to dl-chk-title.
038500      write pr-line from dl-chk-head.
038600      move 0 to chk-count.
038700      move "N" to chk-eof.
038800      open input ar-open.
038900      if ar-fstat not = "00"
039000          move "Y" to chk-eof
039100      end-if.
039200      perform scan-cash thru scan-cash-exit
039300          until chk-eof = "Y".
039400      if ar-fstat not = "35"
039500          close ar-open
039600      end-if.
039700      move chk-count to dl-chk-n.
039800      write pr-line from dl-chk-count.
039900      add chk-count to chk-total.
040000  check-cash-exit.
040100      exit.
040200  scan-cash.
040300      read ar-open
040400          at end
040500              move "Y" to chk-eof
040600              go to scan-cash-exit
040700      end-read.
040800      if ar-amount not < 0 or ar-date > end-date
040900          go to scan-cash-exit
041000      end-if.
041100      add 1 to chk-count.
041200      move spaces to dl-chk-key.
041300      move ar-cust-id to dl-chk-key(1:6).
041400      move ar-date to dl-chk-date.
041500      move "credit not applied" to dl-chk-note.
041600      move ar-amount to dl-chk-amount.
041700      write pr-line from dl-chk-line.
041800  scan-cash-exit.
041900      exit.
042000  open-abort.
042100      move 1 to return-code.
042200      close prd-req.
042300      close prd-file.
042400      close print-file.
042500      goback.
042600  get-bizdate.
042700      open input biz-file.
042800      read biz-file
042900          at end
043000              continue
043100      end-read.
043200      if biz-status = "00" and biz-date is numeric
043300          move biz-date to run-date
043400      else
043500          accept run-date from date yyyymmdd
043600      end-if.
043700      close biz-file.
043800  get-bizdate-exit.
043900      exit.
