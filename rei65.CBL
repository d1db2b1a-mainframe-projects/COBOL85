000100  identification division.
000200  program-id. rei65.
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
001300      select rep-trans assign to "REPTRAN"
001400          organization line sequential
001500          file status is rpt-fstat.
001600      select rep-mast assign to "REPMAST"
001700          organization indexed
001800          access mode dynamic
001900          record key is rep-code
002000          file status is rep-fstat.
002100      select print-file assign to "REPRGST"
002200          organization line sequential
002300          file status is prt-status.
002400  data division.
002500  file section.
002600  fd  biz-file.
002700      copy "bizdate.CPY".
002800  fd  rep-trans.
002900      copy "reptran.CPY".
003000  fd  rep-mast.
003100      copy "repmast.CPY".
003200  fd  print-file.
003300  01 pr-line pic x(80).
003400  working-storage section.
003500  01 biz-status pic xx.
003600  01 rpt-fstat pic xx.
003700  01 rep-fstat pic xx.
003800  01 prt-status pic xx.
003900  01 rpt-eof pic x value "N".
004000  01 tran-valid pic x value "Y".
004100  01 rej-reason pic x(20).
004200  01 run-date pic 9(8).
004300  01 applied-count pic 9(5) value 0.
004400  01 reject-count pic 9(5) value 0.
004500  01 hd-title-line.
004600  02 filler pic x(22) value spaces.
004700  02 filler pic x(30) value "sales rep maintenance".
004800  01 hd-date-line.
004900  02 filler pic x(10) value "run date: ".
005000  02 hd-date pic x(8).
005100  01 dl-action-line.
005200  02 filler pic x(8) value "action: ".
005300  02 dl-action pic x(1).
005400  02 filler pic x(2) value space.
005500  02 dl-action-id pic x(4).
005600  01 dl-img-line.
005700  02 dl-img-tag pic x(8).
005800  02 dl-img-id pic x(4).
005900  02 filler pic x(1) value space.
006000  02 dl-img-name pic x(20).
006100  02 filler pic x(1) value space.
006200  02 dl-img-status pic x(1).
006300  02 filler pic x(1) value space.
006400  02 dl-img-rate pic z9.99.
006500  01 dl-rej-line.
006600  02 filler pic x(10) value "rejected: ".
006700  02 dl-rej-id pic x(4).
006800  02 filler pic x(1) value space.
006900  02 dl-rej-action pic x(1).
007000  02 filler pic x(2) value space.
007100  02 dl-rej-reason pic x(20).
007200  01 dl-count-line.
007300  02 filler pic x(9) value "applied: ".
007400  02 dl-applied pic zzzz9.
007500  02 filler pic x(12) value "  rejected: ".
007600  02 dl-rejected pic zzzz9.
007700  procedure division.
007800      open input rep-trans.
007900      if rpt-fstat not = "00"
008000          display "rei65: reptran open failed, status " rpt-fstat
008100          go to open-abort
008200      end-if.
008300      open i-o rep-mast.
008400      if rep-fstat = "35"
008500          open output rep-mast
008600          close rep-mast
008700          open i-o rep-mast
008800      end-if.
008900      if rep-fstat not = "00"
009000          display "rei65: repmast open failed, status " rep-fstat
009100          go to open-abort
009200      end-if.
009300      open output print-file.
009400      if prt-status not = "00"
009500          display "rei65: reprgst open failed, status " prt-status
009600          go to open-abort
009700      end-if.
009800      perform get-bizdate thru get-bizdate-exit.
009900      move run-date to hd-date.
010000      write pr-line from hd-title-line.
010100      write pr-line from hd-date-line.
010200      write pr-line from spaces.
010300      perform apply-tran thru apply-tran-exit
010400          until rpt-eof = "Y".
010500      move applied-count to dl-applied.
010600      move reject-count to dl-rejected.
010700      write pr-line from spaces.
010800      write pr-line from dl-count-line.
010900      close rep-trans.
011000      close rep-mast.
011100      close print-file.
011200      goback.
011300  apply-tran.
011400      read rep-trans
011500          at end
011600              move "Y" to rpt-eof
011700              go to apply-tran-exit
011800      end-read.
011900      move "Y" to tran-valid.
012000      if not rpt-add and not rpt-change and not rpt-inactivate
012100          move "N" to tran-valid
012200          move "bad action code" to rej-reason
012300      end-if.
012400      if tran-valid = "Y" and rpt-code = spaces
012500          move "N" to tran-valid
012600          move "blank rep code" to rej-reason
012700      end-if.
012800      if tran-valid = "Y"
012900          and (rpt-add or rpt-change)
013000          and rpt-status not = "A" and rpt-status not = "I"
013100          move "N" to tran-valid
013200          move "bad status code" to rej-reason
013300      end-if.
013400      if tran-valid = "Y"
013500          and (rpt-add or rpt-change)
013600          and rpt-comm-rate is not numeric
013700          move "N" to tran-valid
013800          move "bad commission rate" to rej-reason
013900      end-if.
014000      if tran-valid = "N"
014100          perform write-reject thru write-reject-exit
014200          go to apply-tran-exit
014300      end-if.
014400      if rpt-add
014500          perform apply-add thru apply-add-exit
014600      else
014700          if rpt-change
014800              perform apply-change thru apply-change-exit
014900          else
015000              perform apply-inact thru apply-inact-exit
015100          end-if
015200      end-if.
015300  apply-tran-exit.
015400      exit.
015500  apply-add.
015600      move rpt-code to rep-code.
015700      read rep-mast record
015800          invalid key
015900              continue
016000      end-read.
016100      if rep-fstat = "00"
016200          move "duplicate rep code" to rej-reason
016300          move "N" to tran-valid
016400          perform write-reject thru write-reject-exit
016500          go to apply-add-exit
016600      end-if.
016700      perform move-tran-fields thru move-tran-fields-exit.
016800      write rep-record
016900          invalid key
017000              move "duplicate rep code" to rej-reason
017100              move "N" to tran-valid
017200              perform write-reject thru write-reject-exit
017300              go to apply-add-exit
017400      end-write.
017500      add 1 to applied-count.
017600      perform write-action thru write-action-exit.
017700      move "added:  " to dl-img-tag.
017800      perform write-image thru write-image-exit.
017900  apply-add-exit.
018000      exit.
018100  apply-change.
018200      move rpt-code to rep-code.
018300      read rep-mast record
018400          invalid key
018500              move "rep not found" to rej-reason
018600              move "N" to tran-valid
018700              perform write-reject thru write-reject-exit
018800              go to apply-change-exit
018900      end-read.
019000      perform write-action thru write-action-exit.
019100      move "before: " to dl-img-tag.
019200      perform write-image thru write-image-exit.
019300      perform move-tran-fields thru move-tran-fields-exit.
019400      rewrite rep-record.
019500      add 1 to applied-count.
019600      move "after:  " to dl-img-tag.
019700      perform write-image thru write-image-exit.
019800  apply-change-exit.
019900      exit.
020000  apply-inact.
020100      move rpt-code to rep-code.
020200      read rep-mast record
020300          invalid key
020400              move "rep not found" to rej-reason
020500              move "N" to tran-valid
020600              perform write-reject thru write-reject-exit
020700              go to apply-inact-exit
020800      end-read.
020900      perform write-action thru write-action-exit.
021000      move "before: " to dl-img-tag.
021100      perform write-image thru write-image-exit.
021200      move "I" to rep-status.
021300      rewrite rep-record.
021400      add 1 to applied-count.
021500      move "after:  " to dl-img-tag.
021600      perform write-image thru write-image-exit.
021700  apply-inact-exit.
021800      exit.
021900  move-tran-fields.
022000      move rpt-code to rep-code.
022100      move rpt-name to rep-name.
022200      move rpt-status to rep-status.
022300      move rpt-comm-rate to rep-comm-rate.
022400  move-tran-fields-exit.
022500      exit.
022600  write-action.
022700      move rpt-action to dl-action.
022800      move rpt-code to dl-action-id.
022900      write pr-line from spaces.
023000      write pr-line from dl-action-line.
023100  write-action-exit.
023200      exit.
023300  write-image.
023400      move rep-code to dl-img-id.
023500      move rep-name to dl-img-name.
023600      move rep-status to dl-img-status.
023700      if rep-comm-rate is numeric
023800          move rep-comm-rate to dl-img-rate
023900      else
024000          move 0 to dl-img-rate
024100      end-if.
024200      write pr-line from dl-img-line.
024300  write-image-exit.
024400      exit.
024500  write-reject.
024600      move rpt-code to dl-rej-id.
024700      move rpt-action to dl-rej-action.
024800      move rej-reason to dl-rej-reason.
024900      write pr-line from dl-rej-line.
025000      add 1 to reject-count.
025100  write-reject-exit.
025200      exit.
025300  open-abort.
025400      move 1 to return-code.
025500      close rep-trans.
025600      close rep-mast.
025700      close print-file.
025800      goback.
025900  get-bizdate.
026000      open input biz-file.
026100      read biz-file
026200          at end
026300              continue
026400      end-read.
026500      if biz-status = "00" and biz-date is numeric
026600          move biz-date to run-date
026700      else
026800          accept run-date from date yyyymmdd
026900      end-if.
027000      close biz-file.
027100  get-bizdate-exit.
027200      exit.
