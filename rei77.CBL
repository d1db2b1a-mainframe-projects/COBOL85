000100  identification division.
000200  program-id. rei77.
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
001300      select sup-pay assign to "SUPPAY"
001400          organization line sequential
001500          file status is sp-fstat.
001600      select ap-file assign to "APOPEN"
001700          organization line sequential
001800          file status is ap-fstat.
001900      select pay-work assign to "R77PAYWK"
002000          organization indexed
002100          access mode dynamic
002200          record key is pw-key
002300          file status is pw-fstat.
002400      select ap-new assign to "APOPENN"
002500          organization line sequential
002600          file status is apn-fstat.
002700      select print-file assign to "APPAYRG"
002800          organization line sequential
002900          file status is prt-status.
003000  data division.
003100  file section.
003200  fd  biz-file.
003300      copy "bizdate.CPY".
003400  fd  sup-pay.
003500      copy "suppay.CPY".
003600  fd  ap-file.
003700      copy "apopen.CPY".
003800  fd  pay-work.
003900  01 pw-record.
004000  02 pw-key.
004100  03 pw-supplier pic x(6).
004200  03 pw-inv-no pic x(10).
004300  02 pw-pay-date pic 9(8).
004400  02 pw-amount pic 9(9).
004500  02 pw-open-amt pic s9(11).
004600  02 pw-lines pic 9(3).
004700  02 pw-paid pic x(1).
004800  fd  ap-new.
004900  01 an-record pic x(59).
005000  fd  print-file.
005100  01 pr-line pic x(80).
005200  working-storage section.
005300  01 biz-status pic xx.
005400  01 sp-fstat pic xx.
005500  01 ap-fstat pic xx.
005600  01 pw-fstat pic xx.
005700  01 apn-fstat pic xx.
005800  01 prt-status pic xx.
005900  01 sp-eof pic x value "N".
006000  01 ap-eof pic x value "N".
006100  01 pw-eof pic x value "N".
006200  01 rej-reason pic x(20).
006300  01 run-date pic 9(8).
006400  01 paid-count pic 9(5) value 0.
006500  01 reject-count pic 9(5) value 0.
006600  01 paid-total pic s9(11) value 0.
006700  01 hd-title-line.
006800  02 filler pic x(22) value spaces.
006900  02 filler pic x(30) value "supplier payment register".
007000  01 hd-date-line.
007100  02 filler pic x(10) value "run date: ".
007200  02 hd-date pic x(8).
007300  01 hd-column-line.
007400  02 filler pic x(8) value "shiire".
007500  02 filler pic x(12) value "seikyusho".
007600  02 filler pic x(10) value "shiharai".
007700  02 filler pic x(11) value "  kingaku".
007800  02 filler pic x(5) value "gyo".
007900  02 filler pic x(20) value "result".
008000  01 dl-line.
008100  02 dl-supplier pic x(6).
008200  02 filler pic x(2) value space.
008300  02 dl-inv-no pic x(10).
008400  02 filler pic x(2) value space.
008500  02 dl-pay-date pic 9(8).
008600  02 filler pic x(2) value space.
008700  02 dl-amount pic z(8)9.
008800  02 filler pic x(2) value space.
008900  02 dl-lines pic zz9.
009000  02 filler pic x(2) value space.
009100  02 dl-result pic x(20).
009200  01 dl-tot-line.
009300  02 filler pic x(6) value "paid: ".
009400  02 dl-paid pic zzzz9.
009500  02 filler pic x(10) value "  amount: ".
009600  02 dl-paid-total pic z(10)9.
009700  02 filler pic x(12) value "  rejected: ".
009800  02 dl-rejected pic zzzz9.
009900  procedure division.
010000      open input sup-pay.
010100      if sp-fstat not = "00"
010200          display "rei77: suppay open failed, status " sp-fstat
010300          go to open-abort
010400      end-if.
010500      open input ap-file.
010600      if ap-fstat not = "00"
010700          display "rei77: apopen open failed, status " ap-fstat
010800          go to open-abort
010900      end-if.
011000      open output pay-work.
011100      close pay-work.
011200      open i-o pay-work.
011300      if pw-fstat not = "00"
011400          display "rei77: r77paywk open failed, status " pw-fstat
011500          go to open-abort
011600      end-if.
011700      open output ap-new.
011800      if apn-fstat not = "00"
011900          display "rei77: apopenn open failed, status " apn-fstat
012000          go to open-abort
012100      end-if.
012200      open output print-file.
012300      if prt-status not = "00"
012400          display "rei77: appayrg open failed, status " prt-status
012500          go to open-abort
012600      end-if.
012700      perform get-bizdate thru get-bizdate-exit.
012800      move run-date to hd-date.
012900      write pr-line from hd-title-line.
013000      write pr-line from hd-date-line.
013100      write pr-line from spaces.
013200      write pr-line from hd-column-line.
013300      perform load-pay thru load-pay-exit
013400          until sp-eof = "Y".
013500      perform sum-ap thru sum-ap-exit
013600          until ap-eof = "Y".
013700      move low-values to pw-key.
013800      start pay-work key is not less than pw-key
013900          invalid key
014000              move "Y" to pw-eof
014100      end-start.
014200      perform settle-pay thru settle-pay-exit
014300          until pw-eof = "Y".
014400      close ap-file.
014500      open input ap-file.
014600      if ap-fstat not = "00"
014700          display "rei77: apopen reopen failed, status " ap-fstat
014800          go to open-abort
014900      end-if.
015000      move "N" to ap-eof.
015100      perform copy-ap thru copy-ap-exit
015200          until ap-eof = "Y".
015300      move paid-count to dl-paid.
015400      move paid-total to dl-paid-total.
015500      move reject-count to dl-rejected.
015600      write pr-line from spaces.
015700      write pr-line from dl-tot-line.
015800      close sup-pay.
015900      close ap-file.
016000      close pay-work.
016100      close ap-new.
016200      close print-file.
016300      goback.
016400  load-pay.
016500      read sup-pay
016600          at end
016700              move "Y" to sp-eof
016800              go to load-pay-exit
016900      end-read.
017000      if sp-supplier = spaces or sp-inv-no = spaces
017100          or sp-amount is not numeric or sp-amount = 0
017200          or sp-pay-date is not numeric or sp-pay-date = 0
017300          move "invalid payment data" to rej-reason
017400          perform write-reject thru write-reject-exit
017500          go to load-pay-exit
017600      end-if.
017700      move sp-supplier to pw-supplier.
017800      move sp-inv-no to pw-inv-no.
017900      move sp-pay-date to pw-pay-date.
018000      move sp-amount to pw-amount.
018100      move 0 to pw-open-amt.
018200      move 0 to pw-lines.
018300      move "N" to pw-paid.
018400      write pw-record
018500          invalid key
018600              move "duplicate payment" to rej-reason
018700              perform write-reject thru write-reject-exit
018800      end-write.
018900  load-pay-exit.
019000      exit.
019100  sum-ap.
019200      read ap-file
019300          at end
019400              move "Y" to ap-eof
019500              go to sum-ap-exit
019600      end-read.
019700      if not ap-open
019800          go to sum-ap-exit
019900      end-if.
020000      move ap-supplier to pw-supplier.
020100      move ap-inv-no to pw-inv-no.
020200      read pay-work record
020300          invalid key
020400              go to sum-ap-exit
020500      end-read.
020600      if ap-amount is numeric
020700          add ap-amount to pw-open-amt
020800      end-if.
020900      add 1 to pw-lines.
021000      rewrite pw-record.
021100  sum-ap-exit.
021200      exit.
021300  settle-pay.
021400      read pay-work next record
021500          at end
021600              move "Y" to pw-eof
021700              go to settle-pay-exit
021800      end-read.
021900      move pw-supplier to dl-supplier.
022000      move pw-inv-no to dl-inv-no.
022100      move pw-pay-date to dl-pay-date.
022200      move pw-amount to dl-amount.
022300      move pw-lines to dl-lines.
022400      if pw-lines = 0
022500          move "invoice not open" to dl-result
022600          add 1 to reject-count
022700      else if pw-amount not = pw-open-amt
022800          move "amount mismatch" to dl-result
022900          add 1 to reject-count
023000      else
023100          move "Y" to pw-paid
023200          rewrite pw-record
023300          move "paid" to dl-result
023400          add 1 to paid-count
023500          add pw-amount to paid-total
023600      end-if end-if.
023700      write pr-line from dl-line.
023800  settle-pay-exit.
023900      exit.
024000  copy-ap.
024100      read ap-file
024200          at end
024300              move "Y" to ap-eof
024400              go to copy-ap-exit
024500      end-read.
024600      if ap-open
024700          move ap-supplier to pw-supplier
024800          move ap-inv-no to pw-inv-no
024900          read pay-work record
025000              invalid key
025100                  continue
025200          end-read
025300          if pw-fstat = "00" and pw-paid = "Y"
025400              move "P" to ap-status
025500          end-if
025600      end-if.
025700      write an-record from ap-record.
025800  copy-ap-exit.
025900      exit.
026000  write-reject.
026100      move sp-supplier to dl-supplier.
026200      move sp-inv-no to dl-inv-no.
026300      if sp-pay-date is numeric
026400          move sp-pay-date to dl-pay-date
026500      else
026600          move 0 to dl-pay-date
026700      end-if.
026800      if sp-amount is numeric
026900          move sp-amount to dl-amount
027000      else
027100          move 0 to dl-amount
027200      end-if.
027300      move 0 to dl-lines.
027400      move rej-reason to dl-result.
027500      write pr-line from dl-line.
027600      add 1 to reject-count.
027700  write-reject-exit.
027800      exit.
027900  open-abort.
028000      move 1 to return-code.
028100      close sup-pay.
028200      close ap-file.
028300      close pay-work.
028400      close ap-new.
028500      close print-file.
028600      goback.
028700  get-bizdate.
028800      open input biz-file.
028900      read biz-file
029000          at end
029100              continue
029200      end-read.
029300      if biz-status = "00" and biz-date is numeric
029400          move biz-date to run-date
029500      else
029600          accept run-date from date yyyymmdd
029700      end-if.
029800      close biz-file.
029900  get-bizdate-exit.
030000      exit.
