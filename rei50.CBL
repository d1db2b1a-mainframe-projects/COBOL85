000100  identification division.
000200  program-id. rei50.
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
001300      select ap-ctl assign to "APCTL"
001400          organization line sequential
001500          file status is ctl-status.
001600      select ap-file assign to "APOPEN"
001700          organization line sequential
001800          file status is ap-fstat.
001900      select sup-master assign to "SUPMAST"
002000          organization indexed
002100          access mode dynamic
002200          record key is sup-id
002300          file status is sup-fstat.
002400      select print-file assign to "APDUERPT"
002500          organization line sequential
002600          file status is prt-status.
002616      select dt-work assign to "R50DUEWK"
002632          organization indexed
002648          access mode dynamic
002664          record key is dtw-key
002680          file status is dtw-fstat.
002700  data division.
002800  file section.
002900  fd  biz-file.
003000      copy "bizdate.CPY".
003100  fd  ap-ctl.
003200      copy "apctl.CPY".
003300  fd  ap-file.
003400      copy "apopen.CPY".
003500  fd  sup-master.
003600      copy "supmast.CPY".
003700  fd  print-file.
003800  01 pr-line pic x(80).
003811  fd  dt-work.
003822  01 dtw-record.
003833  02 dtw-key.
003844  03 dtw-supplier pic x(6).
003855  03 dtw-due pic 9(8).
003866  03 dtw-inv-no pic x(10).
003877  02 dtw-inv-date pic 9(8).
003888  02 dtw-amount pic s9(11).
003900  working-storage section.
004000  01 biz-status pic xx.
004100  01 ctl-status pic xx.
004200  01 ap-fstat pic xx.
004300  01 sup-fstat pic xx.
004400  01 prt-status pic xx.
004450  01 dtw-fstat pic xx.
004500  01 ap-eof pic x value "N".
004550  01 dt-eof pic x value "N".
004600  01 run-date pic 9(8).
004700  01 run-int pic 9(7) value 0.
004800  01 due-days pic 9(3) value 7.
004900  01 days-w pic s9(5) value 0.
005000  01 prev-supplier pic x(6) value spaces.
005500  01 dt-count pic 9(5) value 0.
005800  01 sup-total pic s9(11) value 0.
005900  01 overdue-total pic s9(11) value 0.
006000  01 due-total pic s9(11) value 0.
006100  01 later-total pic s9(11) value 0.
006200  01 overdue-count pic 9(5) value 0.
006300  01 due-count pic 9(5) value 0.
007600  01 hd-title-line.
007700  02 filler pic x(24) value spaces.
007800  02 filler pic x(30) value "payables due report".
007900  01 hd-date-line.
008000  02 filler pic x(10) value "run date: ".
008100  02 hd-date pic x(8).
008200  02 filler pic x(15) value "  due within: ".
008300  02 hd-due-days pic zz9.
008400  02 filler pic x(5) value " days".
008500  01 hd-column-line.
008600  02 filler pic x(6) value "shiire".
008700  02 filler pic x(2) value space.
008800  02 filler pic x(20) value "namae".
008900  02 filler pic x(2) value space.
009000  02 filler pic x(10) value "seikyusho".
009100  02 filler pic x(2) value space.
009200  02 filler pic x(8) value "kijitsu".
009300  02 filler pic x(2) value space.
009400  02 filler pic x(6) value "nissu".
009500  02 filler pic x(2) value space.
009600  02 filler pic x(11) value "kingaku".
009700  02 filler pic x(1) value space.
009800  02 filler pic x(7) value "jotai".
009900  01 dl-line.
010000  02 dl-supplier pic x(6).
010100  02 filler pic x(2) value space.
010200  02 dl-namae pic x(20).
010300  02 filler pic x(2) value space.
010400  02 dl-inv-no pic x(10).
010500  02 filler pic x(2) value space.
010600  02 dl-due-date pic 9(8).
010700  02 filler pic x(2) value space.
010800  02 dl-days pic zzzz9-.
010900  02 filler pic x(2) value space.
011000  02 dl-kingaku pic z(9)9-.
011100  02 filler pic x(1) value space.
011200  02 dl-jotai pic x(7).
011300  01 dl-sup-line.
011400  02 filler pic x(30) value spaces.
011500  02 filler pic x(22) value "supplier total:".
011600  02 dl-sup-total pic z(10)9-.
011700  01 dl-tot-line.
011800  02 dl-tot-label pic x(20).
011900  02 dl-tot-count pic z(4)9.
012000  02 filler pic x(4) value space.
012100  02 dl-tot-amount pic z(10)9-.
012600  procedure division.
012612      open output dt-work.
012624      close dt-work.
012636      open i-o dt-work.
012648      if dtw-fstat not = "00"
012660          display "rei50: r50duewk open failed, status " dtw-fstat
012672          go to open-abort
012684      end-if.
012700      open input ap-file.
012800      if ap-fstat not = "00"
012900          display "rei50: apopen open failed, status " ap-fstat
013000          go to open-abort
013100      end-if.
013200      open input sup-master.
013300      if sup-fstat not = "00"
013400          display "rei50: supmast open failed, status " sup-fstat
013500          go to open-abort
013600      end-if.
013700      open output print-file.
013800      if prt-status not = "00"
013900          display "rei50: apduerpt open failed, status "
014000              prt-status
014100          go to open-abort
014200      end-if.
014300      open input ap-ctl.
014400      read ap-ctl
014500          at end
014600              continue
014700      end-read.
014800      if ctl-status = "00" and ctl-due-days is numeric
014900          and ctl-due-days > 0
015000          move ctl-due-days to due-days
015100      end-if.
015200      close ap-ctl.
015300      perform get-bizdate thru get-bizdate-exit.
015400      compute run-int =
015500          function integer-of-date(run-date).
015600      perform load-ap thru load-ap-exit
015700          until ap-eof = "Y".
015900      move run-date to hd-date.
016000      move due-days to hd-due-days.
016100      write pr-line from hd-title-line.
016200      write pr-line from hd-date-line.
016300      write pr-line from spaces.
016400      write pr-line from hd-column-line.
016416      move low-values to dtw-key.
016432      start dt-work key is not less than dtw-key
016448          invalid key
016464              move "Y" to dt-eof
016480      end-start.
016500      perform print-entry thru print-entry-exit
016700          until dt-eof = "Y".
016800      if dt-count > 0
016900          perform print-sup-total thru print-sup-total-exit
017000      end-if.
017100      write pr-line from spaces.
017200      move "overdue:" to dl-tot-label.
017300      move overdue-count to dl-tot-count.
017400      move overdue-total to dl-tot-amount.
017500      write pr-line from dl-tot-line.
017600      move "due soon:" to dl-tot-label.
017700      move due-count to dl-tot-count.
017800      move due-total to dl-tot-amount.
017900      write pr-line from dl-tot-line.
018000      move "later:" to dl-tot-label.
018100      compute dl-tot-count = dt-count - overdue-count - due-count.
018200      move later-total to dl-tot-amount.
018300      write pr-line from dl-tot-line.
018900      close ap-file.
019000      close sup-master.
019100      close print-file.
019150      close dt-work.
019200      goback.
019300  load-ap.
019400      read ap-file
019500          at end
019600              move "Y" to ap-eof
019700              go to load-ap-exit
019800      end-read.
019900      if not ap-open or ap-amount is not numeric
020000          go to load-ap-exit
020100      end-if.
021600      move ap-supplier to dtw-supplier.
021700      move ap-due-date to dtw-due.
021800      move ap-inv-no to dtw-inv-no.
021833      read dt-work record
021866          invalid key
021900              move ap-inv-date to dtw-inv-date
022000              move ap-amount to dtw-amount
022016              write dtw-record
022032              go to load-ap-exit
022048      end-read.
022064      add ap-amount to dtw-amount.
022080      rewrite dtw-record.
022100  load-ap-exit.
022200      exit.
025700  print-entry.
025714      read dt-work next record
025728          at end
025742              move "Y" to dt-eof
025756              go to print-entry-exit
025770      end-read.
025784      add 1 to dt-count.
025800      if dtw-supplier not = prev-supplier
025900          if dt-count > 1
026000              perform print-sup-total thru print-sup-total-exit
026100          end-if
026200          move dtw-supplier to prev-supplier
026300          move dtw-supplier to sup-id
026400          read sup-master record
026500              invalid key
026600                  move spaces to sup-name
026700          end-read
026800          move dtw-supplier to dl-supplier
026900          move sup-name to dl-namae
027000      else
027100          move spaces to dl-supplier
027200          move spaces to dl-namae
027300      end-if.
027400      move dtw-inv-no to dl-inv-no.
027500      move dtw-due to dl-due-date.
027600      compute days-w = function integer-of-date(dtw-due)
027700          - run-int.
027800      move days-w to dl-days.
027900      move dtw-amount to dl-kingaku.
028000      if days-w < 0
028100          move "overdue" to dl-jotai
028200          add 1 to overdue-count
028300          add dtw-amount to overdue-total
028400      else
028500      if days-w <= due-days
028600          move "due" to dl-jotai
028700          add 1 to due-count
028800          add dtw-amount to due-total
028900      else
029000          move spaces to dl-jotai
029100          add dtw-amount to later-total
029200      end-if end-if.
029300      add dtw-amount to sup-total.
029400      write pr-line from dl-line.
029500  print-entry-exit.
029600      exit.
029700  print-sup-total.
029800      move sup-total to dl-sup-total.
029900      write pr-line from dl-sup-line.
030000      write pr-line from spaces.
030100      move 0 to sup-total.
030200  print-sup-total-exit.
030300      exit.
030400  open-abort.
030500      move 1 to return-code.
030600      close ap-file.
030700      close sup-master.
030800      close print-file.
030850      close dt-work.
030900      goback.
031000  get-bizdate.
031100      open input biz-file.
031200      read biz-file
031300          at end
031400              continue
031500      end-read.
031600      if biz-status = "00" and biz-date is numeric
031700          move biz-date to run-date
031800      else
031900          accept run-date from date yyyymmdd
032000      end-if.
032100      close biz-file.
032200  get-bizdate-exit.
032300      exit.
