000100  identification division.
000200  program-id. rei71.
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
001300      select cyc-mast assign to "CYCMAST"
001400          organization indexed
001500          access mode dynamic
001600          record key is cyc-key
001700          file status is cyc-fstat.
001800      select print-file assign to "CYCCOVR"
001900          organization line sequential
002000          file status is prt-status.
002100  data division.
002200  file section.
002300  fd  biz-file.
002400      copy "bizdate.CPY".
002500  fd  cyc-mast.
002600      copy "cycmast.CPY".
002700  fd  print-file.
002800  01 pr-line pic x(80).
002900  working-storage section.
003000  01 biz-status pic xx.
003100  01 cyc-fstat pic xx.
003200  01 prt-status pic xx.
003300  01 cyc-eof pic x value "N".
003400  01 run-date pic 9(8).
003500  01 run-int pic 9(7) value 0.
003600  01 late-days pic 9(5) value 0.
003700  01 cl-idx pic 9 value 0.
003800  01 cl-totals.
003900  02 cl-tot occurs 3 times.
004000  03 cl-items pic 9(5).
004100  03 cl-current pic 9(5).
004200  03 cl-overdue pic 9(5).
004300  03 cl-never pic 9(5).
004400  01 hd-title-line.
004500  02 filler pic x(22) value spaces.
004600  02 filler pic x(30) value "cycle count coverage".
004700  01 hd-date-line.
004800  02 filler pic x(10) value "run date: ".
004900  02 hd-date pic x(8).
005000  01 hd-column-line.
005100  02 filler pic x(8) value "hinmei".
005200  02 filler pic x(6) value "soko".
005300  02 filler pic x(7) value "class".
005400  02 filler pic x(10) value "zenkai".
005500  02 filler pic x(10) value "kijitsu".
005600  02 filler pic x(8) value "chien".
005700  02 filler pic x(10) value "hyo".
005800  01 dl-line.
005900  02 dl-hinmei pic x(6).
006000  02 filler pic x(2) value spaces.
006100  02 dl-soko pic x(2).
006200  02 filler pic x(6) value spaces.
006300  02 dl-class pic x(1).
006400  02 filler pic x(3) value spaces.
006500  02 dl-last pic x(8).
006600  02 filler pic x(2) value spaces.
006700  02 dl-due pic 9(8).
006800  02 filler pic x(2) value spaces.
006900  02 dl-late pic zzzz9.
007000  02 filler pic x(3) value spaces.
007100  02 dl-sheet pic x(8).
007200  01 hd-sum-line.
007300  02 filler pic x(8) value "class".
007400  02 filler pic x(8) value "  items".
007500  02 filler pic x(10) value "   current".
007600  02 filler pic x(10) value "   overdue".
007700  02 filler pic x(16) value "   never counted".
007800  01 dl-sum-line.
007900  02 filler pic x(2) value spaces.
008000  02 dl-sum-class pic x(1).
008100  02 filler pic x(5) value spaces.
008200  02 dl-sum-items pic zzzz9.
008300  02 filler pic x(5) value spaces.
008400  02 dl-sum-current pic zzzz9.
008500  02 filler pic x(5) value spaces.
008600  02 dl-sum-overdue pic zzzz9.
008700  02 filler pic x(11) value spaces.
008800  02 dl-sum-never pic zzzz9.
008900  procedure division.
009000      open input cyc-mast.
009100      if cyc-fstat not = "00"
009200          display "rei71: cycmast open failed, status " cyc-fstat
009300          go to open-abort
009400      end-if.
009500      open output print-file.
009600      if prt-status not = "00"
009700          display "rei71: cyccovr open failed, status " prt-status
009800          go to open-abort
009900      end-if.
010000      perform get-bizdate thru get-bizdate-exit.
010100      compute run-int = function integer-of-date(run-date).
010200      move zeros to cl-totals.
010300      move run-date to hd-date.
010400      write pr-line from hd-title-line.
010500      write pr-line from hd-date-line.
010600      write pr-line from spaces.
010700      write pr-line from hd-column-line.
010800      perform check-item thru check-item-exit
010900          until cyc-eof = "Y".
011000      write pr-line from spaces.
011100      write pr-line from hd-sum-line.
011200      perform print-class thru print-class-exit
011300          varying cl-idx from 1 by 1
011400          until cl-idx > 3.
011500      close cyc-mast.
011600      close print-file.
011700      goback.
011800  check-item.
011900      read cyc-mast next record
012000          at end
012100              move "Y" to cyc-eof
012200              go to check-item-exit
012300      end-read.
012400      move 3 to cl-idx.
012500      if cyc-class-a
012600          move 1 to cl-idx
012700      end-if.
012800      if cyc-class-b
012900          move 2 to cl-idx
013000      end-if.
013100      add 1 to cl-items(cl-idx).
013200      if cyc-last-count = 0
013300          add 1 to cl-never(cl-idx)
013400      end-if.
013500      if cyc-next-due not < run-date
013600          add 1 to cl-current(cl-idx)
013700          go to check-item-exit
013800      end-if.
013900      add 1 to cl-overdue(cl-idx).
014000      compute late-days = run-int
014100          - function integer-of-date(cyc-next-due).
014200      move cyc-item-code to dl-hinmei.
014300      move cyc-location to dl-soko.
014400      move cyc-class to dl-class.
014500      if cyc-last-count = 0
014600          move "never" to dl-last
014700      else
014800          move cyc-last-count to dl-last
014900      end-if.
015000      move cyc-next-due to dl-due.
015100      move late-days to dl-late.
015200      if cyc-sheet-date > cyc-last-count
015300          move cyc-sheet-date to dl-sheet
015400      else
015500          move spaces to dl-sheet
015600      end-if.
015700      write pr-line from dl-line.
015800  check-item-exit.
015900      exit.
016000  print-class.
016100      move "C" to dl-sum-class.
016200      if cl-idx = 1
016300          move "A" to dl-sum-class
016400      end-if.
016500      if cl-idx = 2
016600          move "B" to dl-sum-class
016700      end-if.
016800      move cl-items(cl-idx) to dl-sum-items.
016900      move cl-current(cl-idx) to dl-sum-current.
017000      move cl-overdue(cl-idx) to dl-sum-overdue.
017100      move cl-never(cl-idx) to dl-sum-never.
017200      write pr-line from dl-sum-line.
017300  print-class-exit.
017400      exit.
017500  open-abort.
017600      move 1 to return-code.
017700      close cyc-mast.
017800      close print-file.
017900      goback.
018000  get-bizdate.
018100      open input biz-file.
018200      read biz-file
018300          at end
018400              continue
018500      end-read.
018600      if biz-status = "00" and biz-date is numeric
018700          move biz-date to run-date
018800      else
018900          accept run-date from date yyyymmdd
019000      end-if.
019100      close biz-file.
019200  get-bizdate-exit.
019300      exit.
