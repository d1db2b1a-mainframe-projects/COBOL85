000100  identification division.
000200  program-id. rei63.
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
001300      select quo-mast assign to "QUOMAST"
001400          organization indexed
001500          access mode dynamic
001600          record key is quo-key
001700          file status is quo-fstat.
001800      select cust-mast assign to "CUSTMAST"
001900          organization indexed
002000          access mode dynamic
002100          record key is cust-id
002200          file status is cust-fstat.
002300      select print-file assign to "QUOEXPR"
002400          organization line sequential
002500          file status is prt-status.
002600  data division.
002700  file section.
002800  fd  biz-file.
002900      copy "bizdate.CPY".
003000  fd  quo-mast.
003100      copy "quomast.CPY".
003200  fd  cust-mast.
003300      copy "custmast.CPY".
003400  fd  print-file.
003500  01 pr-line pic x(80).
003600  working-storage section.
003700  01 biz-status pic xx.
003800  01 quo-fstat pic xx.
003900  01 cust-fstat pic xx.
004000  01 prt-status pic xx.
004100  01 quo-eof pic x value "N".
004200  01 run-date pic 9(8).
004300  01 prev-quo-no pic 9(6) value 0.
004400  01 quote-lapsed pic x value "N".
004500  01 lapse-lines pic 9(3) value 0.
004600  01 lapse-amount pic 9(9) value 0.
004700  01 lapse-days pic 9(5) value 0.
004800  01 lapse-count pic 9(5) value 0.
004900  01 lapse-total pic 9(11) value 0.
005000  01 sv-cust-id pic x(6).
005100  01 sv-ship-to pic x(2).
005200  01 sv-quo-date pic 9(8).
005300  01 sv-valid-date pic 9(8).
005400  01 hd-title-line.
005500  02 filler pic x(24) value spaces.
005600  02 filler pic x(30) value "expired quotations".
005700  01 hd-date-line.
005800  02 filler pic x(10) value "run date: ".
005900  02 hd-date pic x(8).
006000  01 hd-column-line.
006100  02 filler pic x(8) value "quote".
006200  02 filler pic x(8) value "kokyaku".
006300  02 filler pic x(21) value "namae".
006400  02 filler pic x(4) value "tdk".
006500  02 filler pic x(10) value "date".
006600  02 filler pic x(10) value "kigen".
006700  02 filler pic x(5) value "days".
006800  02 filler pic x(4) value "gyo".
006900  02 filler pic x(10) value "kingaku".
007000  01 dl-line.
007100  02 dl-quo-no pic 9(6).
007200  02 filler pic x(2) value spaces.
007300  02 dl-cust pic x(6).
007400  02 filler pic x(2) value spaces.
007500  02 dl-namae pic x(20).
007600  02 filler pic x(1) value space.
007700  02 dl-ship pic x(2).
007800  02 filler pic x(2) value spaces.
007900  02 dl-quo-date pic 9(8).
008000  02 filler pic x(2) value spaces.
008100  02 dl-kigen pic 9(8).
008200  02 filler pic x(1) value space.
008300  02 dl-days pic zzz9.
008400  02 filler pic x(1) value space.
008500  02 dl-lines pic zz9.
008600  02 dl-kingaku pic z(9)9.
008700  01 dl-count-line.
008800  02 filler pic x(17) value "quotes lapsed:   ".
008900  02 dl-lapsed pic zzzz9.
009000  02 filler pic x(14) value "  value lost: ".
009100  02 dl-total pic z(10)9.
009200  procedure division.
009300      open i-o quo-mast.
009400      if quo-fstat not = "00"
009500          display "rei63: quomast open failed, status " quo-fstat
009600          go to open-abort
009700      end-if.
009800      open input cust-mast.
009900      open output print-file.
010000      if prt-status not = "00"
010100          display "rei63: quoexpr open failed, status " prt-status
010200          go to open-abort
010300      end-if.
010400      perform get-bizdate thru get-bizdate-exit.
010500      move run-date to hd-date.
010600      write pr-line from hd-title-line.
010700      write pr-line from hd-date-line.
010800      write pr-line from spaces.
010900      write pr-line from hd-column-line.
011000      perform scan-quote thru scan-quote-exit
011100          until quo-eof = "Y".
011200      perform end-quote thru end-quote-exit.
011300      move lapse-count to dl-lapsed.
011400      move lapse-total to dl-total.
011500      write pr-line from spaces.
011600      write pr-line from dl-count-line.
011700      close quo-mast.
011800      close cust-mast.
011900      close print-file.
012000      goback.
012100  scan-quote.
012200      read quo-mast next record
012300          at end
012400              move "Y" to quo-eof
012500              go to scan-quote-exit
012600      end-read.
012700      if quo-no not = prev-quo-no
012800          perform end-quote thru end-quote-exit
012900          move quo-no to prev-quo-no
013000      end-if.
013100      if not quo-open or quo-valid-date >= run-date
013200          go to scan-quote-exit
013300      end-if.
013400      if quote-lapsed = "N"
013500          move "Y" to quote-lapsed
013600          move quo-cust-id to sv-cust-id
013700          move quo-ship-to to sv-ship-to
013800          move quo-date to sv-quo-date
013900          move quo-valid-date to sv-valid-date
014000      end-if.
014100      add 1 to lapse-lines.
014200      add quo-kingaku-incl to lapse-amount.
014300      move "L" to quo-status.
014400      move run-date to quo-status-date.
014500      rewrite quo-record.
014600  scan-quote-exit.
014700      exit.
014800  end-quote.
014900      if quote-lapsed = "N"
015000          go to end-quote-exit
015100      end-if.
015200      compute lapse-days =
015300          function integer-of-date(run-date)
015400          - function integer-of-date(sv-valid-date).
015500      move prev-quo-no to dl-quo-no.
015600      move sv-cust-id to dl-cust.
015700      move sv-cust-id to cust-id.
015800      read cust-mast record
015900          invalid key
016000              continue
016100      end-read.
016200      if cust-fstat = "00"
016300          move cust-name to dl-namae
016400      else
016500          move spaces to dl-namae
016600      end-if.
016700      move sv-ship-to to dl-ship.
016800      move sv-quo-date to dl-quo-date.
016900      move sv-valid-date to dl-kigen.
017000      move lapse-days to dl-days.
017100      move lapse-lines to dl-lines.
017200      move lapse-amount to dl-kingaku.
017300      write pr-line from dl-line.
017400      add 1 to lapse-count.
017500      add lapse-amount to lapse-total.
017600      move "N" to quote-lapsed.
017700      move 0 to lapse-lines.
017800      move 0 to lapse-amount.
017900  end-quote-exit.
018000      exit.
018100  open-abort.
018200      move 1 to return-code.
018300      close quo-mast.
018400      close cust-mast.
018500      close print-file.
018600      goback.
018700  get-bizdate.
018800      open input biz-file.
018900      read biz-file
019000          at end
019100              continue
019200      end-read.
019300      if biz-status = "00" and biz-date is numeric
019400          move biz-date to run-date
019500      else
019600          accept run-date from date yyyymmdd
019700      end-if.
019800      close biz-file.
019900  get-bizdate-exit.
020000      exit.
