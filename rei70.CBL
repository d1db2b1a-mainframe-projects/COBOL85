000100  identification division.
000200  program-id. rei70.
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
001800      select itm-master assign to "ITMMAST"
001900          organization indexed
002000          access mode dynamic
002100          record key is itm-code
002200          file status is itm-status.
002300      select cnt-trans assign to "CNTTRAN"
002400          organization line sequential
002500          file status is cnt-status.
002600      select print-file assign to "CNTSHEET"
002700          organization line sequential
002800          file status is prt-status.
002816      select cs-work assign to "R70CNTWK"
002832          organization indexed
002848          access mode dynamic
002864          record key is csw-key
002880          file status is csw-fstat.
002900  data division.
003000  file section.
003100  fd  biz-file.
003200      copy "bizdate.CPY".
003300  fd  cyc-mast.
003400      copy "cycmast.CPY".
003500  fd  itm-master.
003600      copy "itmmast.CPY".
003700  fd  cnt-trans.
003800      copy "cnttran.CPY".
003900  fd  print-file.
004000  01 pr-line pic x(80).
004010  fd  cs-work.
004020  01 csw-record.
004030  02 csw-key.
004040  03 csw-location pic x(2).
004050  03 csw-bin pic x(6).
004060  03 csw-item-code pic x(6).
004070  02 csw-name pic x(6).
004080  02 csw-class pic x(1).
004090  02 csw-due pic 9(8).
004100  working-storage section.
004200  01 biz-status pic xx.
004300  01 cyc-fstat pic xx.
004400  01 itm-status pic xx.
004500  01 cnt-status pic xx.
004600  01 prt-status pic xx.
004650  01 csw-fstat pic xx.
004700  01 cyc-eof pic x value "N".
004750  01 cs-eof pic x value "N".
004800  01 run-date pic 9(8).
004900  01 prev-loc pic x(2) value high-values.
005200  01 cs-count pic 9(5) value 0.
006400  01 sheet-count pic 9(5) value 0.
006600  01 hd-title-line.
006700  02 filler pic x(22) value spaces.
006800  02 filler pic x(30) value "cycle count sheet".
006900  01 hd-date-line.
007000  02 filler pic x(10) value "run date: ".
007100  02 hd-date pic x(8).
007200  02 filler pic x(10) value "   soko: ".
007300  02 hd-soko pic x(2).
007400  01 hd-column-line.
007500  02 filler pic x(8) value "tana".
007600  02 filler pic x(8) value "hinmei".
007700  02 filler pic x(8) value "namae".
007800  02 filler pic x(7) value "class".
007900  02 filler pic x(10) value "kijitsu".
008000  02 filler pic x(12) value "jitsuzan".
008100  02 filler pic x(8) value "tanto".
008200  01 dl-line.
008300  02 dl-tana pic x(6).
008400  02 filler pic x(2) value spaces.
008500  02 dl-hinmei pic x(6).
008600  02 filler pic x(2) value spaces.
008700  02 dl-namae pic x(6).
008800  02 filler pic x(4) value spaces.
008900  02 dl-class pic x(1).
009000  02 filler pic x(3) value spaces.
009100  02 dl-due pic 9(8).
009200  02 filler pic x(2) value spaces.
009300  02 filler pic x(10) value "__________".
009400  02 filler pic x(2) value spaces.
009500  02 filler pic x(3) value "___".
010000  01 dl-count-line.
010100  02 filler pic x(14) value "count lines: ".
010200  02 dl-sheets pic zzzz9.
010300  procedure division.
010312      open output cs-work.
010324      close cs-work.
010336      open i-o cs-work.
010348      if csw-fstat not = "00"
010360          display "rei70: r70cntwk open failed, status " csw-fstat
010372          go to open-abort
010384      end-if.
010400      open i-o cyc-mast.
010500      if cyc-fstat not = "00"
010600          display "rei70: cycmast open failed, status " cyc-fstat
010700          go to open-abort
010800      end-if.
010900      open input itm-master.
011000      if itm-status not = "00"
011100          display "rei70: itmmast open failed, status "
011200              itm-status
011300          go to open-abort
011400      end-if.
011500      open extend cnt-trans.
011600      if cnt-status not = "00"
011700          open output cnt-trans
011800      end-if.
011900      if cnt-status not = "00"
012000          display "rei70: cnttran open failed, status " cnt-status
012100          go to open-abort
012200      end-if.
012300      open output print-file.
012400      if prt-status not = "00"
012500          display "rei70: cntsheet open failed, status "
012600              prt-status
012700          go to open-abort
012800      end-if.
012900      perform get-bizdate thru get-bizdate-exit.
013000      perform pick-due thru pick-due-exit
013100          until cyc-eof = "Y".
013300      move run-date to hd-date.
013316      move low-values to csw-key.
013332      start cs-work key is not less than csw-key
013348          invalid key
013364              move "Y" to cs-eof
013380      end-start.
013400      perform print-entry thru print-entry-exit
013600          until cs-eof = "Y".
013700      if cs-count = 0
013800          move spaces to hd-soko
013900          write pr-line from hd-title-line
014000          write pr-line from hd-date-line
014100      end-if.
014200      write pr-line from spaces.
014700      move sheet-count to dl-sheets.
014800      write pr-line from dl-count-line.
014900      close cyc-mast.
015000      close itm-master.
015100      close cnt-trans.
015200      close print-file.
015250      close cs-work.
015300      goback.
015400  pick-due.
015500      read cyc-mast next record
015600          at end
015700              move "Y" to cyc-eof
015800              go to pick-due-exit
015900      end-read.
016000      if cyc-next-due > run-date
016100          go to pick-due-exit
016200      end-if.
016300      if cyc-sheet-date = run-date
016400          go to pick-due-exit
016500      end-if.
016600      move cyc-item-code to itm-code.
016700      read itm-master record
016800          invalid key
016900              continue
017000      end-read.
017100      if itm-status not = "00"
017200          delete cyc-mast record
017300          go to pick-due-exit
017400      end-if.
018000      move cyc-location to csw-location.
018100      move itm-bin-loc to csw-bin.
018200      move cyc-item-code to csw-item-code.
018300      move itm-name to csw-name.
018400      move cyc-class to csw-class.
018500      move cyc-next-due to csw-due.
018516      write csw-record
018532          invalid key
018548              go to pick-due-exit
018564      end-write.
018580      add 1 to cs-count.
018600  pick-due-exit.
018700      exit.
021300  print-entry.
021316      read cs-work next record
021332          at end
021348              move "Y" to cs-eof
021364              go to print-entry-exit
021380      end-read.
021400      if csw-location not = prev-loc
021500          move csw-location to prev-loc
021600          move csw-location to hd-soko
021700          if sheet-count > 0
021800              write pr-line from spaces
021900          end-if
022000          write pr-line from hd-title-line
022100          write pr-line from hd-date-line
022200          write pr-line from spaces
022300          write pr-line from hd-column-line
022400      end-if.
022500      move csw-bin to dl-tana.
022600      move csw-item-code to dl-hinmei.
022700      move csw-name to dl-namae.
022800      move csw-class to dl-class.
022900      move csw-due to dl-due.
023000      write pr-line from dl-line.
023100      move spaces to cnt-record.
023200      move csw-item-code to cnt-item-code.
023300      move run-date to cnt-date.
023400      move csw-location to cnt-location.
023500      write cnt-record.
023600      add 1 to sheet-count.
023700      move csw-item-code to cyc-item-code.
023800      move csw-location to cyc-location.
023900      read cyc-mast record
024000          invalid key
024100              go to print-entry-exit
024200      end-read.
024300      move run-date to cyc-sheet-date.
024400      rewrite cyc-record.
024500  print-entry-exit.
024600      exit.
024700  open-abort.
024800      move 1 to return-code.
024900      close cyc-mast.
025000      close itm-master.
025100      close cnt-trans.
025200      close print-file.
025250      close cs-work.
025300      goback.
025400  get-bizdate.
025500      open input biz-file.
025600      read biz-file
025700          at end
025800              continue
025900      end-read.
026000      if biz-status = "00" and biz-date is numeric
026100          move biz-date to run-date
026200      else
026300          accept run-date from date yyyymmdd
026400      end-if.
026500      close biz-file.
026600  get-bizdate-exit.
026700      exit.
