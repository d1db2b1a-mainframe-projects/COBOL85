000100  identification division.
000200  program-id. rei54.
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
001300      select wof-hist assign to "WOFHIST"
001400          organization line sequential
001500          file status is wh-fstat.
001600      select itm-master assign to "ITMMAST"
001700          organization indexed
001800          access mode dynamic
001900          record key is itm-code
002000          file status is itm-status.
002100      select print-file assign to "SHRKRPT"
002200          organization line sequential
002300          file status is prt-status.
002316      select sh-work assign to "R54SHRWK"
002332          organization indexed
002348          access mode dynamic
002364          record key is shw-key
002380          file status is shw-fstat.
002400  data division.
002500  file section.
002600  fd  biz-file.
002700      copy "bizdate.CPY".
002800  fd  wof-hist.
002900      copy "wofhist.CPY".
003000  fd  itm-master.
003100      copy "itmmast.CPY".
003200  fd  print-file.
003300  01 pr-line pic x(80).
003310  fd  sh-work.
003320  01 shw-record.
003330  02 shw-key.
003340  03 shw-item-code pic x(6).
003350  03 shw-location pic x(2).
003360  03 shw-reason pic x(1).
003370  02 shw-qty pic 9(9).
003380  02 shw-value pic 9(11).
003390  02 shw-count-w pic 9(5).
003400  working-storage section.
003500  01 biz-status pic xx.
003600  01 wh-fstat pic xx.
003700  01 itm-status pic xx.
003800  01 prt-status pic xx.
003850  01 shw-fstat pic xx.
003900  01 wh-eof pic x value "N".
003950  01 sh-eof pic x value "N".
004000  01 run-date pic 9(8).
004100  01 from-date pic 9(8) value 0.
004200  01 from-date-r redefines from-date.
004300  02 from-month pic 9(6).
004400  02 from-day pic 9(2).
004500  01 prev-item pic x(6) value spaces.
004600  01 rs-idx pic 9 value 0.
004700  01 loc-idx pic 9 value 0.
005500  01 total-qty pic 9(9) value 0.
005600  01 total-value pic 9(11) value 0.
006700  01 rs-names.
006800  02 filler pic x(9) value "Sspoiled ".
006900  02 filler pic x(9) value "Ddamaged ".
007000  02 filler pic x(9) value "Msample  ".
007100  02 filler pic x(9) value "Ttheft   ".
007200  01 rs-table redefines rs-names.
007300  02 rs-entry occurs 4 times.
007400  03 rs-code pic x(1).
007500  03 rs-name pic x(8).
007600  01 rs-totals.
007700  02 rs-tot occurs 4 times.
007800  03 rs-qty pic 9(9).
007900  03 rs-value pic 9(11).
008000  01 loc-totals.
008100  02 loc-tot occurs 2 times.
008200  03 loc-qty pic 9(9).
008300  03 loc-value pic 9(11).
008400  01 hd-title-line.
008500  02 filler pic x(22) value spaces.
008600  02 filler pic x(30) value "monthly shrink report".
008700  01 hd-date-line.
008800  02 filler pic x(10) value "run date: ".
008900  02 hd-date pic x(8).
009000  02 filler pic x(12) value "  period:   ".
009100  02 hd-from pic 9(8).
009200  02 filler pic x(3) value " - ".
009300  02 hd-to pic 9(8).
009400  01 hd-column-line.
009500  02 filler pic x(6) value "hinmei".
009600  02 filler pic x(2) value space.
009700  02 filler pic x(6) value "namae".
009800  02 filler pic x(2) value space.
009900  02 filler pic x(4) value "soko".
010000  02 filler pic x(2) value space.
010100  02 filler pic x(8) value "riyu".
010200  02 filler pic x(2) value space.
010300  02 filler pic x(5) value "kensu".
010400  02 filler pic x(2) value space.
010500  02 filler pic x(9) value "suryou".
010600  02 filler pic x(2) value space.
010700  02 filler pic x(11) value "kingaku".
010800  01 dl-line.
010900  02 dl-hinmei pic x(6).
011000  02 filler pic x(2) value space.
011100  02 dl-namae pic x(6).
011200  02 filler pic x(2) value space.
011300  02 dl-soko pic x(2).
011400  02 filler pic x(4) value space.
011500  02 dl-riyu pic x(8).
011600  02 filler pic x(2) value space.
011700  02 dl-kensu pic zzzz9.
011800  02 filler pic x(2) value space.
011900  02 dl-suryou pic z(8)9.
012000  02 filler pic x(2) value space.
012100  02 dl-kingaku pic z(10)9.
012200  01 dl-sum-head.
012300  02 dl-sum-title pic x(30).
012400  01 dl-sum-line.
012500  02 filler pic x(2) value space.
012600  02 dl-sum-label pic x(10).
012700  02 filler pic x(2) value space.
012800  02 dl-sum-qty pic z(8)9.
012900  02 filler pic x(2) value space.
013000  02 dl-sum-value pic z(10)9.
013500  procedure division.
013512      open output sh-work.
013524      close sh-work.
013536      open i-o sh-work.
013548      if shw-fstat not = "00"
013560          display "rei54: r54shrwk open failed, status " shw-fstat
013572          go to open-abort
013584      end-if.
013600      open input wof-hist.
013700      if wh-fstat not = "00"
013800          display "rei54: wofhist open failed, status " wh-fstat
013900          go to open-abort
014000      end-if.
014100      open input itm-master.
014200      open output print-file.
014300      if prt-status not = "00"
014400          display "rei54: shrkrpt open failed, status " prt-status
014500          go to open-abort
014600      end-if.
014700      perform get-bizdate thru get-bizdate-exit.
014800      move run-date to from-date.
014900      move 1 to from-day.
015000      move zeros to rs-totals.
015100      move zeros to loc-totals.
015200      perform load-wof thru load-wof-exit
015300          until wh-eof = "Y".
015500      move run-date to hd-date.
015600      move from-date to hd-from.
015700      move run-date to hd-to.
015800      write pr-line from hd-title-line.
015900      write pr-line from hd-date-line.
016000      write pr-line from spaces.
016100      write pr-line from hd-column-line.
016116      move low-values to shw-key.
016132      start sh-work key is not less than shw-key
016148          invalid key
016164              move "Y" to sh-eof
016180      end-start.
016200      perform print-entry thru print-entry-exit
016400          until sh-eof = "Y".
016500      write pr-line from spaces.
016600      move "by reason:" to dl-sum-title.
016700      write pr-line from dl-sum-head.
016800      perform print-reason thru print-reason-exit
016900          varying rs-idx from 1 by 1
017000          until rs-idx > 4.
017100      write pr-line from spaces.
017200      move "by storeroom:" to dl-sum-title.
017300      write pr-line from dl-sum-head.
017400      perform print-location thru print-location-exit
017500          varying loc-idx from 1 by 1
017600          until loc-idx > 2.
017700      write pr-line from spaces.
017800      move "total" to dl-sum-label.
017900      move total-qty to dl-sum-qty.
018000      move total-value to dl-sum-value.
018100      write pr-line from dl-sum-line.
018600      close wof-hist.
018700      close itm-master.
018800      close print-file.
018850      close sh-work.
018900      goback.
019000  load-wof.
019100      read wof-hist
019200          at end
019300              move "Y" to wh-eof
019400              go to load-wof-exit
019500      end-read.
019600      if wh-date < from-date or wh-date > run-date
019700          go to load-wof-exit
019800      end-if.
019900      add wh-qty to total-qty.
020000      add wh-value to total-value.
020100      perform add-reason thru add-reason-exit
020200          varying rs-idx from 1 by 1
020300          until rs-idx > 4.
020400      if wh-location = "02"
020500          move 2 to loc-idx
020600      else
020700          move 1 to loc-idx
020800      end-if.
020900      add wh-qty to loc-qty(loc-idx).
021000      add wh-value to loc-value(loc-idx).
022700      move wh-item-code to shw-item-code.
022800      move wh-location to shw-location.
022900      move wh-reason to shw-reason.
022933      read sh-work record
022966          invalid key
023000              move wh-qty to shw-qty
023030              move wh-value to shw-value
023060              move 1 to shw-count-w
023090              write shw-record
023120              go to load-wof-exit
023150      end-read.
023180      add wh-qty to shw-qty.
023210      add wh-value to shw-value.
023240      add 1 to shw-count-w.
023270      rewrite shw-record.
023300  load-wof-exit.
023400      exit.
023500  add-reason.
023600      if rs-code(rs-idx) = wh-reason
023700          add wh-qty to rs-qty(rs-idx)
023800          add wh-value to rs-value(rs-idx)
023900      end-if.
024000  add-reason-exit.
024100      exit.
027600  print-entry.
027616      read sh-work next record
027632          at end
027648              move "Y" to sh-eof
027664              go to print-entry-exit
027680      end-read.
027700      if shw-item-code not = prev-item
027800          move shw-item-code to prev-item
027900          move shw-item-code to dl-hinmei
028000          move shw-item-code to itm-code
028100          read itm-master record
028200              invalid key
028300                  move spaces to itm-name
028400          end-read
028500          move itm-name to dl-namae
028600      else
028700          move spaces to dl-hinmei
028800          move spaces to dl-namae
028900      end-if.
029000      move shw-location to dl-soko.
029100      move shw-reason to dl-riyu.
029200      perform name-reason thru name-reason-exit
029300          varying rs-idx from 1 by 1
029400          until rs-idx > 4.
029500      move shw-count-w to dl-kensu.
029600      move shw-qty to dl-suryou.
029700      move shw-value to dl-kingaku.
029800      write pr-line from dl-line.
029900  print-entry-exit.
030000      exit.
030100  name-reason.
030200      if rs-code(rs-idx) = shw-reason
030300          move rs-name(rs-idx) to dl-riyu
030400      end-if.
030500  name-reason-exit.
030600      exit.
030700  print-reason.
030800      move rs-name(rs-idx) to dl-sum-label.
030900      move rs-qty(rs-idx) to dl-sum-qty.
031000      move rs-value(rs-idx) to dl-sum-value.
031100      write pr-line from dl-sum-line.
031200  print-reason-exit.
031300      exit.
031400  print-location.
031500      if loc-idx = 2
031600          move "soko 02" to dl-sum-label
031700      else
031800          move "soko 01" to dl-sum-label
031900      end-if.
032000      move loc-qty(loc-idx) to dl-sum-qty.
032100      move loc-value(loc-idx) to dl-sum-value.
032200      write pr-line from dl-sum-line.
032300  print-location-exit.
032400      exit.
032500  open-abort.
032600      move 1 to return-code.
032700      close wof-hist.
032800      close itm-master.
032900      close print-file.
032950      close sh-work.
033000      goback.
033100  get-bizdate.
033200      open input biz-file.
033300      read biz-file
033400          at end
033500              continue
033600      end-read.
033700      if biz-status = "00" and biz-date is numeric
033800          move biz-date to run-date
033900      else
034000          accept run-date from date yyyymmdd
034100      end-if.
034200      close biz-file.
034300  get-bizdate-exit.
034400      exit.
