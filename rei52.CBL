000100  identification division.
000200  program-id. rei52.
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
001300      select lot-ctl assign to "LOTCTL"
001400          organization line sequential
001500          file status is ctl-status.
001600      select lot-master assign to "LOTMAST"
001700          organization indexed
001800          access mode dynamic
001900          record key is lot-key
002000          file status is lot-fstat.
002100      select itm-master assign to "ITMMAST"
002200          organization indexed
002300          access mode dynamic
002400          record key is itm-code
002500          file status is itm-status.
002600      select print-file assign to "EXPRPT"
002700          organization line sequential
002800          file status is prt-status.
002816      select ex-work assign to "R52EXPWK"
002832          organization indexed
002848          access mode dynamic
002864          record key is exw-key
002880          file status is exw-fstat.
002900  data division.
003000  file section.
003100  fd  biz-file.
003200      copy "bizdate.CPY".
003300  fd  lot-ctl.
003400      copy "lotctl.CPY".
003500  fd  lot-master.
003600      copy "lotmast.CPY".
003700  fd  itm-master.
003800      copy "itmmast.CPY".
003900  fd  print-file.
004000  01 pr-line pic x(80).
004010  fd  ex-work.
004020  01 exw-record.
004030  02 exw-key.
004040  03 exw-best-before pic 9(8).
004050  03 exw-item-code pic x(6).
004060  03 exw-location pic x(2).
004070  03 exw-lot-no pic 9(6).
004080  02 exw-rcpt-date pic 9(8).
004090  02 exw-qty pic 9(7).
004100  working-storage section.
004200  01 biz-status pic xx.
004300  01 ctl-status pic xx.
004400  01 lot-fstat pic xx.
004500  01 itm-status pic xx.
004600  01 prt-status pic xx.
004650  01 exw-fstat pic xx.
004700  01 lot-eof pic x value "N".
004750  01 ex-eof pic x value "N".
004800  01 run-date pic 9(8).
004900  01 run-int pic 9(7) value 0.
005000  01 expiry-days pic 9(3) value 3.
005100  01 limit-date pic 9(8) value 0.
005200  01 days-w pic s9(5) value 0.
005300  01 value-w pic 9(9) value 0.
005600  01 ex-count pic 9(5) value 0.
005900  01 expired-count pic 9(5) value 0.
006000  01 total-qty pic 9(9) value 0.
006100  01 total-value pic 9(11) value 0.
007200  01 hd-title-line.
007300  02 filler pic x(22) value spaces.
007400  02 filler pic x(30) value "expiring stock report".
007500  01 hd-date-line.
007600  02 filler pic x(10) value "run date: ".
007700  02 hd-date pic x(8).
007800  02 filler pic x(18) value "  expiring up to: ".
007900  02 hd-limit pic 9(8).
008000  01 hd-column-line.
008100  02 filler pic x(8) value "kigen".
008200  02 filler pic x(2) value space.
008300  02 filler pic x(5) value "nissu".
008400  02 filler pic x(2) value space.
008500  02 filler pic x(6) value "hinmei".
008600  02 filler pic x(2) value space.
008700  02 filler pic x(6) value "namae".
008800  02 filler pic x(2) value space.
008900  02 filler pic x(4) value "soko".
009000  02 filler pic x(2) value space.
009100  02 filler pic x(6) value "lot".
009200  02 filler pic x(2) value space.
009300  02 filler pic x(7) value "suryou".
009400  02 filler pic x(2) value space.
009500  02 filler pic x(9) value "kingaku".
009600  02 filler pic x(2) value space.
009700  02 filler pic x(7) value "jotai".
009800  01 dl-line.
009900  02 dl-kigen pic 9(8).
010000  02 filler pic x(2) value space.
010100  02 dl-days pic zzz9-.
010200  02 filler pic x(2) value space.
010300  02 dl-hinmei pic x(6).
010400  02 filler pic x(2) value space.
010500  02 dl-namae pic x(6).
010600  02 filler pic x(2) value space.
010700  02 dl-soko pic x(2).
010800  02 filler pic x(4) value space.
010900  02 dl-lot pic 9(6).
011000  02 filler pic x(2) value space.
011100  02 dl-suryou pic z(6)9.
011200  02 filler pic x(2) value space.
011300  02 dl-kingaku pic z(8)9.
011400  02 filler pic x(2) value space.
011500  02 dl-jotai pic x(7).
011600  01 dl-tot-line.
011700  02 filler pic x(6) value "lots: ".
011800  02 dl-lots pic zzzz9.
011900  02 filler pic x(11) value "  expired: ".
012000  02 dl-expired pic zzz9.
012100  02 filler pic x(9) value "  units: ".
012200  02 dl-units pic z(8)9.
012300  02 filler pic x(10) value "  at cost ".
012400  02 dl-value pic z(10)9.
012900  procedure division.
012912      open output ex-work.
012924      close ex-work.
012936      open i-o ex-work.
012948      if exw-fstat not = "00"
012960          display "rei52: r52expwk open failed, status " exw-fstat
012972          go to open-abort
012984      end-if.
013000      open input lot-master.
013100      if lot-fstat not = "00"
013200          display "rei52: lotmast open failed, status " lot-fstat
013300          go to open-abort
013400      end-if.
013500      open input itm-master.
013600      open output print-file.
013700      if prt-status not = "00"
013800          display "rei52: exprpt open failed, status " prt-status
013900          go to open-abort
014000      end-if.
014100      open input lot-ctl.
014200      read lot-ctl
014300          at end
014400              continue
014500      end-read.
014600      if ctl-status = "00" and ctl-expiry-days is numeric
014700          move ctl-expiry-days to expiry-days
014800      end-if.
014900      close lot-ctl.
015000      perform get-bizdate thru get-bizdate-exit.
015100      compute run-int =
015200          function integer-of-date(run-date).
015300      compute limit-date =
015400          function date-of-integer(run-int + expiry-days).
015500      perform load-lot thru load-lot-exit
015600          until lot-eof = "Y".
015800      move run-date to hd-date.
015900      move limit-date to hd-limit.
016000      write pr-line from hd-title-line.
016100      write pr-line from hd-date-line.
016200      write pr-line from spaces.
016300      write pr-line from hd-column-line.
016316      move low-values to exw-key.
016332      start ex-work key is not less than exw-key
016348          invalid key
016364              move "Y" to ex-eof
016380      end-start.
016400      perform print-entry thru print-entry-exit
016600          until ex-eof = "Y".
016700      move ex-count to dl-lots.
016800      move expired-count to dl-expired.
016900      move total-qty to dl-units.
017000      move total-value to dl-value.
017100      write pr-line from spaces.
017200      write pr-line from dl-tot-line.
017700      close lot-master.
017800      close itm-master.
017900      close print-file.
017950      close ex-work.
018000      goback.
018100  load-lot.
018200      read lot-master next record
018300          at end
018400              move "Y" to lot-eof
018500              go to load-lot-exit
018600      end-read.
018700      if lot-qty = 0 or lot-best-before > limit-date
018800          go to load-lot-exit
018900      end-if.
019500      move lot-best-before to exw-best-before.
019600      move lot-item-code to exw-item-code.
019700      move lot-location to exw-location.
019800      move lot-no to exw-lot-no.
019900      move lot-rcpt-date to exw-rcpt-date.
020000      move lot-qty to exw-qty.
020016      write exw-record
020032          invalid key
020048              go to load-lot-exit
020064      end-write.
020080      add 1 to ex-count.
020100  load-lot-exit.
020200      exit.
022800  print-entry.
022816      read ex-work next record
022832          at end
022848              move "Y" to ex-eof
022864              go to print-entry-exit
022880      end-read.
022900      move exw-best-before to dl-kigen.
023000      compute days-w = function integer-of-date(
023100          exw-best-before) - run-int.
023200      move days-w to dl-days.
023300      move exw-item-code to dl-hinmei.
023400      move exw-location to dl-soko.
023500      move exw-lot-no to dl-lot.
023600      move exw-qty to dl-suryou.
023700      move 0 to value-w.
023800      move spaces to dl-namae.
023900      move exw-item-code to itm-code.
024000      read itm-master record
024100          invalid key
024200              continue
024300      end-read.
024400      if itm-status = "00"
024500          move itm-name to dl-namae
024600          if itm-unit-cost is numeric
024700              compute value-w rounded =
024800                  exw-qty * itm-unit-cost
024900          end-if
025000      end-if.
025100      move value-w to dl-kingaku.
025200      if days-w < 0
025300          move "expired" to dl-jotai
025400          add 1 to expired-count
025500      else
025600          move spaces to dl-jotai
025700      end-if.
025800      add exw-qty to total-qty.
025900      add value-w to total-value.
026000      write pr-line from dl-line.
026100  print-entry-exit.
026200      exit.
026300  open-abort.
026400      move 1 to return-code.
026500      close lot-master.
026600      close itm-master.
026700      close print-file.
026750      close ex-work.
026800      goback.
026900  get-bizdate.
027000      open input biz-file.
027100      read biz-file
027200          at end
027300              continue
027400      end-read.
027500      if biz-status = "00" and biz-date is numeric
027600          move biz-date to run-date
027700      else
027800          accept run-date from date yyyymmdd
027900      end-if.
028000      close biz-file.
028100  get-bizdate-exit.
028200      exit.
