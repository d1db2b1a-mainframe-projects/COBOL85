000100  identification division.
000200  program-id. rei48.
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
001300      select ar-open assign to "AROPEN"
001400          organization line sequential
001500          file status is ar-fstat.
001600      select ar-hist assign to "ARBALHST"
001700          organization line sequential
001800          file status is abh-fstat.
001900      select inv-dtl assign to "INVDTL"
002000          organization line sequential
002100          file status is inv-fstat.
002200      select pay-hist assign to "PAYHIST"
002300          organization line sequential
002400          file status is ph-fstat.
002500      select gl-intf assign to "GLINTF"
002600          organization line sequential
002700          file status is gl-status.
002716      select bd-hist assign to "BDHIST"
002732          organization indexed
002748          access mode dynamic
002764          record key is bdh-key
002780          file status is bdh-fstat.
002783      select rc-work assign to "R48RCWK"
002786          organization indexed
002789          access mode dynamic
002792          record key is rcw-cust-id
002795          file status is rcw-fstat.
002800      select print-file assign to "ARRECON"
002900          organization line sequential
003000          file status is prt-status.
003100  data division.
003200  file section.
003300  fd  biz-file.
003400      copy "bizdate.CPY".
003500  fd  ar-open.
003600      copy "aropen.CPY".
003700  fd  ar-hist.
003800      copy "arbal.CPY".
003900  fd  inv-dtl.
004000      copy "invdtl.CPY".
004100  fd  pay-hist.
004200      copy "payhist.CPY".
004300  fd  gl-intf.
004400      copy "glintf.CPY".
004433  fd  bd-hist.
004466      copy "bdhist.CPY".
004468  fd  rc-work.
004470  01 rcw-record.
004472  02 rcw-cust-id pic x(6).
004474  02 rcw-day-date pic 9(8).
004476  02 rcw-day-open pic s9(11).
004478  02 rcw-mon-date pic 9(8).
004480  02 rcw-mon-open pic s9(11).
004482  02 rcw-day-sales pic s9(11).
004484  02 rcw-day-ret pic s9(11).
004486  02 rcw-day-cash pic s9(11).
004488  02 rcw-mon-sales pic s9(11).
004490  02 rcw-mon-ret pic s9(11).
004492  02 rcw-mon-cash pic s9(11).
004494  02 rcw-day-wof pic s9(11).
004496  02 rcw-mon-wof pic s9(11).
004498  02 rcw-closing pic s9(11).
004500  fd  print-file.
004600  01 pr-line pic x(120).
004700  working-storage section.
004800  01 biz-status pic xx.
004900  01 ar-fstat pic xx.
005000  01 abh-fstat pic xx.
005100  01 inv-fstat pic xx.
005200  01 ph-fstat pic xx.
005300  01 gl-status pic xx.
005350  01 bdh-fstat pic xx.
005375  01 rcw-fstat pic xx.
005400  01 prt-status pic xx.
005500  01 ar-eof pic x value "N".
005600  01 abh-eof pic x value "N".
005700  01 inv-eof pic x value "N".
005800  01 ph-eof pic x value "N".
005900  01 gl-eof pic x value "N".
005933  01 bdh-eof pic x value "N".
005949  01 rc-eof pic x value "N".
005966  01 wof-amt-w pic s9(11) value 0.
006000  01 run-date pic 9(8).
006100  01 month-start pic 9(8) value 0.
006200  01 month-start-r redefines month-start.
006300  02 ms-month pic 9(6).
006400  02 ms-day pic 9(2).
006500  01 day-hist pic x value "N".
006600  01 mon-hist pic x value "N".
006700  01 cust-w pic x(6) value spaces.
007000  01 rc-count pic 9(5) value 0.
007100  01 rc-found pic x value "N".
007150  01 day-move pic x value "N".
007200  01 mon-move pic x value "N".
007250  01 move-date pic 9(8) value 0.
007300  01 diff-count pic 9(5) value 0.
007400  01 snap-count pic 9(5) value 0.
007500  01 expect-w pic s9(11) value 0.
007600  01 diff-w pic s9(11) value 0.
007700  01 sub-day-sales pic s9(11) value 0.
007800  01 sub-mon-sales pic s9(11) value 0.
007900  01 sub-day-cash pic s9(11) value 0.
008000  01 sub-mon-cash pic s9(11) value 0.
008033  01 sub-day-wof pic s9(11) value 0.
008066  01 sub-mon-wof pic s9(11) value 0.
008100  01 gl-day-sales pic s9(11) value 0.
008200  01 gl-mon-sales pic s9(11) value 0.
008300  01 gl-day-cash pic s9(11) value 0.
008400  01 gl-mon-cash pic s9(11) value 0.
008433  01 gl-day-wof pic s9(11) value 0.
008466  01 gl-mon-wof pic s9(11) value 0.
008500  01 tot-open pic s9(11) value 0.
008600  01 tot-sales pic s9(11) value 0.
008700  01 tot-ret pic s9(11) value 0.
008800  01 tot-cash pic s9(11) value 0.
008850  01 tot-wof pic s9(11) value 0.
008900  01 tot-expect pic s9(11) value 0.
009000  01 tot-close pic s9(11) value 0.
009100  01 tot-diff pic s9(11) value 0.
010600  01 hd-title-line.
010700  02 filler pic x(22) value spaces.
010800  02 filler pic x(40) value "ar subledger to gl reconciliation".
010900  01 hd-date-line.
011000  02 filler pic x(10) value "run date: ".
011100  02 hd-date pic x(8).
011200  02 filler pic x(16) value "  month from:   ".
011300  02 hd-month pic 9(8).
011400  01 hd-section-line.
011500  02 hd-section pic x(40).
011600  01 hd-column-line.
011700  02 filler pic x(7) value "kokyaku".
011800  02 filler pic x(1) value space.
011900  02 filler pic x(9) value "hizuke".
012000  02 filler pic x(13) value "opening".
012100  02 filler pic x(13) value "invoiced".
012200  02 filler pic x(13) value "returns".
012300  02 filler pic x(13) value "cash".
012350  02 filler pic x(13) value "written off".
012400  02 filler pic x(13) value "expected".
012500  02 filler pic x(13) value "aropen".
012600  02 filler pic x(12) value "difference".
012700  01 dl-line.
012800  02 dl-cust pic x(6).
012900  02 filler pic x(2) value space.
013000  02 dl-date pic 9(8).
013100  02 filler pic x(1) value space.
013200  02 dl-open pic z(10)9-.
013300  02 filler pic x(1) value space.
013400  02 dl-sales pic z(10)9-.
013500  02 filler pic x(1) value space.
013600  02 dl-ret pic z(10)9-.
013700  02 filler pic x(1) value space.
013800  02 dl-cash pic z(10)9-.
013833  02 filler pic x(1) value space.
013866  02 dl-wof pic z(10)9-.
013900  02 filler pic x(1) value space.
014000  02 dl-expect pic z(10)9-.
014100  02 filler pic x(1) value space.
014200  02 dl-close pic z(10)9-.
014300  02 filler pic x(1) value space.
014400  02 dl-diff pic z(10)9-.
014500  01 dl-none-line.
014600  02 filler pic x(2) value space.
014700  02 dl-none pic x(60).
014800  01 dl-gl-head.
014900  02 filler pic x(22) value "subledger to gl".
015000  02 filler pic x(13) value "subledger".
015100  02 filler pic x(13) value "glintf".
015200  02 filler pic x(12) value "difference".
015300  01 dl-gl-line.
015400  02 dl-gl-label pic x(21).
015500  02 filler pic x(1) value space.
015600  02 dl-gl-sub pic z(10)9-.
015700  02 filler pic x(1) value space.
015800  02 dl-gl-gl pic z(10)9-.
015900  02 filler pic x(1) value space.
016000  02 dl-gl-diff pic z(10)9-.
016500  01 dl-count-line.
016600  02 filler pic x(11) value "customers: ".
016700  02 dl-custs pic zzzz9.
016800  02 filler pic x(15) value "  differences: ".
016900  02 dl-diffs pic zzzz9.
017000  02 filler pic x(17) value "  balances kept: ".
017100  02 dl-snaps pic zzzz9.
017200  procedure division.
017212      open output rc-work.
017224      close rc-work.
017236      open i-o rc-work.
017248      if rcw-fstat not = "00"
017260          display "rei48: r48rcwk open failed, status " rcw-fstat
017272          go to open-abort
017284      end-if.
017300      open input ar-open.
017400      if ar-fstat not = "00"
017500          display "rei48: aropen open failed, status " ar-fstat
017600          go to open-abort
017700      end-if.
017800      open input inv-dtl.
017900      if inv-fstat not = "00"
018000          display "rei48: invdtl open failed, status " inv-fstat
018100          go to open-abort
018200      end-if.
018300      open input gl-intf.
018400      if gl-status not = "00"
018500          display "rei48: glintf open failed, status " gl-status
018600          go to open-abort
018700      end-if.
018800      open output print-file.
018900      if prt-status not = "00"
019000          display "rei48: arrecon open failed, status " prt-status
019100          go to open-abort
019200      end-if.
019300      perform get-bizdate thru get-bizdate-exit.
019400      move run-date to month-start.
019500      move 1 to ms-day.
019600      open input ar-hist.
019700      if abh-fstat = "00"
019800          perform load-hist thru load-hist-exit
019900              until abh-eof = "Y"
020000      end-if.
020100      close ar-hist.
020200      perform load-ar thru load-ar-exit
020300          until ar-eof = "Y".
020400      perform load-inv thru load-inv-exit
020500          until inv-eof = "Y".
020600      open input pay-hist.
020700      if ph-fstat = "00"
020800          perform load-pay thru load-pay-exit
020900              until ph-eof = "Y"
021000      end-if.
021100      close pay-hist.
021114      open input bd-hist.
021128      if bdh-fstat = "00"
021142          perform load-wof thru load-wof-exit
021156              until bdh-eof = "Y"
021170      end-if.
021184      close bd-hist.
021200      perform load-gl thru load-gl-exit
021300          until gl-eof = "Y".
021400      move run-date to hd-date.
021500      move month-start to hd-month.
021600      write pr-line from hd-title-line.
021700      write pr-line from hd-date-line.
021800      write pr-line from spaces.
021900      move "daily roll-forward" to hd-section.
022000      write pr-line from hd-section-line.
022100      write pr-line from hd-column-line.
022200      if day-hist = "N"
022300          move "no balance history yet - opening balances saved"
022400              to dl-none
022500          write pr-line from dl-none-line
022600      else
022700          perform clear-totals thru clear-totals-exit
022750          perform start-rc thru start-rc-exit
022800          perform check-day thru check-day-exit
023000              until rc-eof = "Y"
023100          move run-date to dl-date
023200          perform print-totals thru print-totals-exit
023300      end-if.
023400      write pr-line from spaces.
023500      move "month-to-date roll-forward" to hd-section.
023600      write pr-line from hd-section-line.
023700      write pr-line from hd-column-line.
023800      if mon-hist = "N"
023900          move "no balances on file before the month start"
024000              to dl-none
024100          write pr-line from dl-none-line
024200      else
024300          perform clear-totals thru clear-totals-exit
024350          perform start-rc thru start-rc-exit
024400          perform check-month thru check-month-exit
024600              until rc-eof = "Y"
024700          move month-start to dl-date
024800          perform print-totals thru print-totals-exit
024900      end-if.
025000      write pr-line from spaces.
025100      write pr-line from dl-gl-head.
025200      move "invoiced, day" to dl-gl-label.
025300      move sub-day-sales to dl-gl-sub.
025400      move gl-day-sales to dl-gl-gl.
025500      compute diff-w = sub-day-sales - gl-day-sales.
025600      perform print-gl-line thru print-gl-line-exit.
025700      move "invoiced, month" to dl-gl-label.
025800      move sub-mon-sales to dl-gl-sub.
025900      move gl-mon-sales to dl-gl-gl.
026000      compute diff-w = sub-mon-sales - gl-mon-sales.
026100      perform print-gl-line thru print-gl-line-exit.
026200      move "cash, day" to dl-gl-label.
026300      move sub-day-cash to dl-gl-sub.
026400      move gl-day-cash to dl-gl-gl.
026500      compute diff-w = sub-day-cash - gl-day-cash.
026600      perform print-gl-line thru print-gl-line-exit.
026700      move "cash, month" to dl-gl-label.
026800      move sub-mon-cash to dl-gl-sub.
026900      move gl-mon-cash to dl-gl-gl.
027000      compute diff-w = sub-mon-cash - gl-mon-cash.
027100      perform print-gl-line thru print-gl-line-exit.
027109      move "written off, day" to dl-gl-label.
027118      move sub-day-wof to dl-gl-sub.
027127      move gl-day-wof to dl-gl-gl.
027136      compute diff-w = sub-day-wof - gl-day-wof.
027145      perform print-gl-line thru print-gl-line-exit.
027154      move "written off, month" to dl-gl-label.
027163      move sub-mon-wof to dl-gl-sub.
027172      move gl-mon-wof to dl-gl-gl.
027181      compute diff-w = sub-mon-wof - gl-mon-wof.
027190      perform print-gl-line thru print-gl-line-exit.
027200      perform save-balances thru save-balances-exit.
027800      move rc-count to dl-custs.
027900      move diff-count to dl-diffs.
028000      move snap-count to dl-snaps.
028100      write pr-line from spaces.
028200      write pr-line from dl-count-line.
028300      close ar-open.
028400      close inv-dtl.
028500      close gl-intf.
028600      close print-file.
028650      close rc-work.
028700      if diff-count > 0
028800          move 2 to return-code
028900      end-if.
029000      goback.
029100  load-hist.
029200      read ar-hist
029300          at end
029400              move "Y" to abh-eof
029500              go to load-hist-exit
029600      end-read.
029700      if abh-date not < run-date
029800          go to load-hist-exit
029900      end-if.
030000      move "Y" to day-hist.
030100      move abh-cust-id to cust-w.
030200      perform get-rc thru get-rc-exit.
030700      if abh-date not < rcw-day-date
030800          move abh-date to rcw-day-date
030900          move abh-balance to rcw-day-open
031000      end-if.
031100      if abh-date < month-start
031200          move "Y" to mon-hist
031300          if abh-date not < rcw-mon-date
031400              move abh-date to rcw-mon-date
031500              move abh-balance to rcw-mon-open
031600          end-if
031700      end-if.
031750      rewrite rcw-record.
031800  load-hist-exit.
031900      exit.
032000  load-ar.
032100      read ar-open
032200          at end
032300              move "Y" to ar-eof
032400              go to load-ar-exit
032500      end-read.
032600      move ar-cust-id to cust-w.
032700      perform get-rc thru get-rc-exit.
033200      add ar-amount to rcw-closing.
033250      rewrite rcw-record.
033300  load-ar-exit.
033400      exit.
033500  load-inv.
033600      read inv-dtl
033700          at end
033800              move "Y" to inv-eof
033900              go to load-inv-exit
034000      end-read.
034100      if inv-date > run-date
034200          go to load-inv-exit
034300      end-if.
034350      if inv-date not < month-start
034400          add inv-kingaku-incl to sub-mon-sales
034450      end-if.
034500      if inv-date = run-date
034600          add inv-kingaku-incl to sub-day-sales
034700      end-if.
034800      move inv-cust-id to cust-w.
034900      perform get-rc thru get-rc-exit.
034983      move inv-date to move-date.
035066      perform check-move thru check-move-exit.
035149      if day-move = "N" and mon-move = "N"
035232          go to load-inv-exit
035315      end-if.
035400      if inv-kingaku-incl < 0 and not inv-short
035450          if mon-move = "Y"
035500              add inv-kingaku-incl to rcw-mon-ret
035550          end-if
035600          if day-move = "Y"
035700              add inv-kingaku-incl to rcw-day-ret
035800          end-if
035900      else
035950          if mon-move = "Y"
036000              add inv-kingaku-incl to rcw-mon-sales
036050          end-if
036100          if day-move = "Y"
036200              add inv-kingaku-incl to rcw-day-sales
036300          end-if
036400      end-if.
036450      rewrite rcw-record.
036500  load-inv-exit.
036600      exit.
036700  load-pay.
036800      read pay-hist
036900          at end
037000              move "Y" to ph-eof
037100              go to load-pay-exit
037200      end-read.
037300      if ph-post-date > run-date
037400          go to load-pay-exit
037500      end-if.
037550      if ph-post-date not < month-start
037600          add ph-amount to sub-mon-cash
037650      end-if.
037700      if ph-post-date = run-date
037800          add ph-amount to sub-day-cash
037900      end-if.
038000      move ph-cust-id to cust-w.
038100      perform get-rc thru get-rc-exit.
038171      move ph-post-date to move-date.
038242      perform check-move thru check-move-exit.
038313      if day-move = "N" and mon-move = "N"
038384          go to load-pay-exit
038455      end-if.
038526      if mon-move = "Y"
038600          add ph-amount to rcw-mon-cash
038650      end-if.
038700      if day-move = "Y"
038800          add ph-amount to rcw-day-cash
038900      end-if.
038950      rewrite rcw-record.
039000  load-pay-exit.
039100      exit.
039103  load-wof.
039106      read bd-hist next record
039109          at end
039112              move "Y" to bdh-eof
039115              go to load-wof-exit
039118      end-read.
039121      if bdh-post-date > run-date
039124          go to load-wof-exit
039127      end-if.
039130      if bdh-write-off
039133          move bdh-amount to wof-amt-w
039136      else
039139          compute wof-amt-w = 0 - bdh-amount
039142      end-if.
039143      if bdh-post-date not < month-start
039145          add wof-amt-w to sub-mon-wof
039146      end-if.
039148      if bdh-post-date = run-date
039151          add wof-amt-w to sub-day-wof
039154      end-if.
039157      move bdh-cust-id to cust-w.
039160      perform get-rc thru get-rc-exit.
039162      move bdh-post-date to move-date.
039164      perform check-move thru check-move-exit.
039166      if day-move = "N" and mon-move = "N"
039168          go to load-wof-exit
039170      end-if.
039172      if mon-move = "Y"
039175          add wof-amt-w to rcw-mon-wof
039176      end-if.
039178      if day-move = "Y"
039181          add wof-amt-w to rcw-day-wof
039184      end-if.
039185      rewrite rcw-record.
039187  load-wof-exit.
039190      exit.
039200  load-gl.
039300      read gl-intf
039400          at end
039500              move "Y" to gl-eof
039600              go to load-gl-exit
039700      end-read.
039800      if not gl-detail
039900          go to load-gl-exit
040000      end-if.
040100      if gl-run-date < month-start or gl-run-date > run-date
040200          go to load-gl-exit
040300      end-if.
040400      if gl-sales-jnl
040500          add gl-net-amount to gl-mon-sales
040600          add gl-tax-amount to gl-mon-sales
040700          if gl-run-date = run-date
040800              add gl-net-amount to gl-day-sales
040900              add gl-tax-amount to gl-day-sales
041000          end-if
041100      end-if.
041200      if gl-cash-jnl and gl-debit
041300          add gl-net-amount to gl-mon-cash
041400          if gl-run-date = run-date
041500              add gl-net-amount to gl-day-cash
041600          end-if
041700      end-if.
041708      if gl-baddebt-jnl and gl-account = "AR"
041716          if gl-credit
041724              move gl-net-amount to wof-amt-w
041732          else
041740              compute wof-amt-w = 0 - gl-net-amount
041748          end-if
041756          add wof-amt-w to gl-mon-wof
041764          if gl-run-date = run-date
041772              add wof-amt-w to gl-day-wof
041780          end-if
041788      end-if.
041800  load-gl-exit.
041900      exit.
042000  get-rc.
042100      move "Y" to rc-found.
042200      move cust-w to rcw-cust-id.
042300      read rc-work record
042400          invalid key
042500              move "N" to rc-found
042600      end-read.
042700      if rc-found = "Y"
042800          go to get-rc-exit
042900      end-if.
043300      add 1 to rc-count.
043400      move cust-w to rcw-cust-id.
043500      move 0 to rcw-day-date.
043600      move 0 to rcw-day-open.
043700      move 0 to rcw-mon-date.
043800      move 0 to rcw-mon-open.
043900      move 0 to rcw-day-sales.
044000      move 0 to rcw-day-ret.
044100      move 0 to rcw-day-cash.
044200      move 0 to rcw-mon-sales.
044300      move 0 to rcw-mon-ret.
044400      move 0 to rcw-mon-cash.
044433      move 0 to rcw-day-wof.
044466      move 0 to rcw-mon-wof.
044500      move 0 to rcw-closing.
044600      write rcw-record.
044700  get-rc-exit.
044800      exit.
044824  check-move.
044848      move "N" to day-move.
044872      move "N" to mon-move.
044896      if rcw-day-date = 0
044920          if move-date = run-date
044944              move "Y" to day-move
044968          end-if
044992      else
045016          if move-date > rcw-day-date
045040              move "Y" to day-move
045064          end-if
045088      end-if.
045112      if rcw-mon-date = 0
045136          if move-date not < month-start
045160              move "Y" to mon-move
045184          end-if
045208      else
045232          if move-date > rcw-mon-date
045256              move "Y" to mon-move
045280          end-if
045304      end-if.
045328  check-move-exit.
045352      exit.
045376  start-rc.
045400      move "N" to rc-eof.
045424      move low-values to rcw-cust-id.
045448      start rc-work key is not less than rcw-cust-id
045472          invalid key
045496              move "Y" to rc-eof
045520      end-start.
045544  start-rc-exit.
045568      exit.
045600  clear-totals.
045700      move 0 to tot-open.
045800      move 0 to tot-sales.
045900      move 0 to tot-ret.
046000      move 0 to tot-cash.
046050      move 0 to tot-wof.
046100      move 0 to tot-expect.
046200      move 0 to tot-close.
046300      move 0 to tot-diff.
046400  clear-totals-exit.
046500      exit.
046600  check-day.
046616      read rc-work next record
046632          at end
046648              move "Y" to rc-eof
046664              go to check-day-exit
046680      end-read.
046700      compute expect-w = rcw-day-open
046750          + rcw-day-sales
046800          + rcw-day-ret - rcw-day-cash
046850          - rcw-day-wof.
046900      compute diff-w = rcw-closing - expect-w.
047000      add rcw-day-open to tot-open.
047100      add rcw-day-sales to tot-sales.
047200      add rcw-day-ret to tot-ret.
047300      add rcw-day-cash to tot-cash.
047350      add rcw-day-wof to tot-wof.
047400      add expect-w to tot-expect.
047500      add rcw-closing to tot-close.
047600      add diff-w to tot-diff.
047700      if diff-w = 0
047800          go to check-day-exit
047900      end-if.
048000      add 1 to diff-count.
048100      move rcw-cust-id to dl-cust.
048200      move run-date to dl-date.
048300      move rcw-day-open to dl-open.
048400      move rcw-day-sales to dl-sales.
048500      move rcw-day-ret to dl-ret.
048600      move rcw-day-cash to dl-cash.
048650      move rcw-day-wof to dl-wof.
048700      move expect-w to dl-expect.
048800      move rcw-closing to dl-close.
048900      move diff-w to dl-diff.
049000      write pr-line from dl-line.
049100  check-day-exit.
049200      exit.
049300  check-month.
049316      read rc-work next record
049332          at end
049348              move "Y" to rc-eof
049364              go to check-month-exit
049380      end-read.
049400      compute expect-w = rcw-mon-open
049450          + rcw-mon-sales
049500          + rcw-mon-ret - rcw-mon-cash
049550          - rcw-mon-wof.
049600      compute diff-w = rcw-closing - expect-w.
049700      add rcw-mon-open to tot-open.
049800      add rcw-mon-sales to tot-sales.
049900      add rcw-mon-ret to tot-ret.
050000      add rcw-mon-cash to tot-cash.
050050      add rcw-mon-wof to tot-wof.
050100      add expect-w to tot-expect.
050200      add rcw-closing to tot-close.
050300      add diff-w to tot-diff.
050400      if diff-w = 0
050500          go to check-month-exit
050600      end-if.
050700      add 1 to diff-count.
050800      move rcw-cust-id to dl-cust.
050900      move month-start to dl-date.
051000      move rcw-mon-open to dl-open.
051100      move rcw-mon-sales to dl-sales.
051200      move rcw-mon-ret to dl-ret.
051300      move rcw-mon-cash to dl-cash.
051350      move rcw-mon-wof to dl-wof.
051400      move expect-w to dl-expect.
051500      move rcw-closing to dl-close.
051600      move diff-w to dl-diff.
051700      write pr-line from dl-line.
051800  check-month-exit.
051900      exit.
052000  print-totals.
052100      move "total:" to dl-cust.
052200      move tot-open to dl-open.
052300      move tot-sales to dl-sales.
052400      move tot-ret to dl-ret.
052500      move tot-cash to dl-cash.
052550      move tot-wof to dl-wof.
052600      move tot-expect to dl-expect.
052700      move tot-close to dl-close.
052800      move tot-diff to dl-diff.
052900      write pr-line from dl-line.
053000  print-totals-exit.
053100      exit.
053200  print-gl-line.
053300      move diff-w to dl-gl-diff.
053400      write pr-line from dl-gl-line.
053500      if diff-w not = 0
053600          add 1 to diff-count
053700      end-if.
053800  print-gl-line-exit.
053900      exit.
054000  save-balances.
054100      open extend ar-hist.
054200      if abh-fstat not = "00"
054300          open output ar-hist
054400      end-if.
054500      if abh-fstat not = "00"
054600          display "rei48: arbalhst open failed, status " abh-fstat
054700          move 1 to return-code
054800          go to save-balances-exit
054900      end-if.
054950      perform start-rc thru start-rc-exit.
055000      perform save-balance thru save-balance-exit
055200          until rc-eof = "Y".
055300      close ar-hist.
055400  save-balances-exit.
055500      exit.
055600  save-balance.
055616      read rc-work next record
055632          at end
055648              move "Y" to rc-eof
055664              go to save-balance-exit
055680      end-read.
055700      if rcw-closing = 0 and rcw-day-open = 0
055800          go to save-balance-exit
055900      end-if.
056000      move rcw-cust-id to abh-cust-id.
056100      move run-date to abh-date.
056200      move rcw-closing to abh-balance.
056300      write abh-record.
056400      add 1 to snap-count.
056500  save-balance-exit.
056600      exit.
056700  open-abort.
056800      move 1 to return-code.
056900      close ar-open.
057000      close inv-dtl.
057100      close gl-intf.
057200      close print-file.
057250      close rc-work.
057300      goback.
057400  get-bizdate.
057500      open input biz-file.
057600      read biz-file
057700          at end
057800              continue
057900      end-read.
058000      if biz-status = "00" and biz-date is numeric
058100          move biz-date to run-date
058200      else
058300          accept run-date from date yyyymmdd
058400      end-if.
058500      close biz-file.
058600  get-bizdate-exit.
058700      exit.
