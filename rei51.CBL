000100  identification division.
000200  program-id. rei51.
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
001300      select sup-master assign to "SUPMAST"
001400          organization indexed
001500          access mode dynamic
001600          record key is sup-id
001700          file status is sup-fstat.
001800      select po-file assign to "POFILE"
001900          organization line sequential
002000          file status is po-fstat.
002100      select po-arc assign to "POARC"
002200          organization line sequential
002300          file status is poa-fstat.
002400      select rcp-hist assign to "RCPHIST"
002500          organization line sequential
002600          file status is rch-fstat.
002700      select print-file assign to "SUPSCORE"
002800          organization line sequential
002900          file status is prt-status.
002909      select sc-work assign to "R51SUPWK"
002918          organization indexed
002927          access mode dynamic
002936          record key is scw-supplier
002945          file status is scw-fstat.
002954      select rk-work assign to "R51RNKWK"
002963          organization indexed
002972          access mode dynamic
002981          record key is rkw-key
002990          file status is rkw-fstat.
003000  data division.
003100  file section.
003200  fd  biz-file.
003300      copy "bizdate.CPY".
003400  fd  sup-master.
003500      copy "supmast.CPY".
003600  fd  po-file.
003700      copy "pofile.CPY".
003800  fd  po-arc.
003900  01 poa-record pic x(46).
004000  fd  rcp-hist.
004100      copy "rcphist.CPY".
004200  fd  print-file.
004300  01 pr-line pic x(110).
004304  fd  sc-work.
004308  01 scw-record.
004312  02 scw-rank-key.
004316  03 scw-short pic 9(3)v9.
004320  03 scw-avg-lead pic 9(4)v9.
004324  02 scw-supplier pic x(6).
004328  02 scw-name pic x(20).
004332  02 scw-lines pic 9(5).
004336  02 scw-ord-qty pic 9(7).
004340  02 scw-rcv-qty pic 9(7).
004344  02 scw-receipts pic 9(5).
004348  02 scw-lead-days pic 9(7).
004352  02 scw-lead-count pic 9(5).
004356  02 scw-worst pic 9(4).
004360  02 scw-partial pic 9(5).
004364  02 scw-over pic 9(5).
004368  02 scw-var-amt pic s9(9)v99.
004372  02 scw-base-amt pic 9(9)v99.
004376  fd  rk-work.
004380  01 rkw-record.
004384  02 rkw-key pic x(15).
004388  02 filler pic x(92).
004400  working-storage section.
004500  01 biz-status pic xx.
004600  01 sup-fstat pic xx.
004700  01 po-fstat pic xx.
004800  01 poa-fstat pic xx.
004900  01 rch-fstat pic xx.
005000  01 prt-status pic xx.
005033  01 scw-fstat pic xx.
005066  01 rkw-fstat pic xx.
005100  01 sup-eof pic x value "N".
005200  01 po-eof-w pic x value "N".
005300  01 rch-eof pic x value "N".
005350  01 sc-eof pic x value "N".
005400  01 run-date pic 9(8).
005500  01 from-date pic 9(8) value 0.
005600  01 from-date-r redefines from-date.
005700  02 from-month pic 9(6).
005800  02 from-day pic 9(2).
005900  01 supplier-w pic x(6) value spaces.
006000  01 lead-w pic 9(4) value 0.
006100  01 rcvd-w pic 9(7) value 0.
006200  01 fill-w pic 9(3)v9 value 0.
006300  01 var-pct-w pic s9(3)v9 value 0.
006400  01 rank-no pic 9(3) value 0.
006500  01 sc-found pic x value "N".
007200  01 unknown-count pic 9(5) value 0.
009700  01 hd-title-line.
009800  02 filler pic x(36) value spaces.
009900  02 filler pic x(30) value "supplier scorecard".
010000  01 hd-date-line.
010100  02 filler pic x(10) value "run date: ".
010200  02 hd-date pic x(8).
010300  02 filler pic x(12) value "  period:   ".
010400  02 hd-from pic 9(8).
010500  02 filler pic x(3) value " - ".
010600  02 hd-to pic 9(8).
010700  01 hd-column-line.
010800  02 filler pic x(4) value "jun".
010900  02 filler pic x(1) value space.
011000  02 filler pic x(6) value "shiire".
011100  02 filler pic x(2) value space.
011200  02 filler pic x(20) value "namae".
011300  02 filler pic x(2) value space.
011400  02 filler pic x(5) value "lines".
011500  02 filler pic x(2) value space.
011600  02 filler pic x(6) value "fill %".
011700  02 filler pic x(2) value space.
011800  02 filler pic x(6) value "avg lt".
011900  02 filler pic x(2) value space.
012000  02 filler pic x(5) value "worst".
012100  02 filler pic x(2) value space.
012200  02 filler pic x(5) value "bunno".
012300  02 filler pic x(2) value space.
012400  02 filler pic x(5) value "kanou".
012500  02 filler pic x(2) value space.
012600  02 filler pic x(13) value "genka sagaku".
012700  02 filler pic x(2) value space.
012800  02 filler pic x(6) value "sa %".
012900  01 dl-line.
013000  02 dl-rank pic zzz.
013100  02 filler pic x(2) value space.
013200  02 dl-supplier pic x(6).
013300  02 filler pic x(2) value space.
013400  02 dl-namae pic x(20).
013500  02 filler pic x(2) value space.
013600  02 dl-lines pic z(4)9.
013700  02 filler pic x(2) value space.
013800  02 dl-fill pic zz9.9.
013900  02 dl-fill-x redefines dl-fill pic x(5).
014000  02 filler pic x(3) value space.
014100  02 dl-avg-lead pic zzz9.9.
014200  02 dl-avg-lead-x redefines dl-avg-lead pic x(6).
014300  02 filler pic x(3) value space.
014400  02 dl-worst pic zzz9.
014500  02 filler pic x(3) value space.
014600  02 dl-partial pic zzz9.
014700  02 filler pic x(3) value space.
014800  02 dl-over pic zzz9.
014900  02 filler pic x(2) value space.
015000  02 dl-var-amt pic z(8)9.99-.
015100  02 filler pic x(2) value space.
015200  02 dl-var-pct pic zz9.9-.
015300  01 dl-note-line.
015400  02 filler pic x(60) value
015500      "ranked by fill rate, then average lead time in days".
016000  01 dl-unknown-line.
016100  02 dl-unknown pic zzzz9.
016200  02 filler pic x(40) value
016300      " po lines or receipts not on supmast".
016400  procedure division.
016406      open output sc-work.
016412      close sc-work.
016418      open i-o sc-work.
016424      if scw-fstat not = "00"
016430          display "rei51: r51supwk open failed, status " scw-fstat
016436          go to open-abort
016442      end-if.
016448      open output rk-work.
016454      close rk-work.
016460      open i-o rk-work.
016466      if rkw-fstat not = "00"
016472          display "rei51: r51rnkwk open failed, status " rkw-fstat
016478          go to open-abort
016484      end-if.
016500      open input sup-master.
016600      if sup-fstat not = "00"
016700          display "rei51: supmast open failed, status " sup-fstat
016800          go to open-abort
016900      end-if.
017000      open output print-file.
017100      if prt-status not = "00"
017200          display "rei51: supscore open failed, status "
017300              prt-status
017400          go to open-abort
017500      end-if.
017600      perform get-bizdate thru get-bizdate-exit.
017700      move run-date to from-date.
017800      move 1 to from-day.
017900      perform load-sup thru load-sup-exit
018000          until sup-eof = "Y".
018100      perform load-po thru load-po-exit.
018200      open input rcp-hist.
018300      if rch-fstat = "00"
018400          perform load-rcp thru load-rcp-exit
018500              until rch-eof = "Y"
018600      end-if.
018700      close rcp-hist.
018714      move "N" to sc-eof.
018728      move low-values to scw-supplier.
018742      start sc-work key is not less than scw-supplier
018756          invalid key
018770              move "Y" to sc-eof
018784      end-start.
018800      perform rate-sup thru rate-sup-exit
019000          until sc-eof = "Y".
019200      move run-date to hd-date.
019300      move from-date to hd-from.
019400      move run-date to hd-to.
019500      write pr-line from hd-title-line.
019600      write pr-line from hd-date-line.
019700      write pr-line from spaces.
019800      write pr-line from hd-column-line.
019814      move "N" to sc-eof.
019828      move low-values to rkw-key.
019842      start rk-work key is not less than rkw-key
019856          invalid key
019870              move "Y" to sc-eof
019884      end-start.
019900      perform print-entry thru print-entry-exit
020100          until sc-eof = "Y".
020200      write pr-line from spaces.
020300      write pr-line from dl-note-line.
020400      if unknown-count > 0
020500          move unknown-count to dl-unknown
020600          write pr-line from dl-unknown-line
020700      end-if.
021200      close sup-master.
021300      close print-file.
021333      close sc-work.
021366      close rk-work.
021400      goback.
021500  load-sup.
021600      read sup-master next record
021700          at end
021800              move "Y" to sup-eof
021900              go to load-sup-exit
022000      end-read.
022600      move sup-id to scw-supplier.
022700      move sup-name to scw-name.
022800      move 0 to scw-short scw-avg-lead scw-lines scw-ord-qty
022900          scw-rcv-qty scw-receipts scw-lead-days scw-lead-count
023000          scw-worst scw-partial scw-over scw-var-amt scw-base-amt.
023420      write scw-record
023440          invalid key
023460              continue
023480      end-write.
023500  load-sup-exit.
023600      exit.
023700  find-sup.
023800      move "Y" to sc-found.
023900      move supplier-w to scw-supplier.
024000      read sc-work record
024100          invalid key
024200              move "N" to sc-found
024300      end-read.
024400  find-sup-exit.
024500      exit.
025300  load-po.
025400      open input po-file.
025500      if po-fstat not = "00"
025600          close po-file
025700          go to load-po-exit
025800      end-if.
025900      move "N" to po-eof-w.
026000      perform load-po-rec thru load-po-rec-exit
026100          until po-eof-w = "Y".
026200      open input po-arc.
026300      if poa-fstat = "00"
026400          move "N" to po-eof-w
026500          perform load-poa-rec thru load-poa-rec-exit
026600              until po-eof-w = "Y"
026700      end-if.
026800      close po-arc.
026900      close po-file.
027000  load-po-exit.
027100      exit.
027200  load-po-rec.
027300      read po-file
027400          at end
027500              move "Y" to po-eof-w
027600              go to load-po-rec-exit
027700      end-read.
027800      perform add-po-line thru add-po-line-exit.
027900  load-po-rec-exit.
028000      exit.
028100  load-poa-rec.
028200      read po-arc
028300          at end
028400              move "Y" to po-eof-w
028500              go to load-poa-rec-exit
028600      end-read.
028700      move poa-record to po-record.
028800      perform add-po-line thru add-po-line-exit.
028900  load-poa-rec-exit.
029000      exit.
029100  add-po-line.
029200      if po-date is not numeric or po-qty is not numeric
029300          go to add-po-line-exit
029400      end-if.
029500      if po-date < from-date or po-date > run-date
029600          go to add-po-line-exit
029700      end-if.
029800      move po-supplier to supplier-w.
029900      perform find-sup thru find-sup-exit.
030000      if sc-found not = "Y"
030100          add 1 to unknown-count
030200          go to add-po-line-exit
030300      end-if.
030400      add 1 to scw-lines.
030500      add po-qty to scw-ord-qty.
030600      if po-rcvd-qty is numeric
030700          move po-rcvd-qty to rcvd-w
030800      else
030900          move 0 to rcvd-w
031000      end-if.
031100      if rcvd-w > po-qty
031200          move po-qty to rcvd-w
031300      end-if.
031400      add rcvd-w to scw-rcv-qty.
031450      rewrite scw-record.
031500  add-po-line-exit.
031600      exit.
031700  load-rcp.
031800      read rcp-hist
031900          at end
032000              move "Y" to rch-eof
032100              go to load-rcp-exit
032200      end-read.
032300      if rch-date is not numeric or rch-qty is not numeric
032400          go to load-rcp-exit
032500      end-if.
032600      if rch-date < from-date or rch-date > run-date
032700          go to load-rcp-exit
032800      end-if.
032900      move rch-supplier to supplier-w.
033000      perform find-sup thru find-sup-exit.
033100      if sc-found not = "Y"
033200          add 1 to unknown-count
033300          go to load-rcp-exit
033400      end-if.
033500      add 1 to scw-receipts.
033600      if rch-po-no > 0
033700          if rch-date >= rch-po-date
033800              compute lead-w =
033900                  function integer-of-date(rch-date)
034000                  - function integer-of-date(rch-po-date)
034100              add lead-w to scw-lead-days
034200              add 1 to scw-lead-count
034300              if lead-w > scw-worst
034400                  move lead-w to scw-worst
034500              end-if
034600          end-if
034700          if rch-po-rcvd < rch-po-qty
034800              add 1 to scw-partial
034900          end-if
035000          if rch-po-rcvd > rch-po-qty
035100              add 1 to scw-over
035200          end-if
035300      end-if.
035400      if rch-prev-cost > 0 and rch-unit-cost > 0
035500          compute scw-var-amt = scw-var-amt
035600              + (rch-unit-cost - rch-prev-cost) * rch-qty
035700          compute scw-base-amt = scw-base-amt
035800              + rch-prev-cost * rch-qty
035900      end-if.
035950      rewrite scw-record.
036000  load-rcp-exit.
036100      exit.
036200  rate-sup.
036216      read sc-work next record
036232          at end
036248              move "Y" to sc-eof
036264              go to rate-sup-exit
036280      end-read.
036300      if scw-ord-qty > 0
036400          compute fill-w rounded =
036500              scw-rcv-qty * 100 / scw-ord-qty
036600          compute scw-short = 100 - fill-w
036700      else
036800          move 999.9 to scw-short
036900      end-if.
037000      if scw-lead-count > 0
037100          compute scw-avg-lead rounded =
037200              scw-lead-days / scw-lead-count
037300      else
037400          move 9999.9 to scw-avg-lead
037500      end-if.
037533      move scw-record to rkw-record.
037566      write rkw-record.
037600  rate-sup-exit.
037700      exit.
040300  print-entry.
040314      read rk-work next record
040328          at end
040342              move "Y" to sc-eof
040356              go to print-entry-exit
040370      end-read.
040384      move rkw-record to scw-record.
040400      if scw-lines = 0 and scw-receipts = 0
040500          go to print-entry-exit
040600      end-if.
040700      if scw-ord-qty > 0
040800          add 1 to rank-no
040900          move rank-no to dl-rank
041000          compute fill-w = 100 - scw-short
041100          move fill-w to dl-fill
041200      else
041300          move 0 to dl-rank
041400          move spaces to dl-fill-x
041500      end-if.
041600      move scw-supplier to dl-supplier.
041700      move scw-name to dl-namae.
041800      move scw-lines to dl-lines.
041900      if scw-lead-count > 0
042000          move scw-avg-lead to dl-avg-lead
042100      else
042200          move spaces to dl-avg-lead-x
042300      end-if.
042400      move scw-worst to dl-worst.
042500      move scw-partial to dl-partial.
042600      move scw-over to dl-over.
042700      move scw-var-amt to dl-var-amt.
042800      if scw-base-amt > 0
042900          compute var-pct-w rounded =
043000              scw-var-amt * 100 / scw-base-amt
043100      else
043200          move 0 to var-pct-w
043300      end-if.
043400      move var-pct-w to dl-var-pct.
043500      write pr-line from dl-line.
043600  print-entry-exit.
043700      exit.
043800  open-abort.
043900      move 1 to return-code.
044000      close sup-master.
044100      close print-file.
044133      close sc-work.
044166      close rk-work.
044200      goback.
044300  get-bizdate.
044400      open input biz-file.
044500      read biz-file
044600          at end
044700              continue
044800      end-read.
044900      if biz-status = "00" and biz-date is numeric
045000          move biz-date to run-date
045100      else
045200          accept run-date from date yyyymmdd
045300      end-if.
045400      close biz-file.
045500  get-bizdate-exit.
045600      exit.
