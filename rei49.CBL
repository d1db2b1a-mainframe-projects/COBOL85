000100  identification division.
000200  program-id. rei49.
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
001600      select si-trans assign to "SUPINV"
001700          organization line sequential
001800          file status is si-fstat.
001900      select sup-master assign to "SUPMAST"
002000          organization indexed
002100          access mode dynamic
002200          record key is sup-id
002300          file status is sup-fstat.
002400      select po-file assign to "POFILE"
002500          organization line sequential
002600          file status is po-fstat.
002700      select po-arc assign to "POARC"
002800          organization line sequential
002900          file status is poa-fstat.
003000      select ap-file assign to "APOPEN"
003100          organization line sequential
003200          file status is ap-fstat.
003300      select print-file assign to "APMRGST"
003400          organization line sequential
003500          file status is prt-status.
003600      select exc-file assign to "APMATEXC"
003700          organization line sequential
003800          file status is exc-status.
003816      select pt-work assign to "R49POWK"
003832          organization indexed
003848          access mode dynamic
003864          record key is ptw-key
003880          file status is ptw-fstat.
003900  data division.
004000  file section.
004100  fd  biz-file.
004200      copy "bizdate.CPY".
004300  fd  ap-ctl.
004400      copy "apctl.CPY".
004500  fd  si-trans.
004600      copy "supinv.CPY".
004700  fd  sup-master.
004800      copy "supmast.CPY".
004900  fd  po-file.
005000      copy "pofile.CPY".
005100  fd  po-arc.
005200  01 poa-record pic x(46).
005300  fd  ap-file.
005400      copy "apopen.CPY".
005500  fd  print-file.
005600  01 pr-line pic x(80).
005700  fd  exc-file.
005800  01 ex-line pic x(110).
005810  fd  pt-work.
005820  01 ptw-record.
005830  02 ptw-key.
005840  03 ptw-no pic 9(6).
005850  03 ptw-item pic x(6).
005860  02 ptw-supplier pic x(6).
005870  02 ptw-rcvd pic 9(7).
005880  02 ptw-price pic 9(5)v99.
005890  02 ptw-invoiced pic 9(7).
005900  working-storage section.
006000  01 biz-status pic xx.
006100  01 ctl-status pic xx.
006200  01 si-fstat pic xx.
006300  01 sup-fstat pic xx.
006400  01 po-fstat pic xx.
006500  01 poa-fstat pic xx.
006600  01 ap-fstat pic xx.
006700  01 prt-status pic xx.
006800  01 exc-status pic xx.
006850  01 ptw-fstat pic xx.
006900  01 si-eof pic x value "N".
007000  01 po-eof-w pic x value "N".
007100  01 ap-eof pic x value "N".
007200  01 run-date pic 9(8).
007206  01 chk-date pic 9(8) value 0.
007212  01 chk-date-r redefines chk-date.
007218  02 chk-yy pic 9(4).
007224  02 chk-mm pic 9(2).
007230  02 chk-dd pic 9(2).
007236  01 date-ok pic x value "N".
007242  01 mdays-w pic 9(2) value 0.
007248  01 leap-q pic 9(4) value 0.
007254  01 leap-r4 pic 9(3) value 0.
007260  01 leap-r100 pic 9(3) value 0.
007266  01 leap-r400 pic 9(3) value 0.
007272  01 mdays-table.
007278  02 filler pic x(24) value "312831303130313130313031".
007284  01 mdays-r redefines mdays-table.
007290  02 mdays pic 9(2) occurs 12 times.
007300  01 price-tol-pct pic 9(2)v99 value 2.
007400  01 qty-tol pic 9(5) value 0.
007500  01 terms-days pic 9(3) value 30.
007600  01 reason-w pic x(20) value spaces.
007700  01 price-diff pic 9(5)v99 value 0.
007800  01 diff-limit pic 9(7)v9(4) value 0.
007900  01 inv-total pic 9(8) value 0.
008000  01 amount-w pic s9(9) value 0.
008100  01 due-date-w pic 9(8) value 0.
008200  01 pt-found pic x value "N".
008700  01 read-count pic 9(5) value 0.
008800  01 match-count pic 9(5) value 0.
008900  01 exc-count pic 9(5) value 0.
009000  01 match-total pic s9(11) value 0.
009900  01 hd-title-line.
010000  02 filler pic x(20) value spaces.
010100  02 filler pic x(30) value "supplier invoice match".
010200  01 hd-exc-title-line.
010300  02 filler pic x(20) value spaces.
010400  02 filler pic x(40) value "supplier invoice match exceptions".
010500  01 hd-date-line.
010600  02 filler pic x(10) value "run date: ".
010700  02 hd-date pic x(8).
010800  01 hd-tol-line.
010900  02 filler pic x(17) value "price tolerance: ".
011000  02 hd-price-tol pic z9.99.
011100  02 filler pic x(19) value " pct  qty tolerance".
011200  02 filler pic x(2) value ": ".
011300  02 hd-qty-tol pic z(4)9.
011400  01 hd-column-line.
011500  02 filler pic x(6) value "shiire".
011600  02 filler pic x(2) value space.
011700  02 filler pic x(10) value "seikyusho".
011800  02 filler pic x(2) value space.
011900  02 filler pic x(6) value "po no".
012000  02 filler pic x(2) value space.
012100  02 filler pic x(6) value "hinmei".
012200  02 filler pic x(2) value space.
012300  02 filler pic x(6) value "suryou".
012400  02 filler pic x(2) value space.
012500  02 filler pic x(11) value "kingaku".
012600  02 filler pic x(2) value space.
012700  02 filler pic x(8) value "kijitsu".
012800  01 dl-line.
012900  02 dl-supplier pic x(6).
013000  02 filler pic x(2) value space.
013100  02 dl-inv-no pic x(10).
013200  02 filler pic x(2) value space.
013300  02 dl-po-no pic 9(6).
013400  02 filler pic x(2) value space.
013500  02 dl-hinmei pic x(6).
013600  02 filler pic x(2) value space.
013700  02 dl-suryou pic z(5)9.
013800  02 filler pic x(2) value space.
013900  02 dl-kingaku pic z(9)9.
014000  02 filler pic x(3) value space.
014100  02 dl-due-date pic 9(8).
014200  01 ex-column-line.
014300  02 filler pic x(6) value "shiire".
014400  02 filler pic x(2) value space.
014500  02 filler pic x(10) value "seikyusho".
014600  02 filler pic x(2) value space.
014700  02 filler pic x(6) value "po no".
014800  02 filler pic x(2) value space.
014900  02 filler pic x(6) value "hinmei".
015000  02 filler pic x(2) value space.
015100  02 filler pic x(6) value "suryou".
015200  02 filler pic x(2) value space.
015300  02 filler pic x(8) value "ukeire".
015400  02 filler pic x(2) value space.
015500  02 filler pic x(8) value "seikyu".
015600  02 filler pic x(2) value space.
015700  02 filler pic x(8) value "tanka".
015800  02 filler pic x(2) value space.
015900  02 filler pic x(8) value "po tanka".
016000  02 filler pic x(2) value space.
016100  02 filler pic x(20) value "riyu".
016200  01 ex-dl-line.
016300  02 ex-supplier pic x(6).
016400  02 filler pic x(2) value space.
016500  02 ex-inv-no pic x(10).
016600  02 filler pic x(2) value space.
016700  02 ex-po-no pic 9(6).
016800  02 filler pic x(2) value space.
016900  02 ex-hinmei pic x(6).
017000  02 filler pic x(2) value space.
017100  02 ex-suryou pic z(5)9.
017200  02 filler pic x(2) value space.
017300  02 ex-rcvd pic z(7)9.
017400  02 filler pic x(2) value space.
017500  02 ex-invoiced pic z(7)9.
017600  02 filler pic x(2) value space.
017700  02 ex-tanka pic z(4)9.99.
017800  02 filler pic x(2) value space.
017900  02 ex-po-tanka pic z(4)9.99.
018000  02 filler pic x(2) value space.
018100  02 ex-reason pic x(20).
018200  01 dl-tot-line.
018300  02 filler pic x(15) value "matched lines: ".
018400  02 dl-matched pic z(4)9.
018500  02 filler pic x(11) value "  amount:  ".
018600  02 dl-match-total pic z(10)9.
018700  02 filler pic x(15) value "  exceptions:  ".
018800  02 dl-exceptions pic z(4)9.
018900  01 ex-count-line.
019000  02 filler pic x(17) value "invoice lines:   ".
019100  02 ex-read pic z(4)9.
019200  02 filler pic x(15) value "  exceptions:  ".
019300  02 ex-total pic z(4)9.
019800  procedure division.
019812      open output pt-work.
019824      close pt-work.
019836      open i-o pt-work.
019848      if ptw-fstat not = "00"
019860          display "rei49: r49powk open failed, status " ptw-fstat
019872          go to open-abort
019884      end-if.
019900      open input si-trans.
020000      if si-fstat not = "00"
020100          display "rei49: supinv open failed, status " si-fstat
020200          go to open-abort
020300      end-if.
020400      open input sup-master.
020500      if sup-fstat not = "00"
020600          display "rei49: supmast open failed, status " sup-fstat
020700          go to open-abort
020800      end-if.
020900      open output print-file.
021000      if prt-status not = "00"
021100          display "rei49: apmrgst open failed, status " prt-status
021200          go to open-abort
021300      end-if.
021400      open output exc-file.
021500      if exc-status not = "00"
021600          display "rei49: apmatexc open failed, status "
021700              exc-status
021800          go to open-abort
021900      end-if.
022000      open input ap-ctl.
022100      read ap-ctl
022200          at end
022300              continue
022400      end-read.
022500      if ctl-status = "00"
022600          if ctl-price-tol-pct is numeric
022700              move ctl-price-tol-pct to price-tol-pct
022800          end-if
022900          if ctl-qty-tol is numeric
023000              move ctl-qty-tol to qty-tol
023100          end-if
023200          if ctl-terms-days is numeric and ctl-terms-days > 0
023300              move ctl-terms-days to terms-days
023400          end-if
023500      end-if.
023600      close ap-ctl.
023700      perform get-bizdate thru get-bizdate-exit.
023800      perform load-po thru load-po-exit.
023900      perform load-invoiced thru load-invoiced-exit.
024000      open extend ap-file.
024100      if ap-fstat not = "00"
024200          open output ap-file
024300      end-if.
024400      if ap-fstat not = "00"
024500          display "rei49: apopen open failed, status " ap-fstat
024600          go to open-abort
024700      end-if.
024800      move run-date to hd-date.
024900      move price-tol-pct to hd-price-tol.
025000      move qty-tol to hd-qty-tol.
025100      write pr-line from hd-title-line.
025200      write pr-line from hd-date-line.
025300      write pr-line from spaces.
025400      write pr-line from hd-column-line.
025500      write ex-line from hd-exc-title-line.
025600      write ex-line from hd-date-line.
025700      write ex-line from hd-tol-line.
025800      write ex-line from spaces.
025900      write ex-line from ex-column-line.
026000      perform match-invoice thru match-invoice-exit
026100          until si-eof = "Y".
026200      move match-count to dl-matched.
026300      move match-total to dl-match-total.
026400      move exc-count to dl-exceptions.
026500      write pr-line from spaces.
026600      write pr-line from dl-tot-line.
026700      move read-count to ex-read.
026800      move exc-count to ex-total.
026900      write ex-line from spaces.
027000      write ex-line from ex-count-line.
027600      close si-trans.
027700      close sup-master.
027800      close ap-file.
027900      close print-file.
028000      close exc-file.
028050      close pt-work.
028100      goback.
028200  load-po.
028300      open input po-file.
028400      if po-fstat not = "00"
028500          close po-file
028600          go to load-po-exit
028700      end-if.
028800      move "N" to po-eof-w.
028900      perform load-po-rec thru load-po-rec-exit
029000          until po-eof-w = "Y".
029100      open input po-arc.
029200      if poa-fstat = "00"
029300          move "N" to po-eof-w
029400          perform load-poa-rec thru load-poa-rec-exit
029500              until po-eof-w = "Y"
029600      end-if.
029700      close po-arc.
029800      close po-file.
029900  load-po-exit.
030000      exit.
030100  load-po-rec.
030200      read po-file
030300          at end
030400              move "Y" to po-eof-w
030500              go to load-po-rec-exit
030600      end-read.
030700      perform add-pt thru add-pt-exit.
030800  load-po-rec-exit.
030900      exit.
031000  load-poa-rec.
031100      read po-arc
031200          at end
031300              move "Y" to po-eof-w
031400              go to load-poa-rec-exit
031500      end-read.
031600      move poa-record to po-record.
031700      perform add-pt thru add-pt-exit.
031800  load-poa-rec-exit.
031900      exit.
032000  add-pt.
032600      move po-no to ptw-no.
032700      move po-supplier to ptw-supplier.
032800      move po-item-code to ptw-item.
032900      if po-rcvd-qty is numeric
033000          move po-rcvd-qty to ptw-rcvd
033100      else
033200          move 0 to ptw-rcvd
033300      end-if.
033400      if po-unit-price is numeric
033500          move po-unit-price to ptw-price
033600      else
033700          move 0 to ptw-price
033800      end-if.
033900      move 0 to ptw-invoiced.
033920      write ptw-record
033940          invalid key
033960              continue
033980      end-write.
034000  add-pt-exit.
034100      exit.
034200  load-invoiced.
034300      open input ap-file.
034400      if ap-fstat not = "00"
034500          close ap-file
034600          go to load-invoiced-exit
034700      end-if.
034800      perform load-ap-rec thru load-ap-rec-exit
034900          until ap-eof = "Y".
035000      close ap-file.
035100  load-invoiced-exit.
035200      exit.
035300  load-ap-rec.
035400      read ap-file
035500          at end
035600              move "Y" to ap-eof
035700              go to load-ap-rec-exit
035800      end-read.
035900      if ap-qty is not numeric
036000          go to load-ap-rec-exit
036100      end-if.
036200      move ap-po-no to si-po-no.
036300      move ap-item-code to si-item-code.
036400      perform find-pt thru find-pt-exit.
036500      if pt-found = "Y"
036600          add ap-qty to ptw-invoiced
036650          rewrite ptw-record
036700      end-if.
036800  load-ap-rec-exit.
036900      exit.
037000  find-pt.
037100      move "Y" to pt-found.
037200      move si-po-no to ptw-no.
037250      move si-item-code to ptw-item.
037300      read pt-work record
037400          invalid key
037500              move "N" to pt-found
037600      end-read.
037700  find-pt-exit.
037800      exit.
038700  match-invoice.
038800      read si-trans
038900          at end
039000              move "Y" to si-eof
039100              go to match-invoice-exit
039200      end-read.
039300      add 1 to read-count.
039400      move "N" to pt-found.
039500      if si-inv-no = spaces
039600          or si-po-no is not numeric
039700          or si-qty is not numeric or si-qty = 0
039800          or si-unit-price is not numeric
039900          or si-inv-date is not numeric
040000          move "invalid invoice data" to reason-w
040100          go to match-reject
040200      end-if.
040250      move si-inv-date to chk-date.
040300      perform check-date thru check-date-exit.
040350      if date-ok not = "Y"
040400          move "invalid invoice date" to reason-w
040500          go to match-reject
040600      end-if.
040700      move si-supplier to sup-id.
040800      read sup-master record
040900          invalid key
041000              move "unknown supplier" to reason-w
041100              go to match-reject
041200      end-read.
041300      perform find-pt thru find-pt-exit.
041400      if pt-found not = "Y"
041500          move "po line not found" to reason-w
041600          go to match-reject
041700      end-if.
041800      if ptw-supplier not = si-supplier
041900          move "supplier not on po" to reason-w
042000          go to match-reject
042100      end-if.
042200      if ptw-price = 0
042300          move "no price on po" to reason-w
042400          go to match-reject
042500      end-if.
042600      if si-unit-price > ptw-price
042700          compute price-diff = si-unit-price - ptw-price
042800      else
042900          compute price-diff = ptw-price - si-unit-price
043000      end-if.
043100      compute diff-limit =
043200          ptw-price * price-tol-pct / 100.
043300      if price-diff > diff-limit
043400          move "price over tolerance" to reason-w
043500          go to match-reject
043600      end-if.
043700      compute inv-total = ptw-invoiced + si-qty.
043800      if inv-total > ptw-rcvd + qty-tol
043900          move "qty over received" to reason-w
044000          go to match-reject
044100      end-if.
044200      if si-due-date is numeric and si-due-date > 0
044300          move si-due-date to due-date-w
044400      else
044500          compute due-date-w = function date-of-integer(
044600              function integer-of-date(si-inv-date) + terms-days)
044700      end-if.
044800      compute amount-w rounded = si-qty * si-unit-price.
044900      move si-supplier to ap-supplier.
045000      move si-inv-no to ap-inv-no.
045100      move si-inv-date to ap-inv-date.
045200      move due-date-w to ap-due-date.
045300      move si-po-no to ap-po-no.
045400      move si-item-code to ap-item-code.
045500      move si-qty to ap-qty.
045600      move amount-w to ap-amount.
045700      move "O" to ap-status.
045800      write ap-record.
045900      add si-qty to ptw-invoiced.
045950      rewrite ptw-record.
046000      add 1 to match-count.
046100      add amount-w to match-total.
046200      move si-supplier to dl-supplier.
046300      move si-inv-no to dl-inv-no.
046400      move si-po-no to dl-po-no.
046500      move si-item-code to dl-hinmei.
046600      move si-qty to dl-suryou.
046700      move amount-w to dl-kingaku.
046800      move due-date-w to dl-due-date.
046900      write pr-line from dl-line.
047000      go to match-invoice-exit.
047100  match-reject.
047200      add 1 to exc-count.
047300      move si-supplier to ex-supplier.
047400      move si-inv-no to ex-inv-no.
047500      if si-po-no is numeric
047600          move si-po-no to ex-po-no
047700      else
047800          move 0 to ex-po-no
047900      end-if.
048000      move si-item-code to ex-hinmei.
048100      if si-qty is numeric
048200          move si-qty to ex-suryou
048300      else
048400          move 0 to ex-suryou
048500      end-if.
048600      if si-unit-price is numeric
048700          move si-unit-price to ex-tanka
048800      else
048900          move 0 to ex-tanka
049000      end-if.
049100      if pt-found = "Y"
049200          move ptw-rcvd to ex-rcvd
049300          move ptw-invoiced to ex-invoiced
049400          move ptw-price to ex-po-tanka
049500      else
049600          move 0 to ex-rcvd
049700          move 0 to ex-invoiced
049800          move 0 to ex-po-tanka
049900      end-if.
050000      move reason-w to ex-reason.
050100      write ex-line from ex-dl-line.
050200  match-invoice-exit.
050300      exit.
050304  check-date.
050308      move "N" to date-ok.
050312      if chk-yy < 1601 or chk-mm < 1 or chk-mm > 12 or chk-dd < 1
050316          go to check-date-exit
050320      end-if.
050324      move mdays(chk-mm) to mdays-w.
050328      if chk-mm = 2
050332          divide chk-yy by 4 giving leap-q remainder leap-r4
050336          divide chk-yy by 100 giving leap-q remainder leap-r100
050340          divide chk-yy by 400 giving leap-q remainder leap-r400
050344          if leap-r4 = 0 and (leap-r100 not = 0 or leap-r400 = 0)
050348              move 29 to mdays-w
050352          end-if
050356      end-if.
050360      if chk-dd > mdays-w
050364          go to check-date-exit
050368      end-if.
050372      move "Y" to date-ok.
050376  check-date-exit.
050380      exit.
050400  open-abort.
050500      move 1 to return-code.
050600      close si-trans.
050700      close sup-master.
050800      close ap-file.
050900      close print-file.
051000      close exc-file.
051050      close pt-work.
051100      goback.
051200  get-bizdate.
051300      open input biz-file.
051400      read biz-file
051500          at end
051600              continue
051700      end-read.
051800      if biz-status = "00" and biz-date is numeric
051900          move biz-date to run-date
052000      else
052100          accept run-date from date yyyymmdd
052200      end-if.
052300      close biz-file.
052400  get-bizdate-exit.
052500      exit.
