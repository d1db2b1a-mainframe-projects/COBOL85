001800      select print-file assign to "RCPRGST"
001900          organization line sequential
002000          file status is prt-status.
002002      select rcp-hist assign to "RCPHIST"
002003          organization line sequential
002005          file status is rch-fstat.
002007      select lot-master assign to "LOTMAST"
002008          organization indexed
002010          access mode dynamic
002012          record key is lot-key
002013          file status is lot-fstat.
002015      select lot-seq assign to "LOTSEQ"
002016          organization line sequential
002018          file status is lsq-fstat.
002020      select lot-ctl assign to "LOTCTL"
002021          organization line sequential
002023          file status is lct-fstat.
002025      select prd-file assign to "PERIODS"
002026          organization indexed
002028          access mode dynamic
002030          record key is prd-month
002031          file status is prd-fstat.
002033      select lock-file assign to "R12LOCK"
002066          organization line sequential
002099          file status is lok-fstat.
002666  fd  po-file.
002672      copy "pofile.CPY".
002678  fd  po-new.
002684  01 pon-record pic x(46).
002690  fd  po-arc.
002696  01 poa-record pic x(46).
002700  fd  print-file.
002800  01 pr-line pic x(80).
002805  fd  rcp-hist.
002810      copy "rcphist.CPY".
002815  fd  lot-master.
002820      copy "lotmast.CPY".
002825  fd  lot-seq.
002830      copy "lotseq.CPY".
002835  fd  lot-ctl.
002840      copy "lotctl.CPY".
002843  fd  prd-file.
002846      copy "periods.CPY".
002849  fd  lock-file.
002898      copy "runlock.CPY".
002900  working-storage section.
003000  01 rcp-status pic xx.
003100  01 itm-status pic xx.
003150  01 mov-fstat pic xx.
003155  01 lot-fstat pic xx.
003160  01 lsq-fstat pic xx.
003165  01 lct-fstat pic xx.
003170  01 lot-no-w pic 9(6) value 0.
003175  01 shelf-days pic 9(3) value 7.
003180  01 lot-count pic 9(5) value 0.
003185  01 rch-fstat pic xx.
003190  01 prev-cost-w pic 9(5)v99 value 0.
003200  01 prt-status pic xx.
003216  01 prd-fstat pic xx.
003232  01 prd-avail pic x value "N".
003248  01 chk-month pic 9(6) value 0.
003264  01 last-month pic 9(6) value 0.
003280  01 month-closed pic x value "N".
003300  01 rcp-eof pic x value "N".
003400  01 run-date pic 9(8).
003500  01 posted-count pic 9(5) value 0.
003780  03 pt-date pic 9(8).
003784  03 pt-status pic x(1).
003788  03 pt-rcvd pic 9(7).
003794  03 pt-price pic 9(5)v99.
003800  01 hd-title-line.
003900  02 filler pic x(22) value spaces.
004000  02 filler pic x(30) value "receiving register".
005100  02 filler pic x(8) value "hizuke".
005200  02 filler pic x(2) value space.
005300  02 filler pic x(9) value "zaiko-ato".
005320  02 filler pic x(1) value space.
005340  02 filler pic x(6) value "lot".
005360  02 filler pic x(2) value space.
005380  02 filler pic x(8) value "kigen".
005400  01 dl-line.
005500  02 dl-hinmei pic x(6).
005600  02 filler pic x(2) value space.
006100  02 dl-date pic 9(8).
006200  02 filler pic x(2) value space.
006300  02 dl-zaiko pic z(5)9.
006320  02 filler pic x(4) value space.
006340  02 dl-lot pic 9(6).
006360  02 filler pic x(2) value space.
006380  02 dl-kigen pic 9(8).
006400  01 dl-rej-line.
006500  02 filler pic x(10) value "rejected: ".
006600  02 dl-rej-code pic x(6).
007500  02 dl-posted-qty pic z(6)9.
007600  02 filler pic x(12) value "  rejected: ".
007700  02 dl-rejected pic zzzz9.
007733  02 filler pic x(8) value "  lots: ".
007766  02 dl-lots pic zzzz9.
007800  procedure division.
007899      perform take-lock thru take-lock-exit.
007900      open input rcp-trans.
008700          display "rei12: rcprgst open failed, status " prt-status
008800          go to open-abort
008900      end-if.
008902      open extend rcp-hist.
008904      if rch-fstat not = "00"
008906          open output rcp-hist
008908      end-if.
008910      if rch-fstat not = "00"
008912          display "rei12: rcphist open failed, status " rch-fstat
008914          go to open-abort
008916      end-if.
008918      open i-o lot-master.
008920      if lot-fstat = "35"
008922          open output lot-master
008924          close lot-master
008926          open i-o lot-master
008928      end-if.
008930      if lot-fstat not = "00"
008932          display "rei12: lotmast open failed, status " lot-fstat
008934          go to open-abort
008936      end-if.
008938      open input lot-ctl.
008940      read lot-ctl
008942          at end
008944              continue
008946      end-read.
008948      if lct-fstat = "00" and ctl-shelf-days is numeric
008950          and ctl-shelf-days > 0
008952          move ctl-shelf-days to shelf-days
008954      end-if.
008956      close lot-ctl.
008958      open input lot-seq.
008960      read lot-seq
008962          at end
008964              continue
008966      end-read.
008968      if lsq-fstat = "00" and lsq-last-no is numeric
008970          move lsq-last-no to lot-no-w
008972      end-if.
008974      close lot-seq.
009000      perform get-bizdate thru get-bizdate-exit.
009020      open input prd-file.
009040      if prd-fstat = "00"
009060          move "Y" to prd-avail
009080      end-if.
009100      move run-date to hd-date.
009200      write pr-line from hd-title-line.
009300      write pr-line from hd-date-line.
009800      move posted-count to dl-posted.
009900      move posted-qty to dl-posted-qty.
010000      move reject-count to dl-rejected.
010050      move lot-count to dl-lots.
010100      write pr-line from spaces.
010200      write pr-line from dl-count-line.
010249      perform close-po thru close-po-exit.
010250      close stk-move.
010257      close rcp-hist.
010264      close lot-master.
010271      open output lot-seq.
010278      move lot-no-w to lsq-last-no.
010285      write lsq-record.
010292      close lot-seq.
010300      close rcp-trans.
010400      close itm-master.
010500      close print-file.
010524      if prd-avail = "Y"
010548          close prd-file
010572      end-if.
010599      perform free-lock thru free-lock-exit.
010600      goback.
010700  post-receipt.
011500          perform write-reject thru write-reject-exit
011600          go to post-receipt-exit
011700      end-if.
011708      if rcp-date is not numeric or rcp-date = 0
011715          move "bad date" to dl-rej-reason
011723          perform write-reject thru write-reject-exit
011731          go to post-receipt-exit
011738      end-if.
011746      move rcp-date(1:6) to chk-month.
011754      perform check-period thru check-period-exit.
011762      if month-closed = "Y"
011769          move "period closed" to dl-rej-reason
011777          perform write-reject thru write-reject-exit
011785          go to post-receipt-exit
011792      end-if.
011800      move rcp-item-code to itm-code.
011900      read itm-master record
012000          invalid key
012808      else
012826          add rcp-qty to itm-qty-on-hand
012844      end-if.
012847      if itm-unit-cost is numeric
012850          move itm-unit-cost to prev-cost-w
012853      else
012856          move 0 to prev-cost-w
012859      end-if.
012862      if rcp-unit-cost is numeric and rcp-unit-cost > 0
012880          move rcp-unit-cost to itm-unit-cost
012898      end-if.
012900      rewrite itm-record.
012910      move rcp-item-code to mov-item-code.
012920      move rcp-date to mov-date.
012925      move run-date to mov-post-date.
012930      move "G" to mov-type.
012940      move rcp-qty to mov-qty.
012942      if rcp-location = "02"
012954      end-if.
012960      move "rei12   " to mov-source.
012970      write mov-record.
012985      perform make-lot thru make-lot-exit.
013000      add 1 to posted-count.
013100      add rcp-qty to posted-qty.
013200      move rcp-item-code to dl-hinmei.
013400      move rcp-supplier-ref to dl-supplier.
013500      move rcp-date to dl-date.
013600      move itm-qty-on-hand to dl-zaiko.
013633      move lot-no to dl-lot.
013666      move lot-best-before to dl-kigen.
013700      write pr-line from dl-line.
013799      perform file-receipt thru file-receipt-exit.
013800  post-receipt-exit.
013900      exit.
013901  load-po.
013923          go to load-po-rec-exit
013924      end-if.
013925      add 1 to pt-count.
013926      move po-record to pt-entry(pt-count).
013933  load-po-rec-exit.
013934      exit.
013935  match-po.
014002  close-po-exit.
014003      exit.
014004  unload-po.
014005      move pt-entry(pt-idx) to po-record.
014012      if pt-status(pt-idx) = "O"
014013          write pon-record from po-record
014014          move pt-no(pt-idx) to dl-open-po
015300      close rcp-trans.
015400      close itm-master.
015450      close stk-move.
015466      close rcp-hist.
015482      close lot-master.
015500      close print-file.
015524      if prd-avail = "Y"
015548          close prd-file
015572      end-if.
015599      perform free-lock thru free-lock-exit.
015600      goback.
015605  check-period.
015610      if chk-month = last-month
015615          go to check-period-exit
015620      end-if.
015625      move chk-month to last-month.
015630      move "N" to month-closed.
015635      if prd-avail not = "Y"
015640          go to check-period-exit
015645      end-if.
015650      move chk-month to prd-month.
015655      read prd-file record
015660          invalid key
015665              continue
015670      end-read.
015675      if prd-fstat = "00" and prd-closed
015680          move "Y" to month-closed
015685      end-if.
015690  check-period-exit.
015695      exit.
015700  get-bizdate.
015800      open input biz-file.
015900      read biz-file
019800      close lock-file.
019900  free-lock-exit.
020000      exit.
020100  write-rcp-hist.
020200      move rcp-item-code to rch-item-code.
020300      move rcp-qty to rch-qty.
020400      move rcp-date to rch-date.
020500      move rcp-location to rch-location.
020600      if rcp-unit-cost is numeric
020700          move rcp-unit-cost to rch-unit-cost
020800      else
020900          move 0 to rch-unit-cost
021000      end-if.
021100      move prev-cost-w to rch-prev-cost.
021200      if pt-found = "Y"
021300          move pt-supplier(pt-hit) to rch-supplier
021400          move pt-no(pt-hit) to rch-po-no
021500          move pt-date(pt-hit) to rch-po-date
021600          move pt-qty(pt-hit) to rch-po-qty
021700          move pt-rcvd(pt-hit) to rch-po-rcvd
021800      else
021900          move itm-supplier to rch-supplier
022000          move 0 to rch-po-no
022100          move 0 to rch-po-date
022200          move 0 to rch-po-qty
022300          move 0 to rch-po-rcvd
022400      end-if.
022500      move run-date to rch-post-date.
022600      write rch-record.
022700  write-rcp-hist-exit.
022800      exit.
022900  make-lot.
023000      add 1 to lot-no-w.
023100      move rcp-item-code to lot-item-code.
023200      if rcp-location = "02"
023300          move "02" to lot-location
023400      else
023500          move "01" to lot-location
023600      end-if.
023700      if rcp-best-before is numeric and rcp-best-before > 0
023800          move rcp-best-before to lot-best-before
023900      else
024000          compute lot-best-before = function date-of-integer(
024100              function integer-of-date(rcp-date) + shelf-days)
024200      end-if.
024300      move lot-no-w to lot-no.
024400      move rcp-date to lot-rcpt-date.
024500      move rcp-qty to lot-qty.
024600      move rcp-qty to lot-orig-qty.
024700      write lot-record
024800          invalid key
024900              display "rei12: lot " lot-no " already on file"
025000              go to make-lot-exit
025100      end-write.
025200      add 1 to lot-count.
025300  make-lot-exit.
025400      exit.
025500  file-receipt.
025600      perform match-po thru match-po-exit.
025700      perform write-rcp-hist thru write-rcp-hist-exit.
025800  file-receipt-exit.
025900      exit.
