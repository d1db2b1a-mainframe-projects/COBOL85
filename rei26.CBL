002600          access mode dynamic
002700          record key is sht-key
002800          file status is sht-fstat.
002816      select cust-po assign to "CUSTPO"
002832          organization indexed
002848          access mode dynamic
002864          record key is cpo-ord-no
002880          file status is cpo-fstat.
002900      select print-file assign to "INVPRT"
003000          organization line sequential
003100          file status is prt-status.
004100      copy "invseq.CPY".
004200  fd  ship-to.
004300      copy "shipto.CPY".
004333  fd  cust-po.
004366      copy "custpo.CPY".
004400  fd  print-file.
004500  01 pr-line pic x(80).
004600  working-storage section.
005000  01 ivs-status pic xx.
005100  01 prt-status pic xx.
005200  01 sht-fstat pic xx.
005225  01 cpo-fstat pic xx.
005250  01 cpo-open pic x value "N".
005275  01 prev-ord-w pic 9(6) value 0.
005300  01 ship-code-w pic x(2) value spaces.
005400  01 inv-eof pic x value "N".
005500  01 run-date pic 9(8).
006300  01 cust-count pic 9(3) value 0.
006400  01 det-idx pic 9(3) value 0.
006500  01 det-count pic 9(3) value 0.
006533  01 det-scan pic 9(3) value 0.
006566  01 det-hit pic 9(3) value 0.
006600  01 tot-kingaku pic s9(9) value 0.
006700  01 tot-tax pic s9(9) value 0.
006800  01 tot-incl pic s9(9) value 0.
007900  03 dt-tax-amt pic s9(9).
008000  03 dt-incl pic s9(9).
008100  03 dt-ship-to pic x(2).
008133  03 dt-ord-no pic 9(6).
008166  03 dt-line-no pic 9(3).
008200  01 hd-title-line.
008300  02 filler pic x(25) value spaces.
008400  02 filler pic x(22) value "invoice".
012600  02 dl-goukei pic z(9)9-.
012700  02 filler pic x(2) value space.
012800  02 dl-kbn pic x(2).
012816  01 dl-po-line.
012832  02 filler pic x(8) value "chumon: ".
012848  02 dl-po-ord-no pic 9(6).
012864  02 filler pic x(12) value "   your po: ".
012880  02 dl-po-ref pic x(15).
012900  01 dl-total-line.
013000  02 filler pic x(16) value "invoice total:".
013100  02 dl-tot-kingaku pic z(8)9-.
015200      end-if.
015300      open input cust-mast.
015400      open input ship-to.
015420      open input cust-po.
015440      if cpo-fstat = "00"
015460          move "Y" to cpo-open
015480      end-if.
015500      open output print-file.
015600      if prt-status not = "00"
015700          display "rei26: invprt open failed, status " prt-status
018000      close inv-dtl.
018100      close cust-mast.
018200      close ship-to.
018225      if cpo-open = "Y"
018250          close cust-po
018275      end-if.
018300      close print-file.
018400      goback.
018500  load-detail.
019000      end-read.
019100      if inv-date not = run-date
019200          go to load-detail-exit
019214      end-if.
019228      if inv-short
019242          perform net-short thru net-short-exit
019256          if det-hit not = 0
019270              go to load-detail-exit
019284          end-if
019300      end-if.
019400      if det-count >= 100
019500          add 1 to dropped-count
020500      move inv-tax-amt to dt-tax-amt(det-count).
020600      move inv-kingaku-incl to dt-incl(det-count).
020700      move inv-ship-to to dt-ship-to(det-count).
020733      move inv-ord-no to dt-ord-no(det-count).
020766      move inv-line-no to dt-line-no(det-count).
020800      perform note-cust thru note-cust-exit.
020900  load-detail-exit.
020903      exit.
020906  net-short.
020909      move 0 to det-hit.
020912      perform find-short-line thru find-short-line-exit
020915          varying det-scan from 1 by 1
020918          until det-scan > det-count
020921          or det-hit not = 0.
020924      if det-hit = 0
020927          go to net-short-exit
020930      end-if.
020933      if inv-suryou > dt-suryou(det-hit)
020936          move 0 to dt-suryou(det-hit)
020939      else
020942          subtract inv-suryou from dt-suryou(det-hit)
020945      end-if.
020948      add inv-kingaku to dt-kingaku(det-hit).
020951      add inv-tax-amt to dt-tax-amt(det-hit).
020954      add inv-kingaku-incl to dt-incl(det-hit).
020957  net-short-exit.
020960      exit.
020963  find-short-line.
020966      if dt-cust-id(det-scan) = inv-cust-id
020969          and dt-ord-no(det-scan) = inv-ord-no
020972          and dt-line-no(det-scan) = inv-line-no
020975          and dt-type(det-scan) not = "R"
020978          and dt-type(det-scan) not = "X"
020981          move det-scan to det-hit
020984      end-if.
020987  find-short-line-exit.
021000      exit.
021100  note-cust.
021200      move "N" to cust-found.
026100      move 0 to tot-kingaku.
026200      move 0 to tot-tax.
026300      move 0 to tot-incl.
026350      move 0 to prev-ord-w.
026400      perform print-inv-line thru print-inv-line-exit
026500          varying det-idx from 1 by 1
026600          until det-idx > det-count.
027600      if dt-cust-id(det-idx) not = cl-cust-id(cust-idx)
027700          go to print-inv-line-exit
027800      end-if.
027812      if dt-suryou(det-idx) = 0 and dt-incl(det-idx) = 0
027824          go to print-inv-line-exit
027836      end-if.
027848      if dt-ord-no(det-idx) not = prev-ord-w
027860          move dt-ord-no(det-idx) to prev-ord-w
027872          perform print-po-ref thru print-po-ref-exit
027884      end-if.
027900      move dt-hinmei(det-idx) to dl-hinmei.
028000      move dt-suryou(det-idx) to dl-suryou.
028100      move dt-tanka(det-idx) to dl-tanka.
028500      if dt-type(det-idx) = "R"
028600          move "CR" to dl-kbn
028700      else
028725      if dt-type(det-idx) = "X"
028750          move "SS" to dl-kbn
028775      else
028800          move spaces to dl-kbn
028900      end-if end-if.
029000      write pr-line from dl-line.
029100      add dt-kingaku(det-idx) to tot-kingaku.
029200      add dt-tax-amt(det-idx) to tot-tax.
029300      add dt-incl(det-idx) to tot-incl.
029400  print-inv-line-exit.
029406      exit.
029412  print-po-ref.
029418      if cpo-open = "N"
029424          go to print-po-ref-exit
029430      end-if.
029436      move prev-ord-w to cpo-ord-no.
029442      read cust-po record
029448          invalid key
029454              go to print-po-ref-exit
029460      end-read.
029466      move cpo-ord-no to dl-po-ord-no.
029472      move cpo-po-ref to dl-po-ref.
029478      write pr-line from dl-po-line.
029484  print-po-ref-exit.
029500      exit.
029600  print-ship-to.
029700      move spaces to ship-code-w.
034500      close inv-dtl.
034600      close cust-mast.
034700      close ship-to.
034750      close cust-po.
034800      close print-file.
034900      goback.
035000  get-bizdate.
