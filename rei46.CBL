000100  identification division.
000200  program-id. rei46.
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
001300      select cust-mast assign to "CUSTMAST"
001400          organization indexed
001500          access mode dynamic
001600          record key is cust-id
001700          file status is cust-fstat.
001800      select ar-open assign to "AROPEN"
001900          organization line sequential
002000          file status is ar-fstat.
002100      select inv-dtl assign to "INVDTL"
002200          organization line sequential
002300          file status is inv-fstat.
002400      select pay-hist assign to "PAYHIST"
002500          organization line sequential
002600          file status is ph-fstat.
002700      select print-file assign to "STMRGST"
002800          organization line sequential
002900          file status is prt-status.
003000      select stmt-file assign to "STMTPRT"
003100          organization line sequential
003200          file status is stm-status.
003206      select bd-hist assign to "BDHIST"
003212          organization indexed
003218          access mode dynamic
003224          record key is bdh-key
003230          file status is bdh-fstat.
003236      select ag-work assign to "R46AGWK"
003242          organization indexed
003248          access mode dynamic
003254          record key is agw-cust-id
003260          file status is agw-fstat.
003266      select tx-work assign to "R46TXWK"
003272          organization indexed
003278          access mode dynamic
003284          record key is txw-key
003290          file status is txw-fstat.
003300  data division.
003400  file section.
003500  fd  biz-file.
003600      copy "bizdate.CPY".
003700  fd  cust-mast.
003800      copy "custmast.CPY".
003900  fd  ar-open.
004000      copy "aropen.CPY".
004100  fd  inv-dtl.
004200      copy "invdtl.CPY".
004300  fd  pay-hist.
004400      copy "payhist.CPY".
004500  fd  print-file.
004600  01 pr-line pic x(80).
004700  fd  stmt-file.
004800  01 st-line pic x(80).
004805  fd  bd-hist.
004810      copy "bdhist.CPY".
004815  fd  ag-work.
004820  01 agw-record.
004825  02 agw-cust-id pic x(6).
004830  02 agw-current pic s9(9).
004835  02 agw-30 pic s9(9).
004840  02 agw-60 pic s9(9).
004845  02 agw-90 pic s9(9).
004850  fd  tx-work.
004855  01 txw-record.
004860  02 txw-key.
004865  03 txw-cust-id pic x(6).
004870  03 txw-date pic 9(8).
004875  03 txw-kind pic x(1).
004880  03 txw-ref pic x(10).
004885  03 txw-seq pic 9(7).
004890  02 txw-amount pic s9(9).
004900  working-storage section.
005000  01 biz-status pic xx.
005100  01 cust-fstat pic xx.
005200  01 ar-fstat pic xx.
005300  01 inv-fstat pic xx.
005400  01 ph-fstat pic xx.
005500  01 prt-status pic xx.
005600  01 stm-status pic xx.
005625  01 bdh-fstat pic xx.
005650  01 agw-fstat pic xx.
005675  01 txw-fstat pic xx.
005700  01 cust-eof pic x value "N".
005800  01 ar-eof pic x value "N".
005900  01 inv-eof pic x value "N".
006000  01 ph-eof pic x value "N".
006033  01 bdh-eof pic x value "N".
006066  01 tx-eof pic x value "N".
006100  01 run-date pic 9(8).
006200  01 run-int pic 9(7) value 0.
006300  01 age-days pic s9(7) value 0.
006400  01 from-date pic 9(8) value 0.
006500  01 from-date-r redefines from-date.
006600  02 from-month pic 9(6).
006700  02 from-day pic 9(2).
007100  01 ag-found pic x value "N".
007500  01 tx-found pic x value "N".
007550  01 tx-seq-w pic 9(7) value 0.
007600  01 kind-w pic x value space.
008200  01 stmt-count pic 9(5) value 0.
008300  01 past-due-count pic 9(5) value 0.
008400  01 line-count pic 9(5) value 0.
008500  01 open-bal pic s9(11) value 0.
008600  01 close-bal pic s9(11) value 0.
008700  01 charge-tot pic s9(11) value 0.
008800  01 credit-tot pic s9(11) value 0.
008900  01 receipt-tot pic s9(11) value 0.
008950  01 baddebt-tot pic s9(11) value 0.
009000  01 cur-w pic s9(11) value 0.
009100  01 d30-w pic s9(11) value 0.
009200  01 d60-w pic s9(11) value 0.
009300  01 d90-w pic s9(11) value 0.
011400  01 hd-title-line.
011500  02 filler pic x(22) value spaces.
011600  02 filler pic x(30) value "customer statement register".
011700  01 hd-date-line.
011800  02 filler pic x(10) value "run date: ".
011900  02 hd-date pic x(8).
012000  02 filler pic x(10) value "  period: ".
012100  02 hd-from pic 9(8).
012200  02 filler pic x(3) value " - ".
012300  02 hd-to pic 9(8).
012400  01 hd-column-line.
012500  02 filler pic x(7) value "kokyaku".
012550  02 filler pic x(10) value "opening".
012600  02 filler pic x(1) value space.
012700  02 filler pic x(10) value "charges".
012800  02 filler pic x(1) value space.
012900  02 filler pic x(10) value "credits".
013000  02 filler pic x(1) value space.
013100  02 filler pic x(10) value "receipts".
013200  02 filler pic x(1) value space.
013300  02 filler pic x(10) value "bad debt".
013400  02 filler pic x(1) value space.
013500  02 filler pic x(10) value "closing".
013700  02 filler pic x(8) value "past due".
013800  01 dl-line.
013900  02 dl-cust pic x(6).
014000  02 filler pic x(1) value space.
014100  02 dl-open pic z(8)9-.
014200  02 filler pic x(1) value space.
014300  02 dl-charges pic z(8)9-.
014400  02 filler pic x(1) value space.
014500  02 dl-credits pic z(8)9-.
014600  02 filler pic x(1) value space.
014700  02 dl-receipts pic z(8)9-.
014800  02 filler pic x(1) value space.
014850  02 dl-baddebt pic z(8)9-.
014900  02 filler pic x(1) value space.
014950  02 dl-close pic z(8)9-.
015000  02 filler pic x(2) value space.
015100  02 dl-past-due pic x(3).
015700  01 dl-count-line.
015800  02 filler pic x(12) value "statements: ".
015900  02 dl-stmts pic zzzz9.
016000  02 filler pic x(12) value "  past due: ".
016100  02 dl-past-dues pic zzzz9.
016200  01 st-date-line.
016300  02 st-date pic 9(8).
016400  01 st-name-line.
016500  02 st-name pic x(20).
016600  01 st-addr-line.
016700  02 st-addr pic x(30).
016800  01 st-title-line.
016900  02 filler pic x(22) value spaces.
017000  02 filler pic x(30) value "statement of account".
017100  01 st-period-line.
017200  02 filler pic x(9) value "kokyaku: ".
017300  02 st-cust pic x(6).
017400  02 filler pic x(10) value "  period: ".
017500  02 st-from pic 9(8).
017600  02 filler pic x(3) value " - ".
017700  02 st-to pic 9(8).
017800  01 st-column-line.
017900  02 filler pic x(8) value "hizuke".
018000  02 filler pic x(2) value space.
018100  02 filler pic x(10) value "sanshou".
018200  02 filler pic x(2) value space.
018300  02 filler pic x(14) value "naiyou".
018400  02 filler pic x(2) value space.
018500  02 filler pic x(11) value "kingaku".
018600  01 st-bal-line.
018700  02 st-bal-label pic x(36).
018800  02 st-bal-amt pic z(9)9-.
018900  01 st-tx-line.
019000  02 st-tx-date pic 9(8).
019100  02 filler pic x(2) value space.
019200  02 st-tx-ref pic x(10).
019300  02 filler pic x(2) value space.
019400  02 st-tx-desc pic x(14).
019500  02 filler pic x(2) value space.
019600  02 st-tx-amt pic z(9)9-.
019700  01 st-age-head.
019800  02 filler pic x(11) value "current".
019900  02 filler pic x(1) value space.
020000  02 filler pic x(11) value "30 days".
020100  02 filler pic x(1) value space.
020200  02 filler pic x(11) value "60 days".
020300  02 filler pic x(1) value space.
020400  02 filler pic x(11) value "90+ days".
020500  01 st-age-line.
020600  02 st-current pic z(9)9-.
020700  02 filler pic x(1) value space.
020800  02 st-30 pic z(9)9-.
020900  02 filler pic x(1) value space.
021000  02 st-60 pic z(9)9-.
021100  02 filler pic x(1) value space.
021200  02 st-90 pic z(9)9-.
021300  01 st-due-1.
021400  02 filler pic x(44) value
021500      "your account is past due. please remit the".
021600  01 st-due-2.
021700  02 filler pic x(44) value
021800      "amount over 30 days by return.".
021900  01 st-due-3.
022000  02 filler pic x(44) value
022100      "items over 90 days may result in a hold on".
022200  01 st-due-4.
022300  02 filler pic x(44) value
022400      "further deliveries.".
022500  procedure division.
022600      open input cust-mast.
022700      if cust-fstat not = "00"
022800          display "rei46: custmast open failed " cust-fstat
022900          go to open-abort
023000      end-if.
023100      open input ar-open.
023200      if ar-fstat not = "00"
023300          display "rei46: aropen open failed, status " ar-fstat
023400          go to open-abort
023500      end-if.
023600      open input inv-dtl.
023700      if inv-fstat not = "00"
023800          display "rei46: invdtl open failed, status " inv-fstat
023900          go to open-abort
024000      end-if.
024100      open input pay-hist.
024200      if ph-fstat not = "00"
024300          move "Y" to ph-eof
024400      end-if.
024500      open output print-file.
024600      if prt-status not = "00"
024700          display "rei46: stmrgst open failed, status " prt-status
024800          go to open-abort
024900      end-if.
025000      open output stmt-file.
025100      if stm-status not = "00"
025200          display "rei46: stmtprt open failed, status " stm-status
025300          go to open-abort
025400      end-if.
025405      open input bd-hist.
025410      if bdh-fstat not = "00"
025415          move "Y" to bdh-eof
025420      end-if.
025425      open output ag-work.
025430      close ag-work.
025435      open i-o ag-work.
025440      if agw-fstat not = "00"
025445          display "rei46: r46agwk open failed, status " agw-fstat
025450          go to open-abort
025455      end-if.
025460      open output tx-work.
025465      close tx-work.
025470      open i-o tx-work.
025475      if txw-fstat not = "00"
025480          display "rei46: r46txwk open failed, status " txw-fstat
025485          go to open-abort
025490      end-if.
025500      perform get-bizdate thru get-bizdate-exit.
025600      compute run-int =
025700          function integer-of-date(run-date).
025800      move run-date to from-date.
025900      move 1 to from-day.
026000      move run-date to hd-date.
026100      move from-date to hd-from.
026200      move run-date to hd-to.
026300      perform load-ar thru load-ar-exit
026400          until ar-eof = "Y".
026500      perform load-inv thru load-inv-exit
026600          until inv-eof = "Y".
026700      perform load-pay thru load-pay-exit
026800          until ph-eof = "Y".
026833      perform load-wof thru load-wof-exit
026866          until bdh-eof = "Y".
026900      write pr-line from hd-title-line.
027000      write pr-line from hd-date-line.
027100      write pr-line from spaces.
027200      write pr-line from hd-column-line.
027300      perform stmt-cust thru stmt-cust-exit
027400          until cust-eof = "Y".
029300      move stmt-count to dl-stmts.
029400      move past-due-count to dl-past-dues.
029500      write pr-line from spaces.
029600      write pr-line from dl-count-line.
029700      close cust-mast.
029800      close ar-open.
029900      close inv-dtl.
030000      close pay-hist.
030100      close print-file.
030200      close stmt-file.
030225      close bd-hist.
030250      close ag-work.
030275      close tx-work.
030300      goback.
030400  load-ar.
030500      read ar-open
030600          at end
030700              move "Y" to ar-eof
030800              go to load-ar-exit
030900      end-read.
031000      if ar-amount = 0
031100          go to load-ar-exit
031200      end-if.
031250      move ar-cust-id to agw-cust-id.
031300      move "Y" to ag-found.
031350      read ag-work record
031400          invalid key
031450              move "N" to ag-found
031500      end-read.
031550      if ag-found = "N"
031600          move ar-cust-id to agw-cust-id
031650          move 0 to agw-current agw-30 agw-60 agw-90
031700      end-if.
031800      compute age-days = run-int
031900          - function integer-of-date(ar-date).
032000      if age-days < 30
032100          add ar-amount to agw-current
032200      else
032300      if age-days < 60
032400          add ar-amount to agw-30
032500      else
032600      if age-days < 90
032700          add ar-amount to agw-60
032800      else
032900          add ar-amount to agw-90
033000      end-if end-if end-if.
033016      if ag-found = "Y"
033032          rewrite agw-record
033048      else
033064          write agw-record
033080      end-if.
033100  load-ar-exit.
036100      exit.
036200  load-inv.
036300      read inv-dtl
036400          at end
036500              move "Y" to inv-eof
036600              go to load-inv-exit
036700      end-read.
036800      if inv-date < from-date or inv-date > run-date
036900          or inv-kingaku-incl = 0
037000          go to load-inv-exit
037100      end-if.
037200      if inv-kingaku-incl < 0 and not inv-short
037300          move "R" to kind-w
037400      else
037500          move "C" to kind-w
037600      end-if.
037663      move inv-cust-id to txw-cust-id.
037726      move inv-date to txw-date.
037789      move kind-w to txw-kind.
037852      move inv-ord-no to txw-ref.
037915      move 0 to txw-seq.
037978      move "Y" to tx-found.
038041      read tx-work record
038104          invalid key
038167              move "N" to tx-found
038230      end-read.
038300      if tx-found = "Y"
038366          add inv-kingaku-incl to txw-amount
038432          rewrite txw-record
038500          go to load-inv-exit
038600      end-if.
038737      move inv-cust-id to txw-cust-id.
038874      move inv-date to txw-date.
039011      move kind-w to txw-kind.
039148      move inv-ord-no to txw-ref.
039285      move 0 to txw-seq.
039422      move inv-kingaku-incl to txw-amount.
039559      write txw-record.
039700  load-inv-exit.
040800      exit.
040900  load-pay.
041000      read pay-hist
041100          at end
041200              move "Y" to ph-eof
041300              go to load-pay-exit
041400      end-read.
041500      if ph-post-date < from-date or ph-post-date > run-date
041600          go to load-pay-exit
041700      end-if.
041721      perform next-tx-seq thru next-tx-seq-exit.
041742      move ph-cust-id to txw-cust-id.
041763      move ph-date to txw-date.
041784      move "P" to txw-kind.
041805      move ph-ref to txw-ref.
041826      move tx-seq-w to txw-seq.
041847      compute txw-amount = 0 - ph-amount.
041868      write txw-record.
041889  load-pay-exit.
041910      exit.
041931  load-wof.
041952      read bd-hist next record
041973          at end
041994              move "Y" to bdh-eof
042015              go to load-wof-exit
042036      end-read.
042057      if bdh-post-date < from-date or bdh-post-date > run-date
042078          go to load-wof-exit
042100      end-if.
042130      perform next-tx-seq thru next-tx-seq-exit.
042160      move bdh-cust-id to txw-cust-id.
042190      move bdh-post-date to txw-date.
042220      move bdh-item-date to txw-ref.
042250      move tx-seq-w to txw-seq.
042280      if bdh-write-off
042310          move "W" to txw-kind
042340          compute txw-amount = 0 - bdh-amount
042370      else
042400          move "V" to txw-kind
042430          move bdh-amount to txw-amount
042460      end-if.
042490      write txw-record.
042520  load-wof-exit.
042550      exit.
042580  next-tx-seq.
042610      if tx-seq-w >= 9999999
042640          display "rei46: too many statement lines, run stopped"
042670          go to open-abort
042700      end-if.
042730      add 1 to tx-seq-w.
042760  next-tx-seq-exit.
042800      exit.
042900  stmt-cust.
043000      read cust-mast next record
043100          at end
043200              move "Y" to cust-eof
043300              go to stmt-cust-exit
043400      end-read.
043500      if not cust-active
043600          go to stmt-cust-exit
043700      end-if.
043800      move 0 to cur-w d30-w d60-w d90-w.
043914      move cust-id to agw-cust-id.
044028      move "Y" to ag-found.
044142      read ag-work record
044256          invalid key
044370              move "N" to ag-found
044484      end-read.
044600      if ag-found = "Y"
044700          move agw-current to cur-w
044800          move agw-30 to d30-w
044900          move agw-60 to d60-w
045000          move agw-90 to d90-w
045100      end-if.
045200      compute close-bal = cur-w + d30-w + d60-w + d90-w.
045250      move 0 to charge-tot credit-tot receipt-tot baddebt-tot
045300          line-count.
045350      perform start-tx thru start-tx-exit.
045400      perform sum-tx thru sum-tx-exit
045700          until tx-eof = "Y".
046000      if line-count = 0 and close-bal = 0
046100          go to stmt-cust-exit
046200      end-if.
046300      compute open-bal = close-bal - charge-tot - credit-tot
046400          + receipt-tot - baddebt-tot.
046500      perform print-stmt thru print-stmt-exit.
046600      move cust-id to dl-cust.
046700      move open-bal to dl-open.
046800      move charge-tot to dl-charges.
046900      move credit-tot to dl-credits.
047000      move receipt-tot to dl-receipts.
047050      move baddebt-tot to dl-baddebt.
047100      move close-bal to dl-close.
047200      if d30-w + d60-w + d90-w > 0
047300          move "yes" to dl-past-due
047400          add 1 to past-due-count
047500      else
047600          move spaces to dl-past-due
047700      end-if.
047800      write pr-line from dl-line.
047900      add 1 to stmt-count.
048000  stmt-cust-exit.
048100      exit.
048109  start-tx.
048118      move "N" to tx-eof.
048127      move low-values to txw-key.
048136      move cust-id to txw-cust-id.
048145      start tx-work key is not less than txw-key
048154          invalid key
048163              move "Y" to tx-eof
048172      end-start.
048181  start-tx-exit.
048190      exit.
048200  sum-tx.
048225      read tx-work next record
048250          at end
048275              move "Y" to tx-eof
048300              go to sum-tx-exit
048325      end-read.
048350      if txw-cust-id not = cust-id
048375          move "Y" to tx-eof
048400          go to sum-tx-exit
048500      end-if.
048600      add 1 to line-count.
048700      if txw-kind = "C"
048800          add txw-amount to charge-tot
048900      else
048933      if txw-kind = "R"
048966          add txw-amount to credit-tot
048999      else
049032      if txw-kind = "P"
049065          subtract txw-amount from receipt-tot
049098      else
049131          add txw-amount to baddebt-tot
049164      end-if end-if end-if.
049200  sum-tx-exit.
050100      exit.
050200  print-stmt.
050300      if stmt-count > 0
050400          write st-line from spaces
050500          write st-line from spaces
050600      end-if.
050700      move run-date to st-date.
050800      write st-line from st-date-line.
050900      move cust-name to st-name.
051000      move cust-address to st-addr.
051100      write st-line from st-name-line.
051200      write st-line from st-addr-line.
051300      write st-line from spaces.
051400      write st-line from st-title-line.
051500      move cust-id to st-cust.
051600      move from-date to st-from.
051700      move run-date to st-to.
051800      write st-line from st-period-line.
051900      write st-line from spaces.
052000      write st-line from st-column-line.
052100      move "opening balance" to st-bal-label.
052200      move open-bal to st-bal-amt.
052300      write st-line from st-bal-line.
052350      perform start-tx thru start-tx-exit.
052400      perform print-tx thru print-tx-exit
052700          until tx-eof = "Y".
053000      move "closing balance" to st-bal-label.
053100      move close-bal to st-bal-amt.
053200      write st-line from st-bal-line.
053300      write st-line from spaces.
053400      write st-line from st-age-head.
053500      move cur-w to st-current.
053600      move d30-w to st-30.
053700      move d60-w to st-60.
053800      move d90-w to st-90.
053900      write st-line from st-age-line.
054000      if d30-w + d60-w + d90-w > 0
054100          write st-line from spaces
054200          write st-line from st-due-1
054300          write st-line from st-due-2
054400          if d90-w > 0
054500              write st-line from st-due-3
054600              write st-line from st-due-4
054700          end-if
054800      end-if.
054900  print-stmt-exit.
055000      exit.
055100  print-tx.
055125      read tx-work next record
055150          at end
055175              move "Y" to tx-eof
055200              go to print-tx-exit
055225      end-read.
055250      if txw-cust-id not = cust-id
055275          move "Y" to tx-eof
055300          go to print-tx-exit
055400      end-if.
055457      move txw-date to st-tx-date.
055514      move txw-ref to st-tx-ref.
055571      if txw-kind = "C"
055628          move "charge" to st-tx-desc
055685      else
055742      if txw-kind = "R"
055800          move "return credit" to st-tx-desc
055900      else
055940      if txw-kind = "P"
055980          move "payment" to st-tx-desc
056020      else
056060      if txw-kind = "W"
056100          move "written off" to st-tx-desc
056140      else
056180          move "recovered" to st-tx-desc
056220      end-if end-if end-if end-if.
056260      move txw-amount to st-tx-amt.
056300      write st-line from st-tx-line.
056400  print-tx-exit.
057600      exit.
057700  open-abort.
057800      move 1 to return-code.
057900      close cust-mast.
058000      close ar-open.
058100      close inv-dtl.
058200      close pay-hist.
058300      close print-file.
058400      close stmt-file.
058425      close bd-hist.
058450      close ag-work.
058475      close tx-work.
058500      goback.
058600  get-bizdate.
058700      open input biz-file.
058800      read biz-file
058900          at end
059000              continue
059100      end-read.
059200      if biz-status = "00" and biz-date is numeric
059300          move biz-date to run-date
059400      else
059500          accept run-date from date yyyymmdd
059600      end-if.
059700      close biz-file.
059800  get-bizdate-exit.
059900      exit.
