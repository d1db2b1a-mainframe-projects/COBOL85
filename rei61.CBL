000100  identification division.
000200  program-id. rei61.
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
001300      select quo-req assign to "QUOREQ"
001400          organization line sequential
001500          file status is qrq-fstat.
001600      select quo-seq assign to "QUOSEQ"
001700          organization line sequential
001800          file status is qsq-fstat.
001900      select quo-mast assign to "QUOMAST"
002000          organization indexed
002100          access mode dynamic
002200          record key is quo-key
002300          file status is quo-fstat.
002400      select itm-master assign to "ITMMAST"
002500          organization indexed
002600          access mode dynamic
002700          record key is itm-code
002800          file status is itm-status.
002900      select cust-mast assign to "CUSTMAST"
003000          organization indexed
003100          access mode dynamic
003200          record key is cust-id
003300          file status is cust-fstat.
003400      select ship-to assign to "SHIPTO"
003500          organization indexed
003600          access mode dynamic
003700          record key is sht-key
003800          file status is sht-fstat.
003900      select cus-price assign to "CUSPRICE"
004000          organization line sequential
004100          file status is cp-fstat.
004200      select print-file assign to "QUORGST"
004300          organization line sequential
004400          file status is prt-status.
004500      select doc-file assign to "QUODOC"
004600          organization line sequential
004700          file status is doc-status.
004800  data division.
004900  file section.
005000  fd  biz-file.
005100      copy "bizdate.CPY".
005200  fd  quo-req.
005300      copy "quoreq.CPY".
005400  fd  quo-seq.
005500      copy "quoseq.CPY".
005600  fd  quo-mast.
005700      copy "quomast.CPY".
005800  fd  itm-master.
005900      copy "itmmast.CPY".
006000  fd  cust-mast.
006100      copy "custmast.CPY".
006200  fd  ship-to.
006300      copy "shipto.CPY".
006400  fd  cus-price.
006500      copy "cusprice.CPY".
006600  fd  print-file.
006700  01 pr-line pic x(80).
006800  fd  doc-file.
006900  01 doc-line pic x(80).
007000  working-storage section.
007100  01 biz-status pic xx.
007200  01 qrq-fstat pic xx.
007300  01 qsq-fstat pic xx.
007400  01 quo-fstat pic xx.
007500  01 itm-status pic xx.
007600  01 cust-fstat pic xx.
007700  01 sht-fstat pic xx.
007800  01 cp-fstat pic xx.
007900  01 prt-status pic xx.
008000  01 doc-status pic xx.
008100  01 qrq-eof pic x value "N".
008200  01 cp-eof-w pic x value "N".
008300  01 cp-found pic x value "N".
008400  01 line-valid pic x value "Y".
008500  01 group-valid pic x value "Y".
008600  01 quote-open pic x value "N".
008700  01 rej-reason pic x(20).
008800  01 group-reason pic x(20).
008900  01 run-date pic 9(8).
008906  01 chk-date pic 9(8) value 0.
008912  01 chk-date-r redefines chk-date.
008918  02 chk-yy pic 9(4).
008924  02 chk-mm pic 9(2).
008930  02 chk-dd pic 9(2).
008936  01 date-ok pic x value "N".
008942  01 mdays-w pic 9(2) value 0.
008948  01 leap-q pic 9(4) value 0.
008954  01 leap-r4 pic 9(3) value 0.
008960  01 leap-r100 pic 9(3) value 0.
008966  01 leap-r400 pic 9(3) value 0.
008972  01 mdays-table.
008978  02 filler pic x(24) value "312831303130313130313031".
008984  01 mdays-r redefines mdays-table.
008990  02 mdays pic 9(2) occurs 12 times.
009000  01 quo-days pic 9(3) value 30.
009100  01 valid-date-w pic 9(8).
009200  01 prev-cust pic x(6) value high-values.
009300  01 prev-ship pic x(2) value high-values.
009400  01 quo-no-w pic 9(6) value 0.
009500  01 line-no-w pic 9(3) value 0.
009600  01 tanka-w pic 9(5) value 0.
009700  01 contract-w pic x(1).
009800  01 quo-net-tot pic 9(9) value 0.
009900  01 quo-tax-tot pic 9(9) value 0.
010000  01 quo-incl-tot pic 9(9) value 0.
010100  01 quote-count pic 9(5) value 0.
010200  01 line-count pic 9(5) value 0.
010300  01 reject-count pic 9(5) value 0.
010400  01 hd-title-line.
010500  02 filler pic x(24) value spaces.
010600  02 filler pic x(30) value "quotation register".
010700  01 hd-date-line.
010800  02 filler pic x(10) value "run date: ".
010900  02 hd-date pic x(8).
011000  01 hd-column-line.
011100  02 filler pic x(11) value "mitsumori".
011200  02 filler pic x(8) value "kokyaku".
011300  02 filler pic x(4) value "tdk".
011400  02 filler pic x(8) value "hinmei".
011500  02 filler pic x(8) value "suryou".
011600  02 filler pic x(7) value "tanka".
011700  02 filler pic x(14) value "kingaku-zei".
011800  01 dl-line.
011900  02 dl-quo-no pic 9(6).
012000  02 filler pic x(1) value "-".
012100  02 dl-line-no pic 9(3).
012200  02 filler pic x(1) value space.
012300  02 dl-cust pic x(6).
012400  02 filler pic x(2) value spaces.
012500  02 dl-ship pic x(2).
012600  02 filler pic x(2) value spaces.
012700  02 dl-hinmei pic x(6).
012800  02 filler pic x(2) value spaces.
012900  02 dl-suryou pic z(5)9.
013000  02 filler pic x(2) value spaces.
013100  02 dl-tanka pic z(4)9.
013200  02 filler pic x(2) value spaces.
013300  02 dl-kingaku-incl pic z(10)9.
013400  02 filler pic x(2) value spaces.
013500  02 dl-ct pic x(2).
013600  01 dl-rej-line.
013700  02 filler pic x(11) value "rejected:  ".
013800  02 dl-rej-cust pic x(6).
013900  02 filler pic x(2) value spaces.
014000  02 dl-rej-ship pic x(2).
014100  02 filler pic x(2) value spaces.
014200  02 dl-rej-item pic x(6).
014300  02 filler pic x(2) value spaces.
014400  02 dl-rej-qty pic z(5)9.
014500  02 filler pic x(2) value spaces.
014600  02 dl-rej-reason pic x(20).
014700  01 dl-count-line.
014800  02 filler pic x(8) value "quotes: ".
014900  02 dl-quotes pic zzzz9.
015000  02 filler pic x(9) value "  lines: ".
015100  02 dl-lines pic zzzz9.
015200  02 filler pic x(12) value "  rejected: ".
015300  02 dl-rejected pic zzzz9.
015400  01 qd-title-line.
015500  02 filler pic x(24) value spaces.
015600  02 filler pic x(24) value "mitsumori-sho quotation".
015700  01 qd-no-line.
015800  02 filler pic x(14) value "quotation no: ".
015900  02 qd-quo-no pic 9(6).
016000  02 filler pic x(10) value "   date: ".
016100  02 qd-date pic 9(8).
016200  01 qd-name-line.
016300  02 qd-name pic x(20).
016400  01 qd-addr-line.
016500  02 qd-addr pic x(30).
016600  01 qd-todoke-line.
016700  02 filler pic x(8) value "todoke: ".
016800  02 qd-sht-name pic x(20).
016900  02 filler pic x(1) value space.
017000  02 qd-sht-addr pic x(30).
017100  01 qd-column-line.
017200  02 filler pic x(5) value "gyo".
017300  02 filler pic x(8) value "hinmei".
017400  02 filler pic x(8) value "suryou".
017500  02 filler pic x(7) value "tanka".
017600  02 filler pic x(12) value "kingaku".
017700  02 filler pic x(11) value "zei".
017800  02 filler pic x(12) value "kingaku-zei".
017900  01 qd-item-line.
018000  02 qd-line-no pic zz9.
018100  02 filler pic x(2) value spaces.
018200  02 qd-hinmei pic x(6).
018300  02 filler pic x(2) value spaces.
018400  02 qd-suryou pic z(5)9.
018500  02 filler pic x(2) value spaces.
018600  02 qd-tanka pic z(4)9.
018700  02 filler pic x(2) value spaces.
018800  02 qd-kingaku pic z(8)9.
018900  02 filler pic x(2) value spaces.
019000  02 qd-tax-amt pic z(8)9.
019100  02 filler pic x(2) value spaces.
019200  02 qd-kingaku-incl pic z(10)9.
019300  01 qd-total-line.
019400  02 filler pic x(30) value "total".
019500  02 qd-net-tot pic z(8)9.
019600  02 filler pic x(2) value spaces.
019700  02 qd-tax-tot pic z(8)9.
019800  02 filler pic x(2) value spaces.
019900  02 qd-incl-tot pic z(10)9.
020000  01 qd-kigen-line.
020100  02 filler pic x(32) value
020200      "prices valid until (kigen):".
020300  02 qd-valid-date pic 9(8).
020400  procedure division.
020500      open input quo-req.
020600      if qrq-fstat not = "00"
020700          display "rei61: quoreq open failed, status " qrq-fstat
020800          go to open-abort
020900      end-if.
021000      open i-o quo-mast.
021100      if quo-fstat = "35"
021200          open output quo-mast
021300          close quo-mast
021400          open i-o quo-mast
021500      end-if.
021600      if quo-fstat not = "00"
021700          display "rei61: quomast open failed, status " quo-fstat
021800          go to open-abort
021900      end-if.
022000      open input itm-master.
022100      open input cust-mast.
022200      open input ship-to.
022300      open output print-file.
022400      if prt-status not = "00"
022500          display "rei61: quorgst open failed, status " prt-status
022600          go to open-abort
022700      end-if.
022800      open output doc-file.
022900      if doc-status not = "00"
023000          display "rei61: quodoc open failed, status " doc-status
023100          go to open-abort
023200      end-if.
023300      perform get-bizdate thru get-bizdate-exit.
023400      move run-date to hd-date.
023500      write pr-line from hd-title-line.
023600      write pr-line from hd-date-line.
023700      write pr-line from spaces.
023800      write pr-line from hd-column-line.
023900      perform read-seq thru read-seq-exit.
024000      perform quote-line thru quote-line-exit
024100          until qrq-eof = "Y".
024200      perform end-quote thru end-quote-exit.
024300      perform save-seq thru save-seq-exit.
024400      move quote-count to dl-quotes.
024500      move line-count to dl-lines.
024600      move reject-count to dl-rejected.
024700      write pr-line from spaces.
024800      write pr-line from dl-count-line.
024900      close quo-req.
025000      close quo-mast.
025100      close itm-master.
025200      close cust-mast.
025300      close ship-to.
025400      close print-file.
025500      close doc-file.
025600      goback.
025700  quote-line.
025800      read quo-req
025900          at end
026000              move "Y" to qrq-eof
026100              go to quote-line-exit
026200      end-read.
026300      if qrq-cust-id not = prev-cust
026350          or qrq-ship-to not = prev-ship
026400          perform end-quote thru end-quote-exit
026500          perform start-group thru start-group-exit
026600      end-if.
026700      if group-valid = "N"
026800          move group-reason to rej-reason
026900          perform write-reject thru write-reject-exit
027000          go to quote-line-exit
027100      end-if.
027200      perform price-quote thru price-quote-exit.
027300      if line-valid = "N"
027400          perform write-reject thru write-reject-exit
027500          go to quote-line-exit
027600      end-if.
027700      if quote-open = "N"
027800          perform open-quote thru open-quote-exit
027900      end-if.
028000      add 1 to line-no-w.
028100      move quo-no-w to quo-no.
028200      move line-no-w to quo-line-no.
028300      move qrq-cust-id to quo-cust-id.
028400      move qrq-ship-to to quo-ship-to.
028500      move qrq-item-code to quo-item-code.
028600      move itm-name to quo-hinmei.
028700      move qrq-qty to quo-qty.
028800      move tanka-w to quo-tanka.
028900      move contract-w to quo-contract.
029000      move itm-tax-rate to quo-tax-rate.
029100      compute quo-kingaku = quo-qty * quo-tanka.
029200      compute quo-tax-amt rounded =
029300          quo-kingaku * quo-tax-rate / 100.
029400      compute quo-kingaku-incl = quo-kingaku + quo-tax-amt.
029500      move run-date to quo-date.
029600      move valid-date-w to quo-valid-date.
029700      move "O" to quo-status.
029800      move run-date to quo-status-date.
029900      write quo-record
030000          invalid key
030100              display "rei61: quomast duplicate key " quo-key
030200      end-write.
030300      add 1 to line-count.
030400      add quo-kingaku to quo-net-tot.
030500      add quo-tax-amt to quo-tax-tot.
030600      add quo-kingaku-incl to quo-incl-tot.
030700      move quo-line-no to qd-line-no.
030800      move quo-hinmei to qd-hinmei.
030900      move quo-qty to qd-suryou.
031000      move quo-tanka to qd-tanka.
031100      move quo-kingaku to qd-kingaku.
031200      move quo-tax-amt to qd-tax-amt.
031300      move quo-kingaku-incl to qd-kingaku-incl.
031400      write doc-line from qd-item-line.
031500      move quo-no to dl-quo-no.
031600      move quo-line-no to dl-line-no.
031700      move quo-cust-id to dl-cust.
031800      move quo-ship-to to dl-ship.
031900      move quo-item-code to dl-hinmei.
032000      move quo-qty to dl-suryou.
032100      move quo-tanka to dl-tanka.
032200      move quo-kingaku-incl to dl-kingaku-incl.
032300      if quo-contract = "Y"
032400          move "ct" to dl-ct
032500      else
032600          move spaces to dl-ct
032700      end-if.
032800      write pr-line from dl-line.
032900  quote-line-exit.
033000      exit.
033100  start-group.
033200      move qrq-cust-id to prev-cust.
033300      move qrq-ship-to to prev-ship.
033400      move "N" to quote-open.
033500      move "Y" to group-valid.
033600      move qrq-cust-id to cust-id.
033700      read cust-mast record
033800          invalid key
033900              continue
034000      end-read.
034100      if cust-fstat not = "00"
034200          move "N" to group-valid
034300          move "unknown customer" to group-reason
034400          go to start-group-exit
034500      end-if.
034600      if cust-inactive
034700          move "N" to group-valid
034800          move "inactive customer" to group-reason
034900          go to start-group-exit
035000      end-if.
035100      if qrq-ship-to not = spaces
035200          move qrq-cust-id to sht-cust-id
035300          move qrq-ship-to to sht-code
035400          read ship-to record
035500              invalid key
035600                  continue
035700          end-read
035800          if sht-fstat not = "00" or sht-inactive
035900              move "N" to group-valid
036000              move "unknown ship-to" to group-reason
036100              go to start-group-exit
036200          end-if
036300      end-if.
036400      if qrq-valid-date is numeric and qrq-valid-date > 0
036475          move qrq-valid-date to chk-date
036550          perform check-date thru check-date-exit
036625          if date-ok not = "Y" or qrq-valid-date < run-date
036700              move "N" to group-valid
036800              move "bad validity date" to group-reason
036900              go to start-group-exit
037000          end-if
037100          move qrq-valid-date to valid-date-w
037200      else
037300          compute valid-date-w = function date-of-integer(
037400              function integer-of-date(run-date) + quo-days)
037500      end-if.
037600  start-group-exit.
037700      exit.
037800  price-quote.
037900      move "Y" to line-valid.
038000      move "N" to contract-w.
038100      move 0 to tanka-w.
038200      if qrq-qty is not numeric or qrq-qty = 0
038300          move "N" to line-valid
038400          move "bad quantity" to rej-reason
038500          go to price-quote-exit
038600      end-if.
038700      move qrq-item-code to itm-code.
038800      read itm-master record
038900          invalid key
039000              move "N" to line-valid
039100              move "item not found" to rej-reason
039200              go to price-quote-exit
039300      end-read.
039400      if itm-uom-factor not = 0
039500          compute tanka-w rounded =
039600              itm-price * itm-fx-rate / itm-uom-factor
039700      end-if.
039800      perform find-cusprice thru find-cusprice-exit.
039900      if tanka-w = 0
040000          move "N" to line-valid
040100          move "bad unit price" to rej-reason
040200      end-if.
040300  price-quote-exit.
040400      exit.
040500  find-cusprice.
040600      move "N" to cp-eof-w.
040700      move "N" to cp-found.
040800      open input cus-price.
040900      if cp-fstat not = "00"
041000          close cus-price
041100          go to find-cusprice-exit
041200      end-if.
041300      perform scan-cp-rec thru scan-cp-rec-exit
041400          until cp-eof-w = "Y" or cp-found = "Y".
041500      close cus-price.
041600      if cp-found = "N"
041700          go to find-cusprice-exit
041800      end-if.
041900      if cp-price is numeric and cp-price > 0
042000          move cp-price to tanka-w
042100          move "Y" to contract-w
042200      else
042300          if cp-disc-pct is numeric and cp-disc-pct > 0
042400              compute tanka-w rounded =
042500                  tanka-w * (100 - cp-disc-pct) / 100
042600              move "Y" to contract-w
042700          end-if
042800      end-if.
042900  find-cusprice-exit.
043000      exit.
043100  scan-cp-rec.
043200      read cus-price
043300          at end
043400              move "Y" to cp-eof-w
043500              go to scan-cp-rec-exit
043600      end-read.
043700      if cp-cust-id = qrq-cust-id and cp-item-code = qrq-item-code
043800          move "Y" to cp-found
043900      end-if.
044000  scan-cp-rec-exit.
044100      exit.
044200  open-quote.
044300      move "Y" to quote-open.
044400      add 1 to quo-no-w.
044500      add 1 to quote-count.
044600      move 0 to line-no-w.
044700      move 0 to quo-net-tot.
044800      move 0 to quo-tax-tot.
044900      move 0 to quo-incl-tot.
045000      if quote-count > 1
045100          write doc-line from spaces
045200          write doc-line from spaces
045300      end-if.
045400      write doc-line from qd-title-line.
045500      move quo-no-w to qd-quo-no.
045600      move run-date to qd-date.
045700      write doc-line from qd-no-line.
045800      write doc-line from spaces.
045900      move cust-name to qd-name.
046000      move cust-address to qd-addr.
046100      write doc-line from qd-name-line.
046200      write doc-line from qd-addr-line.
046300      if prev-ship not = spaces
046400          move sht-name to qd-sht-name
046500          move sht-address to qd-sht-addr
046600          write doc-line from qd-todoke-line
046700      end-if.
046800      write doc-line from spaces.
046900      write doc-line from qd-column-line.
047000  open-quote-exit.
047100      exit.
047200  end-quote.
047300      if quote-open = "N"
047400          go to end-quote-exit
047500      end-if.
047600      move "N" to quote-open.
047700      move quo-net-tot to qd-net-tot.
047800      move quo-tax-tot to qd-tax-tot.
047900      move quo-incl-tot to qd-incl-tot.
048000      write doc-line from spaces.
048100      write doc-line from qd-total-line.
048200      move valid-date-w to qd-valid-date.
048300      write doc-line from qd-kigen-line.
048400  end-quote-exit.
048500      exit.
048600  write-reject.
048700      move qrq-cust-id to dl-rej-cust.
048800      move qrq-ship-to to dl-rej-ship.
048900      move qrq-item-code to dl-rej-item.
049000      move qrq-qty to dl-rej-qty.
049100      move rej-reason to dl-rej-reason.
049200      write pr-line from dl-rej-line.
049300      add 1 to reject-count.
049400  write-reject-exit.
049500      exit.
049600  read-seq.
049700      open input quo-seq.
049800      read quo-seq
049900          at end
050000              continue
050100      end-read.
050200      if qsq-fstat = "00" and qsq-last-no is numeric
050300          move qsq-last-no to quo-no-w
050400      else
050500          move 0 to quo-no-w
050600      end-if.
050700      close quo-seq.
050800  read-seq-exit.
050900      exit.
051000  save-seq.
051100      open output quo-seq.
051200      move quo-no-w to qsq-last-no.
051300      write qsq-record.
051400      close quo-seq.
051500  save-seq-exit.
051600      exit.
051604  check-date.
051608      move "N" to date-ok.
051612      if chk-yy < 1601 or chk-mm < 1 or chk-mm > 12 or chk-dd < 1
051616          go to check-date-exit
051620      end-if.
051624      move mdays(chk-mm) to mdays-w.
051628      if chk-mm = 2
051632          divide chk-yy by 4 giving leap-q remainder leap-r4
051636          divide chk-yy by 100 giving leap-q remainder leap-r100
051640          divide chk-yy by 400 giving leap-q remainder leap-r400
051644          if leap-r4 = 0 and (leap-r100 not = 0 or leap-r400 = 0)
051648              move 29 to mdays-w
051652          end-if
051656      end-if.
051660      if chk-dd > mdays-w
051664          go to check-date-exit
051668      end-if.
051672      move "Y" to date-ok.
051676  check-date-exit.
051680      exit.
051700  open-abort.
051800      move 1 to return-code.
051900      close quo-req.
052000      close quo-mast.
052100      close itm-master.
052200      close cust-mast.
052300      close ship-to.
052400      close print-file.
052500      close doc-file.
052600      goback.
052700  get-bizdate.
052800      open input biz-file.
052900      read biz-file
053000          at end
053100              continue
053200      end-read.
053300      if biz-status = "00" and biz-date is numeric
053400          move biz-date to run-date
053500      else
053600          accept run-date from date yyyymmdd
053700      end-if.
053800      close biz-file.
053900  get-bizdate-exit.
054000      exit.
