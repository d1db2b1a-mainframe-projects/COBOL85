000100  identification division.
000200  program-id. rei64.
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
001300      select edi-ord assign to "EDIORD"
001400          organization line sequential
001500          file status is edi-fstat.
001600      select edi-ack assign to "EDIACK"
001700          organization line sequential
001800          file status is eak-fstat.
001900      select cust-mast assign to "CUSTMAST"
002000          organization indexed
002100          access mode dynamic
002200          record key is cust-id
002300          file status is cust-fstat.
002400      select ship-to assign to "SHIPTO"
002500          organization indexed
002600          access mode dynamic
002700          record key is sht-key
002800          file status is sht-fstat.
002900      select itm-master assign to "ITMMAST"
003000          organization indexed
003100          access mode dynamic
003200          record key is itm-code
003300          file status is itm-status.
003400      select ord-seq assign to "ORDSEQ"
003500          organization line sequential
003600          file status is ors-status.
003700      select ord-raw assign to "ORDRAW"
003800          organization line sequential
003900          file status is raw-status.
004000      select cust-po assign to "CUSTPO"
004100          organization indexed
004200          access mode dynamic
004300          record key is cpo-ord-no
004400          file status is cpo-fstat.
004500      select print-file assign to "EDIRGST"
004600          organization line sequential
004700          file status is prt-status.
004800  data division.
004900  file section.
005000  fd  biz-file.
005100      copy "bizdate.CPY".
005200  fd  edi-ord.
005300      copy "ediord.CPY".
005400  fd  edi-ack.
005500      copy "ediack.CPY".
005600  fd  cust-mast.
005700      copy "custmast.CPY".
005800  fd  ship-to.
005900      copy "shipto.CPY".
006000  fd  itm-master.
006100      copy "itmmast.CPY".
006200  fd  ord-seq.
006300      copy "ordseq.CPY".
006400  fd  ord-raw.
006500      copy "ordraw.CPY".
006600  fd  cust-po.
006700      copy "custpo.CPY".
006800  fd  print-file.
006900  01 pr-line pic x(80).
007000  working-storage section.
007100  01 biz-status pic xx.
007200  01 edi-fstat pic xx.
007300  01 eak-fstat pic xx.
007400  01 cust-fstat pic xx.
007500  01 sht-fstat pic xx.
007600  01 itm-status pic xx.
007700  01 ors-status pic xx.
007800  01 raw-status pic xx.
007900  01 cpo-fstat pic xx.
008000  01 prt-status pic xx.
008100  01 edi-eof pic x value "N".
008200  01 order-open pic x value "N".
008300  01 order-valid pic x value "Y".
008400  01 line-valid pic x value "Y".
008500  01 order-reason pic x(20).
008600  01 line-reason pic x(20).
008700  01 run-date pic 9(8).
008800  01 ord-no-w pic 9(6) value 0.
008900  01 assigned-no pic 9(6) value 0.
009000  01 el-max pic 9(3) value 200.
009100  01 el-count pic 9(3) value 0.
009200  01 el-idx pic 9(3) value 0.
009300  01 el-over pic x value "N".
009400  01 line-tally pic 9(5) value 0.
009500  01 hash-tally pic 9(9) value 0.
009600  01 acc-lines pic 9(5) value 0.
009700  01 rej-lines pic 9(5) value 0.
009800  01 sv-cust-id pic x(6).
009900  01 sv-po-ref pic x(15).
010000  01 sv-order-date pic 9(8).
010020  01 ack-cust-id pic x(6) value spaces.
010040  01 ack-cust-set pic x value "N".
010060  01 order-mixed pic x value "N".
010100  01 order-count pic 9(5) value 0.
010200  01 loaded-count pic 9(5) value 0.
010300  01 total-acc pic 9(5) value 0.
010400  01 total-rej pic 9(5) value 0.
010500  01 el-table.
010600  02 el-entry occurs 200 times.
010700  03 el-line-no pic 9(3).
010800  03 el-item-code pic x(6).
010900  03 el-qty pic 9(3).
011000  03 el-ship-to pic x(2).
011100  03 el-status pic x(1).
011200  03 el-reason pic x(20).
011300  01 hd-title-line.
011400  02 filler pic x(22) value spaces.
011500  02 filler pic x(30) value "inbound order register".
011600  01 hd-date-line.
011700  02 filler pic x(10) value "run date: ".
011800  02 hd-date pic x(8).
011900  01 dl-order-line.
012000  02 filler pic x(9) value "kokyaku: ".
012100  02 dl-cust pic x(6).
012200  02 filler pic x(6) value "  po: ".
012300  02 dl-po-ref pic x(15).
012400  02 filler pic x(8) value " juchu: ".
012500  02 dl-ord-no pic 9(6).
012600  02 filler pic x(1) value space.
012700  02 dl-order-status pic x(8).
012800  02 filler pic x(1) value space.
012900  02 dl-order-reason pic x(20).
013000  01 dl-line.
013100  02 filler pic x(4) value spaces.
013200  02 dl-line-no pic 9(3).
013300  02 filler pic x(2) value spaces.
013400  02 dl-hinmei pic x(6).
013500  02 filler pic x(2) value spaces.
013600  02 dl-suryou pic z(5)9.
013700  02 filler pic x(2) value spaces.
013800  02 dl-ship pic x(2).
013900  02 filler pic x(2) value spaces.
014000  02 dl-shobun pic x(8).
014100  02 filler pic x(1) value space.
014200  02 dl-reason pic x(20).
014300  01 dl-stray-line.
014400  02 filler pic x(10) value "rejected: ".
014500  02 dl-stray-type pic x(1).
014600  02 filler pic x(2) value spaces.
014700  02 dl-stray-reason pic x(30).
014800  01 dl-count-line.
014900  02 filler pic x(8) value "orders: ".
015000  02 dl-orders pic zzzz9.
015100  02 filler pic x(10) value "  loaded: ".
015200  02 dl-loaded pic zzzz9.
015300  02 filler pic x(17) value "  lines accepted ".
015400  02 dl-acc pic zzzz9.
015500  02 filler pic x(11) value "  rejected ".
015600  02 dl-rej pic zzzz9.
015700  procedure division.
015800      open input edi-ord.
015900      if edi-fstat not = "00"
016000          display "rei64: ediord open failed, status " edi-fstat
016100          go to open-abort
016200      end-if.
016300      open output edi-ack.
016400      if eak-fstat not = "00"
016500          display "rei64: ediack open failed, status " eak-fstat
016600          go to open-abort
016700      end-if.
016800      open input cust-mast.
016900      if cust-fstat not = "00"
017000          display "rei64: custmast open failed, status "
017100              cust-fstat
017200          go to open-abort
017300      end-if.
017400      open input ship-to.
017500      open input itm-master.
017600      if itm-status not = "00"
017700          display "rei64: itmmast open failed, status "
017800              itm-status
017900          go to open-abort
018000      end-if.
018100      open extend ord-raw.
018200      if raw-status not = "00"
018300          open output ord-raw
018400      end-if.
018500      if raw-status not = "00"
018600          display "rei64: ordraw open failed, status " raw-status
018700          go to open-abort
018800      end-if.
018900      open i-o cust-po.
019000      if cpo-fstat = "35"
019100          open output cust-po
019200          close cust-po
019300          open i-o cust-po
019400      end-if.
019500      if cpo-fstat not = "00"
019600          display "rei64: custpo open failed, status " cpo-fstat
019700          go to open-abort
019800      end-if.
019900      open output print-file.
020000      if prt-status not = "00"
020100          display "rei64: edirgst open failed, status " prt-status
020200          go to open-abort
020300      end-if.
020400      perform get-bizdate thru get-bizdate-exit.
020500      move run-date to hd-date.
020600      write pr-line from hd-title-line.
020700      write pr-line from hd-date-line.
020800      perform read-seq thru read-seq-exit.
020900      perform read-edi thru read-edi-exit
021000          until edi-eof = "Y".
021100      if order-open = "Y"
021200          move "N" to order-valid
021300          move "no trailer record" to order-reason
021400          perform close-order thru close-order-exit
021500      end-if.
021600      perform save-seq thru save-seq-exit.
021700      move order-count to dl-orders.
021800      move loaded-count to dl-loaded.
021900      move total-acc to dl-acc.
022000      move total-rej to dl-rej.
022100      write pr-line from spaces.
022200      write pr-line from dl-count-line.
022300      close edi-ord.
022400      close edi-ack.
022500      close cust-mast.
022600      close ship-to.
022700      close itm-master.
022800      close ord-raw.
022900      close cust-po.
023000      close print-file.
023100      goback.
023200  read-edi.
023300      read edi-ord
023400          at end
023500              move "Y" to edi-eof
023600              go to read-edi-exit
023700      end-read.
023800      if edi-header
023900          if order-open = "Y"
024000              move "N" to order-valid
024100              move "no trailer record" to order-reason
024200              perform close-order thru close-order-exit
024300          end-if
024400          perform open-order thru open-order-exit
024500          go to read-edi-exit
024600      end-if.
024700      if edi-detail
024800          if order-open = "N"
024900              move "line without header" to dl-stray-reason
025000              perform write-stray thru write-stray-exit
025100          else
025200              perform hold-line thru hold-line-exit
025300          end-if
025400          go to read-edi-exit
025500      end-if.
025600      if edi-trailer
025700          if order-open = "N"
025800              move "trailer without header" to dl-stray-reason
025900              perform write-stray thru write-stray-exit
026000          else
026100              perform check-controls thru check-controls-exit
026200              perform close-order thru close-order-exit
026300          end-if
026400          go to read-edi-exit
026500      end-if.
026600      move "bad record type" to dl-stray-reason.
026700      perform write-stray thru write-stray-exit.
026800  read-edi-exit.
026900      exit.
027000  open-order.
027100      move "Y" to order-open.
027200      move "Y" to order-valid.
027300      move spaces to order-reason.
027400      move 0 to el-count.
027500      move "N" to el-over.
027600      move 0 to line-tally.
027700      move 0 to hash-tally.
027750      move "N" to order-mixed.
027800      move edh-cust-id to sv-cust-id.
027900      move edh-po-ref to sv-po-ref.
028000      if edh-order-date is numeric
028100          move edh-order-date to sv-order-date
028200      else
028300          move 0 to sv-order-date
028400      end-if.
028420      if ack-cust-set = "N"
028440          move edh-cust-id to ack-cust-id
028460          move "Y" to ack-cust-set
028470      end-if.
028480      if edh-cust-id not = ack-cust-id
028485          move "Y" to order-mixed
028490          move "N" to order-valid
028492          move "mixed customers" to order-reason
028494          go to open-order-exit
028496      end-if.
028500      move edh-cust-id to cust-id.
028600      read cust-mast record
028700          invalid key
028800              continue
028900      end-read.
029000      if cust-fstat not = "00"
029100          move "N" to order-valid
029200          move "unknown customer" to order-reason
029300          go to open-order-exit
029400      end-if.
029500      if cust-inactive
029600          move "N" to order-valid
029700          move "inactive customer" to order-reason
029800          go to open-order-exit
029900      end-if.
030000      if edh-po-ref = spaces
030100          move "N" to order-valid
030200          move "no po reference" to order-reason
030300      end-if.
030400  open-order-exit.
030500      exit.
030600  hold-line.
030700      add 1 to line-tally.
030800      if edd-qty is numeric
030900          add edd-qty to hash-tally
031000      end-if.
031100      if el-count >= el-max
031200          move "Y" to el-over
031300          go to hold-line-exit
031400      end-if.
031500      add 1 to el-count.
031600      move edi-detail-data to el-entry(el-count).
031700      move "A" to el-status(el-count).
031800      move spaces to el-reason(el-count).
031900  hold-line-exit.
032000      exit.
032100  check-controls.
032200      if order-valid = "N"
032300          go to check-controls-exit
032400      end-if.
032500      if edt-line-count is not numeric
032600          or edt-hash-total is not numeric
032700          move "N" to order-valid
032800          move "bad trailer record" to order-reason
032900          go to check-controls-exit
033000      end-if.
033100      if edt-line-count not = line-tally
033200          move "N" to order-valid
033300          move "line count mismatch" to order-reason
033400          go to check-controls-exit
033500      end-if.
033600      if edt-hash-total not = hash-tally
033700          move "N" to order-valid
033800          move "hash total mismatch" to order-reason
033900          go to check-controls-exit
034000      end-if.
034016      if line-tally = 0
034032          move "N" to order-valid
034048          move "no order lines" to order-reason
034064          go to check-controls-exit
034080      end-if.
034100      if el-over = "Y"
034200          move "N" to order-valid
034300          move "over 200 lines" to order-reason
034400      end-if.
034500  check-controls-exit.
034600      exit.
034700  close-order.
034800      move "N" to order-open.
034900      add 1 to order-count.
035000      move 0 to acc-lines.
035100      move 0 to rej-lines.
035200      move 0 to assigned-no.
035300      perform check-line thru check-line-exit
035400          varying el-idx from 1 by 1
035500          until el-idx > el-count.
035600      if acc-lines > 0
035700          add 1 to ord-no-w
035800          move ord-no-w to assigned-no
035900          add 1 to loaded-count
036000          perform load-line thru load-line-exit
036100              varying el-idx from 1 by 1
036200              until el-idx > el-count
036300          perform write-custpo thru write-custpo-exit
036400      end-if.
036500      add acc-lines to total-acc.
036600      add rej-lines to total-rej.
036700      move "H" to eak-rec-type.
036800      perform fill-ack-key thru fill-ack-key-exit.
036900      move spaces to eak-header-data.
037000      if rej-lines = 0
037100          move "A" to eak-order-status
037200          move "accepted" to dl-order-status
037300      else
037400          if acc-lines = 0
037500              move "R" to eak-order-status
037600              move "rejected" to dl-order-status
037700          else
037800              move "P" to eak-order-status
037900              move "partial" to dl-order-status
038000          end-if
038100      end-if.
038200      move run-date to eak-ack-date.
038300      move order-reason to eak-order-reason.
038400      if order-mixed = "N"
038450          write eak-record
038470      end-if.
038500      move sv-cust-id to dl-cust.
038600      move sv-po-ref to dl-po-ref.
038700      move assigned-no to dl-ord-no.
038800      move order-reason to dl-order-reason.
038900      write pr-line from spaces.
039000      write pr-line from dl-order-line.
039100      perform ack-line thru ack-line-exit
039200          varying el-idx from 1 by 1
039300          until el-idx > el-count.
039400      move "T" to eak-rec-type.
039500      perform fill-ack-key thru fill-ack-key-exit.
039600      move spaces to eak-trailer-data.
039700      move acc-lines to eak-acc-count.
039800      move rej-lines to eak-rej-count.
039900      if order-mixed = "N"
039950          write eak-record
039970      end-if.
040000  close-order-exit.
040100      exit.
040200  check-line.
040300      move "Y" to line-valid.
040400      if order-valid = "N"
040500          move "N" to line-valid
040600          move order-reason to line-reason
040700      end-if.
040800      if line-valid = "Y"
040900          and (el-qty(el-idx) is not numeric
041000          or el-qty(el-idx) = 0)
041100          move "N" to line-valid
041200          move "bad quantity" to line-reason
041300      end-if.
041400      if line-valid = "Y"
041500          move el-item-code(el-idx) to itm-code
041600          read itm-master record
041700              invalid key
041800                  move "N" to line-valid
041900                  move "unknown item code" to line-reason
042000          end-read
042100      end-if.
042200      if line-valid = "Y" and el-ship-to(el-idx) not = spaces
042300          move sv-cust-id to sht-cust-id
042400          move el-ship-to(el-idx) to sht-code
042500          read ship-to record
042600              invalid key
042700                  continue
042800          end-read
042900          if sht-fstat not = "00" or sht-inactive
043000              move "N" to line-valid
043100              move "unknown ship-to" to line-reason
043200          end-if
043300      end-if.
043400      if line-valid = "Y"
043500          add 1 to acc-lines
043600      else
043700          move "R" to el-status(el-idx)
043800          move line-reason to el-reason(el-idx)
043900          add 1 to rej-lines
044000      end-if.
044100  check-line-exit.
044200      exit.
044300  load-line.
044400      if el-status(el-idx) not = "A"
044500          go to load-line-exit
044600      end-if.
044700      move el-item-code(el-idx) to raw-item-code.
044800      move el-qty(el-idx) to raw-qty.
044900      move sv-cust-id to raw-cust-id.
045000      move "S" to raw-type.
045100      move el-ship-to(el-idx) to raw-ship-to.
045200      move 0 to raw-quo-price.
045300      move assigned-no to raw-ord-no.
045400      write raw-record.
045500  load-line-exit.
045600      exit.
045700  write-custpo.
045800      move assigned-no to cpo-ord-no.
045900      move sv-cust-id to cpo-cust-id.
046000      move sv-po-ref to cpo-po-ref.
046100      move sv-order-date to cpo-order-date.
046200      move run-date to cpo-load-date.
046300      write cpo-record
046400          invalid key
046500              rewrite cpo-record
046600      end-write.
046700  write-custpo-exit.
046800      exit.
046900  ack-line.
047000      move "D" to eak-rec-type.
047100      perform fill-ack-key thru fill-ack-key-exit.
047200      move el-line-no(el-idx) to eak-line-no.
047300      move el-item-code(el-idx) to eak-item-code.
047400      move el-qty(el-idx) to eak-qty.
047500      move el-status(el-idx) to eak-line-status.
047600      move el-reason(el-idx) to eak-line-reason.
047700      if order-mixed = "N"
047750          write eak-record
047770      end-if.
047800      move el-line-no(el-idx) to dl-line-no.
047900      move el-item-code(el-idx) to dl-hinmei.
048000      move el-qty(el-idx) to dl-suryou.
048100      move el-ship-to(el-idx) to dl-ship.
048200      if el-status(el-idx) = "A"
048300          move "accepted" to dl-shobun
048400      else
048500          move "rejected" to dl-shobun
048600      end-if.
048700      move el-reason(el-idx) to dl-reason.
048800      write pr-line from dl-line.
048900  ack-line-exit.
049000      exit.
049100  fill-ack-key.
049200      move sv-cust-id to eak-cust-id.
049300      move sv-po-ref to eak-po-ref.
049400      move assigned-no to eak-ord-no.
049500  fill-ack-key-exit.
049600      exit.
049700  write-stray.
049800      move edi-rec-type to dl-stray-type.
049900      write pr-line from dl-stray-line.
050000  write-stray-exit.
050100      exit.
050200  read-seq.
050300      open input ord-seq.
050400      read ord-seq
050500          at end
050600              continue
050700      end-read.
050800      if ors-status = "00" and ors-last-no is numeric
050900          move ors-last-no to ord-no-w
051000      else
051100          move 0 to ord-no-w
051200      end-if.
051300      close ord-seq.
051400  read-seq-exit.
051500      exit.
051600  save-seq.
051700      open output ord-seq.
051800      move ord-no-w to ors-last-no.
051900      write ors-record.
052000      close ord-seq.
052100  save-seq-exit.
052200      exit.
052300  open-abort.
052400      move 1 to return-code.
052500      close edi-ord.
052600      close edi-ack.
052700      close cust-mast.
052800      close ship-to.
052900      close itm-master.
053000      close ord-raw.
053100      close cust-po.
053200      close print-file.
053300      goback.
053400  get-bizdate.
053500      open input biz-file.
053600      read biz-file
053700          at end
053800              continue
053900      end-read.
054000      if biz-status = "00" and biz-date is numeric
054100          move biz-date to run-date
054200      else
054300          accept run-date from date yyyymmdd
054400      end-if.
054500      close biz-file.
054600  get-bizdate-exit.
054700      exit.
