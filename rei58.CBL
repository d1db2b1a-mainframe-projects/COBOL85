000100  identification division.
000200  program-id. rei58.
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
001300      select shp-conf assign to "SHPCONF"
001400          organization line sequential
001500          file status is shc-fstat.
001600      select inv-dtl assign to "INVDTL"
001700          organization line sequential
001800          file status is inv-fstat.
001900      select shp-hist assign to "SHPHIST"
002000          organization line sequential
002100          file status is shh-fstat.
002200      select itm-master assign to "ITMMAST"
002300          organization indexed
002400          access mode dynamic
002500          record key is itm-code
002600          file status is itm-status.
002700      select cust-mast assign to "CUSTMAST"
002800          organization indexed
002900          access mode dynamic
003000          record key is cust-id
003100          file status is cust-fstat.
003200      select ship-to assign to "SHIPTO"
003300          organization indexed
003400          access mode dynamic
003500          record key is sht-key
003600          file status is sht-fstat.
003700      select msum-master assign to "MSUMMAST"
003800          organization indexed
003900          access mode dynamic
004000          record key is msum-key
004100          file status is msum-status.
004200      select stk-move assign to "STKMOVE"
004300          organization line sequential
004400          file status is mov-fstat.
004500      select back-ord assign to "BACKORD"
004600          organization line sequential
004700          file status is bo-fstat.
004800      select ar-open assign to "AROPEN"
004900          organization line sequential
005000          file status is ar-fstat.
005100      select gl-intf assign to "GLINTF"
005200          organization line sequential
005300          file status is gl-status.
005400      select gl-batch assign to "GLBATCH"
005500          organization line sequential
005600          file status is bat-status.
005700      select gl-bstat assign to "GLBSTAT"
005800          organization line sequential
005900          file status is gb-fstat.
006000      select print-file assign to "SHPRGST"
006100          organization line sequential
006200          file status is prt-status.
006300      select dlv-file assign to "DELNOTE"
006400          organization line sequential
006500          file status is dlv-status.
006516      select prd-file assign to "PERIODS"
006532          organization indexed
006548          access mode dynamic
006564          record key is prd-month
006580          file status is prd-fstat.
006581      select lot-master assign to "LOTMAST"
006582          organization indexed
006583          access mode dynamic
006584          record key is lot-key
006585          file status is lot-fstat.
006586      select lot-pick assign to "LOTPICK"
006587          organization line sequential
006588          file status is lp-fstat.
006589      select lr-work assign to "R58LOTWK"
006590          organization indexed
006591          access mode dynamic
006592          record key is lrw-key
006593          file status is lrw-fstat.
006600  data division.
006700  file section.
006800  fd  biz-file.
006900      copy "bizdate.CPY".
007000  fd  shp-conf.
007100      copy "shpconf.CPY".
007200  fd  inv-dtl.
007300      copy "invdtl.CPY".
007400  fd  shp-hist.
007500      copy "shphist.CPY".
007600  fd  itm-master.
007700      copy "itmmast.CPY".
007800  fd  cust-mast.
007900      copy "custmast.CPY".
008000  fd  ship-to.
008100      copy "shipto.CPY".
008200  fd  msum-master.
008300      copy "msum.CPY".
008400  fd  stk-move.
008500      copy "stkmove.CPY".
008600  fd  back-ord.
008700      copy "backord.CPY".
008800  fd  ar-open.
008900      copy "aropen.CPY".
009000  fd  gl-intf.
009100      copy "glintf.CPY".
009200  fd  gl-batch.
009300      copy "glbatch.CPY".
009400  fd  gl-bstat.
009500      copy "glbstat.CPY".
009600  fd  print-file.
009700  01 pr-line pic x(80).
009800  fd  dlv-file.
009900  01 dlv-line pic x(80).
009933  fd  prd-file.
009966      copy "periods.CPY".
009968  fd  lot-master.
009970      copy "lotmast.CPY".
009972  fd  lot-pick.
009974      copy "lotpick.CPY".
009976  fd  lr-work.
009978  01 lrw-record.
009980  02 lrw-key.
009982  03 lrw-ord-no pic 9(6).
009984  03 lrw-line-no pic 9(3).
009986  03 lrw-item pic x(6).
009988  03 lrw-rank pic 9(8).
009990  03 lrw-location pic x(2).
009992  03 lrw-lot-no pic 9(6).
009994  02 lrw-best-before pic 9(8).
009996  02 lrw-qty pic s9(7).
010000  working-storage section.
010100  01 biz-status pic xx.
010200  01 shc-fstat pic xx.
010300  01 inv-fstat pic xx.
010400  01 shh-fstat pic xx.
010500  01 itm-status pic xx.
010600  01 cust-fstat pic xx.
010700  01 sht-fstat pic xx.
010800  01 msum-status pic xx.
010900  01 mov-fstat pic xx.
011000  01 bo-fstat pic xx.
011100  01 ar-fstat pic xx.
011200  01 gl-status pic xx.
011300  01 bat-status pic xx.
011400  01 gb-fstat pic xx.
011500  01 prt-status pic xx.
011600  01 dlv-status pic xx.
011633  01 prd-fstat pic xx.
011666  01 prd-avail pic x value "N".
011670  01 lot-fstat pic xx.
011674  01 lp-fstat pic xx.
011678  01 lrw-fstat pic xx.
011682  01 lp-eof pic x value "N".
011686  01 lr-eof pic x value "N".
011690  01 return-left pic 9(5) value 0.
011694  01 return-qty pic 9(5) value 0.
011700  01 shc-eof pic x value "N".
011800  01 inv-eof pic x value "N".
011900  01 shh-eof pic x value "N".
012000  01 batch-open-w pic x value "N".
012100  01 run-date pic 9(8).
012200  01 gl-batch-no-w pic 9(6) value 0.
012300  01 gl-det-count pic 9(7) value 0.
012400  01 gl-hash-w pic s9(11) value 0.
012500  01 short-qty pic 9(3) value 0.
012600  01 short-kingaku pic s9(9) value 0.
012700  01 short-tax pic s9(9) value 0.
012800  01 short-incl pic s9(9) value 0.
012900  01 confirmed-count pic 9(5) value 0.
013000  01 short-count pic 9(5) value 0.
013100  01 reject-count pic 9(5) value 0.
013200  01 open-count pic 9(5) value 0.
013300  01 note-count pic 9(5) value 0.
013400  01 credit-total pic s9(11) value 0.
013500  01 sl-idx pic 9(3) value 0.
013600  01 sl-jdx pic 9(3) value 0.
013700  01 sl-hit pic 9(3) value 0.
013800  01 sl-any pic 9(3) value 0.
013900  01 sl-count pic 9(3) value 0.
014100  01 sl-swapped pic x value "N".
014200  01 prev-note pic x(8) value spaces.
014300  01 note-key-w.
014400  02 nk-cust-id pic x(6).
014500  02 nk-ship-to pic x(2).
014600  01 sl-save.
014800  02 filler pic x(17).
015000  02 filler pic x(47).
015200  01 sl-table.
015300  02 sl-entry occurs 500 times.
015400  03 sl-key.
015500  04 sl-cust-id pic x(6).
015600  04 sl-ship-to pic x(2).
015700  04 sl-ord-no pic 9(6).
015800  04 sl-line-no pic 9(3).
015900  03 sl-item-code pic x(6).
016000  03 sl-hinmei pic x(6).
016100  03 sl-qty pic 9(3).
016200  03 sl-tanka pic 9(5).
016300  03 sl-kingaku pic s9(9).
016400  03 sl-tax-amt pic s9(9).
016500  03 sl-ship-qty pic 9(3).
016600  03 sl-status pic x.
016650  03 sl-quo-price pic 9(5).
016700  01 ct-idx pic 9(3) value 0.
016800  01 ct-hit pic 9(3) value 0.
016900  01 ct-count pic 9(3) value 0.
017000  01 ct-table.
017100  02 ct-entry occurs 200 times.
017200  03 ct-cust-id pic x(6).
017300  03 ct-amount pic s9(9).
017400  01 hd-title-line.
017500  02 filler pic x(22) value spaces.
017600  02 filler pic x(30) value "ship confirmation register".
017700  01 hd-date-line.
017800  02 filler pic x(10) value "run date: ".
017900  02 hd-date pic x(8).
018000  01 hd-column-line.
018100  02 filler pic x(6) value "juchu".
018200  02 filler pic x(1) value space.
018300  02 filler pic x(3) value "gyo".
018400  02 filler pic x(2) value space.
018500  02 filler pic x(7) value "kokyaku".
018600  02 filler pic x(1) value space.
018700  02 filler pic x(6) value "hinmei".
018800  02 filler pic x(2) value space.
018900  02 filler pic x(6) value "chumon".
019000  02 filler pic x(2) value space.
019100  02 filler pic x(6) value "shukka".
019200  02 filler pic x(2) value space.
019300  02 filler pic x(6) value "zan".
019400  02 filler pic x(2) value space.
019500  02 filler pic x(11) value "kingaku-zei".
019600  01 dl-line.
019700  02 dl-ord-no pic 9(6).
019800  02 filler pic x(1) value space.
019900  02 dl-line-no pic 9(3).
020000  02 filler pic x(2) value space.
020100  02 dl-cust pic x(6).
020200  02 filler pic x(2) value space.
020300  02 dl-hinmei pic x(6).
020400  02 filler pic x(2) value space.
020500  02 dl-chumon pic z(5)9.
020600  02 filler pic x(2) value space.
020700  02 dl-shukka pic z(5)9.
020800  02 filler pic x(2) value space.
020900  02 dl-zan pic z(5)9.
021000  02 filler pic x(2) value space.
021100  02 dl-credit pic z(9)9-.
021200  01 dl-rej-line.
021300  02 filler pic x(10) value "rejected: ".
021400  02 dl-rej-ord-no pic 9(6).
021500  02 filler pic x(1) value space.
021600  02 dl-rej-line-no pic 9(3).
021700  02 filler pic x(2) value space.
021800  02 dl-rej-qty pic z(5)9.
021900  02 filler pic x(2) value space.
022000  02 dl-rej-reason pic x(24).
022100  01 dl-count-line.
022200  02 filler pic x(11) value "confirmed: ".
022300  02 dl-confirmed pic zzzz9.
022400  02 filler pic x(9) value "  short: ".
022500  02 dl-short pic zzzz9.
022600  02 filler pic x(12) value "  rejected: ".
022700  02 dl-rejected pic zzzz9.
022800  02 filler pic x(15) value "  unconfirmed: ".
022900  02 dl-open pic zzzz9.
023000  01 dl-credit-line.
023100  02 filler pic x(18) value "short credited:   ".
023200  02 dl-credit-total pic z(10)9-.
023300  02 filler pic x(18) value "  delivery notes: ".
023400  02 dl-notes pic zzzz9.
023900  01 dn-title-line.
024000  02 filler pic x(25) value spaces.
024100  02 filler pic x(22) value "delivery note".
024200  01 dn-date-line.
024300  02 filler pic x(10) value "date:     ".
024400  02 dn-date pic x(8).
024500  01 dn-cust-line.
024600  02 filler pic x(10) value "kokyaku:  ".
024700  02 dn-cust-id pic x(6).
024800  02 filler pic x(2) value space.
024900  02 dn-cust-name pic x(20).
025000  01 dn-ship-line.
025100  02 filler pic x(10) value "todoke:   ".
025200  02 dn-ship-name pic x(20).
025300  02 filler pic x(2) value space.
025400  02 dn-ship-addr pic x(30).
025500  01 dn-column-line.
025600  02 filler pic x(6) value "juchu".
025700  02 filler pic x(1) value space.
025800  02 filler pic x(3) value "gyo".
025900  02 filler pic x(2) value space.
026000  02 filler pic x(6) value "hinmei".
026100  02 filler pic x(2) value space.
026200  02 filler pic x(6) value "namae".
026300  02 filler pic x(2) value space.
026400  02 filler pic x(6) value "chumon".
026500  02 filler pic x(2) value space.
026600  02 filler pic x(6) value "shukka".
026700  02 filler pic x(2) value space.
026800  02 filler pic x(6) value "zan".
026900  01 dn-line.
027000  02 dn-ord-no pic 9(6).
027100  02 filler pic x(1) value space.
027200  02 dn-line-no pic 9(3).
027300  02 filler pic x(2) value space.
027400  02 dn-item pic x(6).
027500  02 filler pic x(2) value space.
027600  02 dn-hinmei pic x(6).
027700  02 filler pic x(2) value space.
027800  02 dn-chumon pic z(5)9.
027900  02 filler pic x(2) value space.
028000  02 dn-shukka pic z(5)9.
028100  02 filler pic x(2) value space.
028200  02 dn-zan pic z(5)9.
028300  02 filler pic x(2) value space.
028400  02 dn-bo-flag pic x(9).
028500  01 dn-sign-line.
028600  02 filler pic x(10) value "uketori:  ".
028700  02 filler pic x(20) value "____________________".
028800  procedure division.
028900      open input shp-conf.
029000      if shc-fstat not = "00"
029100          display "rei58: shpconf open failed, status " shc-fstat
029200          go to open-abort
029300      end-if.
029400      perform get-bizdate thru get-bizdate-exit.
029406      open input prd-file.
029412      if prd-fstat = "00"
029418          move "Y" to prd-avail
029424          move run-date(1:6) to prd-month
029430          read prd-file record
029436              invalid key
029442                  continue
029448          end-read
029454          if prd-fstat = "00" and prd-closed
029460              display "rei58: business date " run-date
029466                  " is in a closed period"
029472              go to open-abort
029478          end-if
029484      end-if.
029486      open output lr-work.
029488      close lr-work.
029490      open i-o lr-work.
029492      if lrw-fstat not = "00"
029494          display "rei58: r58lotwk open failed, status " lrw-fstat
029496          go to open-abort
029498      end-if.
029500      open input inv-dtl.
029600      if inv-fstat not = "00"
029700          display "rei58: invdtl open failed, status " inv-fstat
029800          go to open-abort
029900      end-if.
030000      perform load-line thru load-line-exit
030100          until inv-eof = "Y".
030200      close inv-dtl.
030300      open input shp-hist.
030400      if shh-fstat = "00"
030500          perform load-shipped thru load-shipped-exit
030600              until shh-eof = "Y"
030700      end-if.
030800      close shp-hist.
030814      open input lot-pick.
030828      if lp-fstat = "00"
030842          perform load-lot-pick thru load-lot-pick-exit
030856              until lp-eof = "Y"
030870      end-if.
030884      close lot-pick.
030900      open extend shp-hist.
031000      if shh-fstat not = "00"
031100          open output shp-hist
031200      end-if.
031300      if shh-fstat not = "00"
031400          display "rei58: shphist open failed, status " shh-fstat
031500          go to open-abort
031600      end-if.
031605      open i-o lot-master.
031610      if lot-fstat = "35"
031615          open output lot-master
031620          close lot-master
031625          open i-o lot-master
031630      end-if.
031635      if lot-fstat not = "00"
031640          display "rei58: lotmast open failed, status " lot-fstat
031645          go to open-abort
031650      end-if.
031655      open extend lot-pick.
031660      if lp-fstat not = "00"
031665          open output lot-pick
031670      end-if.
031675      if lp-fstat not = "00"
031680          display "rei58: lotpick open failed, status " lp-fstat
031685          go to open-abort
031690      end-if.
031700      open extend inv-dtl.
031800      if inv-fstat not = "00"
031900          display "rei58: invdtl open failed, status " inv-fstat
032000          go to open-abort
032100      end-if.
032200      open i-o itm-master.
032300      open input cust-mast.
032400      open input ship-to.
032500      open i-o msum-master.
032600      open extend stk-move.
032700      if mov-fstat not = "00"
032800          display "rei58: stkmove open failed, status " mov-fstat
032900          go to open-abort
033000      end-if.
033100      open extend back-ord.
033200      if bo-fstat not = "00"
033300          display "rei58: backord open failed, status " bo-fstat
033400          go to open-abort
033500      end-if.
033600      open extend ar-open.
033700      if ar-fstat not = "00"
033800          display "rei58: aropen open failed, status " ar-fstat
033900          go to open-abort
034000      end-if.
034100      open extend gl-intf.
034200      if gl-status not = "00"
034300          display "rei58: glintf open failed, status " gl-status
034400          go to open-abort
034500      end-if.
034600      open output print-file.
034700      if prt-status not = "00"
034800          display "rei58: shprgst open failed, status " prt-status
034900          go to open-abort
035000      end-if.
035100      open output dlv-file.
035200      if dlv-status not = "00"
035300          display "rei58: delnote open failed, status " dlv-status
035400          go to open-abort
035500      end-if.
035600      move run-date to hd-date.
035700      write pr-line from hd-title-line.
035800      write pr-line from hd-date-line.
035900      write pr-line from spaces.
036000      write pr-line from hd-column-line.
036100      perform confirm-line thru confirm-line-exit
036200          until shc-eof = "Y".
036300      if batch-open-w = "Y"
036400          perform write-gl-trailer thru write-gl-trailer-exit
036500      end-if.
036600      perform post-aropen thru post-aropen-exit
036700          varying ct-idx from 1 by 1
036800          until ct-idx > ct-count.
036900      perform count-open thru count-open-exit
037000          varying sl-idx from 1 by 1
037100          until sl-idx > sl-count.
037200      perform sort-table thru sort-table-exit.
037300      perform print-note thru print-note-exit
037400          varying sl-idx from 1 by 1
037500          until sl-idx > sl-count.
037600      if prev-note not = spaces
037700          perform end-note thru end-note-exit
037800      end-if.
037900      move confirmed-count to dl-confirmed.
038000      move short-count to dl-short.
038100      move reject-count to dl-rejected.
038200      move open-count to dl-open.
038300      write pr-line from spaces.
038400      write pr-line from dl-count-line.
038500      move credit-total to dl-credit-total.
038600      move note-count to dl-notes.
038700      write pr-line from dl-credit-line.
039200      close shp-conf.
039300      close shp-hist.
039400      close inv-dtl.
039500      close itm-master.
039600      close cust-mast.
039700      close ship-to.
039800      close msum-master.
039900      close stk-move.
040000      close back-ord.
040100      close ar-open.
040200      close gl-intf.
040300      close print-file.
040400      close dlv-file.
040425      if prd-avail = "Y"
040450          close prd-file
040475      end-if.
040481      close lot-master.
040487      close lot-pick.
040493      close lr-work.
040500      goback.
040600  load-line.
040700      read inv-dtl
040800          at end
040900              move "Y" to inv-eof
041000              go to load-line-exit
041100      end-read.
041200      if inv-date not = run-date or not inv-sale
041300          go to load-line-exit
041400      end-if.
041500      if sl-count >= 500
041575          display "rei58: shipment line table full at "
041650              sl-count " lines, run stopped"
041725          go to open-abort
041800      end-if.
041900      add 1 to sl-count.
042000      move inv-cust-id to sl-cust-id(sl-count).
042100      move inv-ship-to to sl-ship-to(sl-count).
042200      move inv-ord-no to sl-ord-no(sl-count).
042300      if inv-line-no is numeric
042400          move inv-line-no to sl-line-no(sl-count)
042500      else
042600          move 0 to sl-line-no(sl-count)
042700      end-if.
042800      move inv-item-code to sl-item-code(sl-count).
042900      move inv-hinmei to sl-hinmei(sl-count).
043000      move inv-suryou to sl-qty(sl-count).
043100      move inv-tanka to sl-tanka(sl-count).
043200      move inv-kingaku to sl-kingaku(sl-count).
043300      move inv-tax-amt to sl-tax-amt(sl-count).
043400      move 0 to sl-ship-qty(sl-count).
043500      move "N" to sl-status(sl-count).
043516      if inv-quo-price is numeric
043532          move inv-quo-price to sl-quo-price(sl-count)
043548      else
043564          move 0 to sl-quo-price(sl-count)
043580      end-if.
043600  load-line-exit.
043700      exit.
043800  load-shipped.
043900      read shp-hist
044000          at end
044100              move "Y" to shh-eof
044200              go to load-shipped-exit
044300      end-read.
044400      if shh-date not = run-date
044500          go to load-shipped-exit
044600      end-if.
044700      move shh-ord-no to shc-ord-no.
044800      move shh-line-no to shc-line-no.
044900      perform find-line thru find-line-exit.
045000      if sl-hit not = 0
045100          move "P" to sl-status(sl-hit)
045200          move shh-ship-qty to sl-ship-qty(sl-hit)
045300      end-if.
045400  load-shipped-exit.
045500      exit.
045600  find-line.
045700      move 0 to sl-hit.
045800      move 0 to sl-any.
045900      perform scan-line thru scan-line-exit
046000          varying sl-jdx from 1 by 1
046100          until sl-jdx > sl-count
046200          or sl-hit not = 0.
046300  find-line-exit.
046400      exit.
046500  scan-line.
046600      if sl-ord-no(sl-jdx) = shc-ord-no
046700          and sl-line-no(sl-jdx) = shc-line-no
046800          move sl-jdx to sl-any
046900          if sl-status(sl-jdx) = "N"
047000              move sl-jdx to sl-hit
047100          end-if
047200      end-if.
047300  scan-line-exit.
047400      exit.
047500  confirm-line.
047600      read shp-conf
047700          at end
047800              move "Y" to shc-eof
047900              go to confirm-line-exit
048000      end-read.
048100      if shc-ord-no is not numeric or shc-line-no is not numeric
048200          or shc-ship-qty is not numeric
048300          move "invalid data" to dl-rej-reason
048400          perform write-reject thru write-reject-exit
048500          go to confirm-line-exit
048600      end-if.
048700      perform find-line thru find-line-exit.
048800      if sl-hit = 0
048900          if sl-any = 0
049000              move "not on picking list" to dl-rej-reason
049100          else
049200              move "already confirmed" to dl-rej-reason
049300          end-if
049400          perform write-reject thru write-reject-exit
049500          go to confirm-line-exit
049600      end-if.
049700      if shc-ship-qty > sl-qty(sl-hit)
049800          move "over ordered quantity" to dl-rej-reason
049900          perform write-reject thru write-reject-exit
050000          go to confirm-line-exit
050100      end-if.
050200      move "C" to sl-status(sl-hit).
050300      move shc-ship-qty to sl-ship-qty(sl-hit).
050400      compute short-qty = sl-qty(sl-hit) - shc-ship-qty.
050500      move run-date to shh-date.
050600      move shc-ord-no to shh-ord-no.
050700      move shc-line-no to shh-line-no.
050800      move sl-cust-id(sl-hit) to shh-cust-id.
050900      move sl-ship-to(sl-hit) to shh-ship-to.
051000      move sl-item-code(sl-hit) to shh-item-code.
051100      move sl-qty(sl-hit) to shh-ord-qty.
051200      move shc-ship-qty to shh-ship-qty.
051300      move short-qty to shh-short-qty.
051400      move run-date to shh-post-date.
051500      write shh-record.
051600      add 1 to confirmed-count.
051700      move 0 to short-incl.
051800      if short-qty > 0
051900          perform post-short thru post-short-exit
052000      end-if.
052100      move shc-ord-no to dl-ord-no.
052200      move shc-line-no to dl-line-no.
052300      move sl-cust-id(sl-hit) to dl-cust.
052400      move sl-hinmei(sl-hit) to dl-hinmei.
052500      move sl-qty(sl-hit) to dl-chumon.
052600      move shc-ship-qty to dl-shukka.
052700      move short-qty to dl-zan.
052800      move short-incl to dl-credit.
052900      write pr-line from dl-line.
053000  confirm-line-exit.
053100      exit.
053200  post-short.
053300      add 1 to short-count.
053400      compute short-kingaku = 0 - short-qty * sl-tanka(sl-hit).
053500      compute short-tax rounded = 0 - sl-tax-amt(sl-hit)
053600          * short-qty / sl-qty(sl-hit).
053700      compute short-incl = short-kingaku + short-tax.
053800      add short-incl to credit-total.
053900      move sl-cust-id(sl-hit) to inv-cust-id.
054000      move sl-item-code(sl-hit) to inv-item-code.
054100      move sl-hinmei(sl-hit) to inv-hinmei.
054200      move "X" to inv-type.
054300      move short-qty to inv-suryou.
054400      move sl-tanka(sl-hit) to inv-tanka.
054500      move short-kingaku to inv-kingaku.
054600      move short-tax to inv-tax-amt.
054700      move short-incl to inv-kingaku-incl.
054800      move run-date to inv-date.
054900      move sl-ord-no(sl-hit) to inv-ord-no.
055000      move sl-ship-to(sl-hit) to inv-ship-to.
055100      move sl-line-no(sl-hit) to inv-line-no.
055150      move sl-quo-price(sl-hit) to inv-quo-price.
055200      write inv-record.
055300      move sl-cust-id(sl-hit) to bo-cust-id.
055400      move sl-item-code(sl-hit) to bo-item-code.
055500      move short-qty to bo-qty.
055600      move run-date to bo-date.
055700      move "O" to bo-status.
055800      move sl-ord-no(sl-hit) to bo-ord-no.
055900      move sl-ship-to(sl-hit) to bo-ship-to.
055950      move sl-quo-price(sl-hit) to bo-quo-price.
056000      write bo-record.
056100      move sl-item-code(sl-hit) to itm-code.
056200      read itm-master record
056300          invalid key
056400              display "rei58: item not found: " itm-code
056500      end-read.
056600      if itm-status = "00"
056700          add short-qty to itm-qty-on-hand
056800          rewrite itm-record
056900          move sl-item-code(sl-hit) to mov-item-code
057000          move run-date to mov-date mov-post-date
057100          move "U" to mov-type
057200          move short-qty to mov-qty
057300          move itm-qty-on-hand to mov-balance
057400          move "rei58   " to mov-source
057500          move "01" to mov-location
057600          write mov-record
057700      end-if.
057750      perform return-lots thru return-lots-exit.
057800      if batch-open-w = "N"
057900          perform open-batch thru open-batch-exit
058000      end-if.
058100      move spaces to gl-record.
058200      move "D" to gl-rec-type.
058300      move "S" to gl-journal.
058400      move sl-item-code(sl-hit) to gl-item-code.
058500      move short-qty to gl-qty.
058600      move short-kingaku to gl-net-amount.
058700      move short-tax to gl-tax-amount.
058800      if itm-status = "00"
058900          move itm-tax-rate to gl-tax-rate
059000      else
059100          move 0 to gl-tax-rate
059200      end-if.
059300      move run-date to gl-run-date.
059400      write gl-record.
059500      add 1 to gl-det-count.
059600      add short-incl to gl-hash-w.
059700      move sl-item-code(sl-hit) to msum-item-code.
059800      move run-date(1:6) to msum-month.
059900      read msum-master record
060000          invalid key
060100              move 0 to msum-qty
060200              move 0 to msum-amount
060300      end-read.
060400      subtract short-qty from msum-qty.
060500      add short-incl to msum-amount.
060600      if msum-status = "23"
060700          write msum-record
060800      else
060900          rewrite msum-record
061000      end-if.
061100      perform add-cust-total thru add-cust-total-exit.
061200  post-short-exit.
061300      exit.
061400  add-cust-total.
061500      move 0 to ct-hit.
061600      perform find-cust-total thru find-cust-total-exit
061700          varying ct-idx from 1 by 1
061800          until ct-idx > ct-count
061900          or ct-hit not = 0.
062000      if ct-hit not = 0
062100          add short-incl to ct-amount(ct-hit)
062200          go to add-cust-total-exit
062300      end-if.
062400      if ct-count >= 200
062500          move sl-cust-id(sl-hit) to ar-cust-id
062600          move run-date to ar-date
062700          move short-incl to ar-amount
062800          write ar-record
062900          go to add-cust-total-exit
063000      end-if.
063100      add 1 to ct-count.
063200      move sl-cust-id(sl-hit) to ct-cust-id(ct-count).
063300      move short-incl to ct-amount(ct-count).
063400  add-cust-total-exit.
063500      exit.
063600  find-cust-total.
063700      if ct-cust-id(ct-idx) = sl-cust-id(sl-hit)
063800          move ct-idx to ct-hit
063900      end-if.
064000  find-cust-total-exit.
064100      exit.
064200  post-aropen.
064300      if ct-amount(ct-idx) = 0
064400          go to post-aropen-exit
064500      end-if.
064600      move ct-cust-id(ct-idx) to ar-cust-id.
064700      move run-date to ar-date.
064800      move ct-amount(ct-idx) to ar-amount.
064900      write ar-record.
065000  post-aropen-exit.
065100      exit.
065200  count-open.
065300      if sl-status(sl-idx) = "N"
065400          add 1 to open-count
065500      end-if.
065600  count-open-exit.
065700      exit.
065800  sort-table.
065900      if sl-count < 2
066000          go to sort-table-exit
066100      end-if.
066200      move "Y" to sl-swapped.
066300      perform sort-pass thru sort-pass-exit
066400          until sl-swapped = "N".
066500  sort-table-exit.
066600      exit.
066700  sort-pass.
066800      move "N" to sl-swapped.
066900      perform sort-compare thru sort-compare-exit
067000          varying sl-jdx from 1 by 1
067100          until sl-jdx >= sl-count.
067200  sort-pass-exit.
067300      exit.
067400  sort-compare.
067500      if sl-key(sl-jdx) > sl-key(sl-jdx + 1)
067600          move sl-entry(sl-jdx) to sl-save
067700          move sl-entry(sl-jdx + 1) to sl-entry(sl-jdx)
067800          move sl-save to sl-entry(sl-jdx + 1)
067900          move "Y" to sl-swapped
068000      end-if.
068100  sort-compare-exit.
068200      exit.
068300  print-note.
068400      if sl-status(sl-idx) not = "C"
068500          go to print-note-exit
068600      end-if.
068700      move sl-cust-id(sl-idx) to nk-cust-id.
068800      move sl-ship-to(sl-idx) to nk-ship-to.
068900      if note-key-w not = prev-note
069000          if prev-note not = spaces
069100              perform end-note thru end-note-exit
069200          end-if
069300          perform note-head thru note-head-exit
069400          move note-key-w to prev-note
069500      end-if.
069600      move sl-ord-no(sl-idx) to dn-ord-no.
069700      move sl-line-no(sl-idx) to dn-line-no.
069800      move sl-item-code(sl-idx) to dn-item.
069900      move sl-hinmei(sl-idx) to dn-hinmei.
070000      move sl-qty(sl-idx) to dn-chumon.
070100      move sl-ship-qty(sl-idx) to dn-shukka.
070200      compute dn-zan = sl-qty(sl-idx) - sl-ship-qty(sl-idx).
070300      if sl-ship-qty(sl-idx) < sl-qty(sl-idx)
070400          move "backorder" to dn-bo-flag
070500      else
070600          move spaces to dn-bo-flag
070700      end-if.
070800      write dlv-line from dn-line.
070900  print-note-exit.
071000      exit.
071100  note-head.
071200      if note-count > 0
071300          write dlv-line from spaces
071400          write dlv-line from spaces
071500      end-if.
071600      add 1 to note-count.
071700      move run-date to dn-date.
071800      move nk-cust-id to dn-cust-id.
071900      move nk-cust-id to cust-id.
072000      read cust-mast record
072100          invalid key
072200              continue
072300      end-read.
072400      if cust-fstat = "00"
072500          move cust-name to dn-cust-name
072600      else
072700          move "** not on master **" to dn-cust-name
072800      end-if.
072900      write dlv-line from dn-title-line.
073000      write dlv-line from dn-date-line.
073100      write dlv-line from dn-cust-line.
073200      move spaces to dn-ship-name.
073300      move spaces to dn-ship-addr.
073400      if nk-ship-to not = spaces
073500          move nk-cust-id to sht-cust-id
073600          move nk-ship-to to sht-code
073700          read ship-to record
073800              invalid key
073900                  continue
074000          end-read
074100          if sht-fstat = "00"
074200              move sht-name to dn-ship-name
074300              move sht-address to dn-ship-addr
074400          end-if
074500      end-if.
074600      if dn-ship-name = spaces and cust-fstat = "00"
074700          move cust-name to dn-ship-name
074800          move cust-address to dn-ship-addr
074900      end-if.
075000      write dlv-line from dn-ship-line.
075100      write dlv-line from spaces.
075200      write dlv-line from dn-column-line.
075300  note-head-exit.
075400      exit.
075500  end-note.
075600      write dlv-line from spaces.
075700      write dlv-line from dn-sign-line.
075800  end-note-exit.
075900      exit.
076000  open-batch.
076100      perform next-batch thru next-batch-exit.
076200      move spaces to gl-record.
076300      move "H" to gl-rec-type.
076400      move "S" to gl-journal.
076500      move gl-batch-no-w to gl-batch-no.
076600      move run-date to gl-batch-date.
076700      write gl-record.
076800      perform write-batch-stat thru write-batch-stat-exit.
076900      move "Y" to batch-open-w.
077000  open-batch-exit.
077100      exit.
077200  next-batch.
077300      open input gl-batch.
077400      read gl-batch
077500          at end
077600              continue
077700      end-read.
077800      if bat-status = "00" and bat-last-no is numeric
077900          compute gl-batch-no-w = bat-last-no + 1
078000      else
078100          move 1 to gl-batch-no-w
078200      end-if.
078300      close gl-batch.
078400      open output gl-batch.
078500      move gl-batch-no-w to bat-last-no.
078600      write bat-record.
078700      close gl-batch.
078800  next-batch-exit.
078900      exit.
079000  write-batch-stat.
079100      open extend gl-bstat.
079200      if gb-fstat not = "00"
079300          display "rei58: glbstat open failed, status " gb-fstat
079400          close gl-bstat
079500          go to write-batch-stat-exit
079600      end-if.
079700      move gl-batch-no-w to gb-batch-no.
079800      move run-date to gb-date.
079900      move "C" to gb-status.
080000      move 0 to gb-ack-date.
080100      write gb-record.
080200      close gl-bstat.
080300  write-batch-stat-exit.
080400      exit.
080500  write-gl-trailer.
080600      move spaces to gl-record.
080700      move "T" to gl-rec-type.
080800      move "S" to gl-journal.
080900      move gl-det-count to gl-rec-count.
081000      move gl-hash-w to gl-hash-total.
081100      write gl-record.
081200  write-gl-trailer-exit.
081300      exit.
081400  write-reject.
081500      move shc-ord-no to dl-rej-ord-no.
081600      move shc-line-no to dl-rej-line-no.
081700      if shc-ship-qty is numeric
081800          move shc-ship-qty to dl-rej-qty
081900      else
082000          move 0 to dl-rej-qty
082100      end-if.
082200      write pr-line from dl-rej-line.
082300      add 1 to reject-count.
082400  write-reject-exit.
082500      exit.
082600  open-abort.
082700      move 1 to return-code.
082800      close shp-conf.
082900      close shp-hist.
083000      close inv-dtl.
083100      close itm-master.
083200      close cust-mast.
083300      close ship-to.
083400      close msum-master.
083500      close stk-move.
083600      close back-ord.
083700      close ar-open.
083800      close gl-intf.
083900      close print-file.
084000      close dlv-file.
084025      if prd-avail = "Y"
084050          close prd-file
084075      end-if.
084081      close lot-master.
084087      close lot-pick.
084093      close lr-work.
084100      goback.
084200  get-bizdate.
084300      open input biz-file.
084400      read biz-file
084500          at end
084600              continue
084700      end-read.
084800      if biz-status = "00" and biz-date is numeric
084900          move biz-date to run-date
085000      else
085100          accept run-date from date yyyymmdd
085200      end-if.
085300      close biz-file.
085400  get-bizdate-exit.
085500      exit.
085600  load-lot-pick.
085700      read lot-pick
085800          at end
085900              move "Y" to lp-eof
086000              go to load-lot-pick-exit
086100      end-read.
086200      if lp-date not = run-date
086300          go to load-lot-pick-exit
086400      end-if.
086500      move lp-ord-no to lrw-ord-no.
086600      if lp-line-no is numeric
086700          move lp-line-no to lrw-line-no
086800      else
086900          move 0 to lrw-line-no
087000      end-if.
087100      move lp-item-code to lrw-item.
087200      compute lrw-rank = 99999999 - lp-best-before.
087300      move lp-location to lrw-location.
087400      move lp-lot-no to lrw-lot-no.
087500      read lr-work record
087600          invalid key
087700              move lp-best-before to lrw-best-before
087800              move lp-qty to lrw-qty
087900              write lrw-record
088000              go to load-lot-pick-exit
088100      end-read.
088200      add lp-qty to lrw-qty.
088300      rewrite lrw-record.
088400  load-lot-pick-exit.
088500      exit.
088600  return-lots.
088700      move short-qty to return-left.
088800      move "N" to lr-eof.
088900      move sl-ord-no(sl-hit) to lrw-ord-no.
089000      move sl-line-no(sl-hit) to lrw-line-no.
089100      move sl-item-code(sl-hit) to lrw-item.
089200      move 0 to lrw-rank.
089300      move spaces to lrw-location.
089400      move 0 to lrw-lot-no.
089500      start lr-work key is not less than lrw-key
089600          invalid key
089700              go to return-lots-exit
089800      end-start.
089900      perform return-lot-rec thru return-lot-rec-exit
090000          until return-left = 0 or lr-eof = "Y".
090100  return-lots-exit.
090200      exit.
090300  return-lot-rec.
090400      read lr-work next record
090500          at end
090600              move "Y" to lr-eof
090700              go to return-lot-rec-exit
090800      end-read.
090900      if lrw-ord-no not = sl-ord-no(sl-hit)
091000          or lrw-line-no not = sl-line-no(sl-hit)
091100          or lrw-item not = sl-item-code(sl-hit)
091200          move "Y" to lr-eof
091300          go to return-lot-rec-exit
091400      end-if.
091500      if lrw-qty not > 0
091600          go to return-lot-rec-exit
091700      end-if.
091800      if lrw-qty < return-left
091900          move lrw-qty to return-qty
092000      else
092100          move return-left to return-qty
092200      end-if.
092300      subtract return-qty from lrw-qty.
092400      subtract return-qty from return-left.
092500      rewrite lrw-record.
092600      move run-date to lp-date.
092700      move sl-ord-no(sl-hit) to lp-ord-no.
092800      move sl-cust-id(sl-hit) to lp-cust-id.
092900      move sl-item-code(sl-hit) to lp-item-code.
093000      move sl-line-no(sl-hit) to lp-line-no.
093100      move lrw-location to lp-location.
093200      move lrw-lot-no to lp-lot-no.
093300      move lrw-best-before to lp-best-before.
093400      compute lp-qty = 0 - return-qty.
093500      write lp-record.
093600      move lrw-item to lot-item-code.
093700      move lrw-location to lot-location.
093800      move lrw-best-before to lot-best-before.
093900      move lrw-lot-no to lot-no.
094000      read lot-master record
094100          invalid key
094200              move run-date to lot-rcpt-date
094300              move return-qty to lot-qty
094400              move return-qty to lot-orig-qty
094500              write lot-record
094600              go to return-lot-rec-exit
094700      end-read.
094800      add return-qty to lot-qty.
094900      rewrite lot-record.
095000  return-lot-rec-exit.
095100      exit.
