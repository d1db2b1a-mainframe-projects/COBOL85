002400      select print-file assign to "TRFRGST"
002500          organization line sequential
002600          file status is prt-status.
002609      select lot-master assign to "LOTMAST"
002618          organization indexed
002627          access mode dynamic
002636          record key is lot-key
002645          file status is lot-fstat.
002654      select prd-file assign to "PERIODS"
002663          organization indexed
002672          access mode dynamic
002681          record key is prd-month
002690          file status is prd-fstat.
002691      select lm-work assign to "R36LOTWK"
002692          organization indexed
002693          access mode dynamic
002694          record key is lmw-key
002695          file status is lmw-fstat.
002700  data division.
002800  file section.
002900  fd  biz-file.
003400      copy "itmmast.CPY".
003500  fd  stk-move.
003600      copy "stkmove.CPY".
003620  fd  lot-master.
003640      copy "lotmast.CPY".
003660  fd  prd-file.
003680      copy "periods.CPY".
003682  fd  lm-work.
003684  01 lmw-record.
003686  02 lmw-key.
003688  03 lmw-best-before pic 9(8).
003690  03 lmw-lot-no pic 9(6).
003692  02 lmw-rcpt-date pic 9(8).
003694  02 lmw-qty pic 9(5).
003700  fd  print-file.
003800  01 pr-line pic x(80).
003900  working-storage section.
004200  01 itm-status pic xx.
004300  01 mov-fstat pic xx.
004400  01 prt-status pic xx.
004416  01 prd-fstat pic xx.
004432  01 prd-avail pic x value "N".
004448  01 chk-month pic 9(6) value 0.
004464  01 last-month pic 9(6) value 0.
004480  01 month-closed pic x value "N".
004500  01 trf-eof pic x value "N".
004600  01 run-date pic 9(8).
004700  01 from-on-hand pic 9(5) value 0.
004800  01 posted-count pic 9(5) value 0.
004900  01 reject-count pic 9(5) value 0.
004907  01 lot-fstat pic xx.
004914  01 lot-eof-w pic x value "N".
004921  01 draw-left pic 9(5) value 0.
004928  01 draw-qty pic 9(5) value 0.
004935  01 lmw-fstat pic xx.
004942  01 lm-eof pic x value "N".
005000  01 hd-title-line.
005100  02 filler pic x(22) value spaces.
005200  02 filler pic x(30) value "stock transfer register".
009500          display "rei36: stkmove open failed, status " mov-fstat
009600          go to open-abort
009700      end-if.
009709      open i-o lot-master.
009718      if lot-fstat = "35"
009727          open output lot-master
009736          close lot-master
009745          open i-o lot-master
009754      end-if.
009763      if lot-fstat not = "00"
009772          display "rei36: lotmast open failed, status " lot-fstat
009781          go to open-abort
009790      end-if.
009791      open output lm-work.
009792      close lm-work.
009793      open i-o lm-work.
009794      if lmw-fstat not = "00"
009795          display "rei36: r36lotwk open failed, status " lmw-fstat
009796          go to open-abort
009797      end-if.
009800      open output print-file.
009900      if prt-status not = "00"
010000          display "rei36: trfrgst open failed, status " prt-status
010100          go to open-abort
010200      end-if.
010300      perform get-bizdate thru get-bizdate-exit.
010320      open input prd-file.
010340      if prd-fstat = "00"
010360          move "Y" to prd-avail
010380      end-if.
010400      move run-date to hd-date.
010500      write pr-line from hd-title-line.
010600      write pr-line from hd-date-line.
011500      close trf-trans.
011600      close itm-master.
011700      close stk-move.
011750      close lot-master.
011775      close lm-work.
011800      close print-file.
011825      if prd-avail = "Y"
011850          close prd-file
011875      end-if.
011900      goback.
012000  post-transfer.
012100      read trf-trans
013500      end-if.
013600      if trf-to-loc not = "01" and trf-to-loc not = "02"
013700          move "bad to location" to dl-rej-reason
013707          perform write-reject thru write-reject-exit
013714          go to post-transfer-exit
013721      end-if.
013728      if trf-date is not numeric or trf-date = 0
013735          move "bad date" to dl-rej-reason
013742          perform write-reject thru write-reject-exit
013749          go to post-transfer-exit
013756      end-if.
013763      move trf-date(1:6) to chk-month.
013770      perform check-period thru check-period-exit.
013777      if month-closed = "Y"
013784          move "period closed" to dl-rej-reason
013800          perform write-reject thru write-reject-exit
013900          go to post-transfer-exit
014000      end-if.
017600      rewrite itm-record.
017700      perform write-out-move thru write-out-move-exit.
017800      perform write-in-move thru write-in-move-exit.
017850      perform move-lots thru move-lots-exit.
017900      add 1 to posted-count.
018000      move trf-item-code to dl-hinmei.
018100      move trf-qty to dl-suryou.
018800  write-out-move.
018900      move trf-item-code to mov-item-code.
019000      move trf-date to mov-date.
019050      move run-date to mov-post-date.
019100      move "T" to mov-type.
019200      compute mov-qty = 0 - trf-qty.
019300      if trf-from-loc = "02"
020300  write-in-move.
020400      move trf-item-code to mov-item-code.
020500      move trf-date to mov-date.
020550      move run-date to mov-post-date.
020600      move "T" to mov-type.
020700      move trf-qty to mov-qty.
020800      if trf-to-loc = "02"
021500      write mov-record.
021600  write-in-move-exit.
021700      exit.
021701  move-lots.
021702      move trf-qty to draw-left.
021704      move "N" to lot-eof-w.
021705      move trf-item-code to lot-item-code.
021706      move trf-from-loc to lot-location.
021707      move 0 to lot-best-before.
021708      move 0 to lot-no.
021709      start lot-master key is not less than lot-key
021710          invalid key
021711              go to move-lots-exit
021712      end-start.
021713      perform take-lot-rec thru take-lot-rec-exit
021714          until draw-left = 0 or lot-eof-w = "Y".
021715      perform start-lm thru start-lm-exit.
021716      perform put-lot-rec thru put-lot-rec-exit
021717          until lm-eof = "Y".
021718  move-lots-exit.
021719      exit.
021720  take-lot-rec.
021721      read lot-master next record
021722          at end
021723              move "Y" to lot-eof-w
021724              go to take-lot-rec-exit
021725      end-read.
021726      if lot-item-code not = trf-item-code
021727          or lot-location not = trf-from-loc
021728          move "Y" to lot-eof-w
021729          go to take-lot-rec-exit
021730      end-if.
021731      if lot-qty = 0
021732          go to take-lot-rec-exit
021733      end-if.
021734      if lot-qty < draw-left
021735          move lot-qty to draw-qty
021736      else
021737          move draw-left to draw-qty
021738      end-if.
021739      subtract draw-qty from lot-qty.
021740      subtract draw-qty from draw-left.
021741      rewrite lot-record.
021742      move lot-best-before to lmw-best-before.
021743      move lot-no to lmw-lot-no.
021744      move lot-rcpt-date to lmw-rcpt-date.
021745      move draw-qty to lmw-qty.
021746      write lmw-record.
021747  take-lot-rec-exit.
021748      exit.
021749  put-lot-rec.
021750      read lm-work next record
021751          at end
021752              move "Y" to lm-eof
021753              go to put-lot-rec-exit
021754      end-read.
021755      move trf-item-code to lot-item-code.
021756      move trf-to-loc to lot-location.
021757      move lmw-best-before to lot-best-before.
021758      move lmw-lot-no to lot-no.
021759      read lot-master record
021760          invalid key
021761              move lmw-rcpt-date to lot-rcpt-date
021762              move lmw-qty to lot-qty
021763              move lmw-qty to lot-orig-qty
021764              write lot-record
021765              delete lm-work record
021766              go to put-lot-rec-exit
021767      end-read.
021768      add lmw-qty to lot-qty.
021774      rewrite lot-record.
021780      delete lm-work record.
021786  put-lot-rec-exit.
021792      exit.
021800  write-reject.
021900      move trf-item-code to dl-rej-code.
022000      write pr-line from dl-rej-line.
022600      close trf-trans.
022700      close itm-master.
022800      close stk-move.
022850      close lot-master.
022875      close lm-work.
022900      close print-file.
022925      if prd-avail = "Y"
022950          close prd-file
022975      end-if.
023000      goback.
023005  check-period.
023010      if chk-month = last-month
023015          go to check-period-exit
023020      end-if.
023025      move chk-month to last-month.
023030      move "N" to month-closed.
023035      if prd-avail not = "Y"
023040          go to check-period-exit
023045      end-if.
023050      move chk-month to prd-month.
023055      read prd-file record
023060          invalid key
023065              continue
023070      end-read.
023075      if prd-fstat = "00" and prd-closed
023080          move "Y" to month-closed
023085      end-if.
023090  check-period-exit.
023095      exit.
023100  get-bizdate.
023200      open input biz-file.
023300      read biz-file
024200      close biz-file.
024300  get-bizdate-exit.
024400      exit.
024500  start-lm.
024600      move "N" to lm-eof.
024700      move low-values to lmw-key.
024800      start lm-work key is not less than lmw-key
024900          invalid key
025000              move "Y" to lm-eof
025100      end-start.
025200  start-lm-exit.
025300      exit.
