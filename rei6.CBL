001000      select ord-trans assign to "ORDTRAN"
001100          organization line sequential
001200          file status is ord-status.
001204      select cp-work assign to "R6PRCWK"
001208          organization indexed
001212          access mode dynamic
001216          record key is cpw-key
001220          file status is cpw-fstat.
001224      select cb-work assign to "R6BALWK"
001228          organization indexed
001232          access mode dynamic
001236          record key is cbw-cust-id
001240          file status is cbw-fstat.
001241      select ct-work assign to "R6CTWK"
001242          organization indexed
001243          access mode dynamic
001244          record key is ctw-cust-id
001245          file status is ctw-fstat.
001246      select lot-master assign to "LOTMAST"
001248          organization indexed
001252          access mode dynamic
001256          record key is lot-key
001260          file status is lot-fstat.
001264      select lot-pick assign to "LOTPICK"
001268          organization line sequential
001272          file status is lp-fstat.
001276      select prd-file assign to "PERIODS"
001280          organization indexed
001284          access mode dynamic
001288          record key is prd-month
001292          file status is prd-fstat.
001300      select itm-master assign to "ITMMAST"
001400          organization indexed
001500          access mode dynamic
001920      copy "bizdate.CPY".
002000  fd  ord-trans.
002100      copy "ordtran.CPY".
002107  fd  cp-work.
002114  01 cpw-record.
002121  02 cpw-key.
002128  03 cpw-cust-id pic x(6).
002135  03 cpw-item-code pic x(6).
002142  02 cpw-price pic 9(5).
002149  02 cpw-disc-pct pic 9(2)v99.
002156  fd  cb-work.
002163  01 cbw-record.
002170  02 cbw-cust-id pic x(6).
002177  02 cbw-balance pic s9(11).
002184  02 cbw-exposure pic s9(11).
002187  fd  ct-work.
002190  01 ctw-record.
002193  02 ctw-cust-id pic x(6).
002196  02 ctw-amount pic s9(11).
002200  fd  itm-master.
002300      copy "itmmast.CPY".
002310  fd  cust-mast.
002458      copy "glbstat.CPY".
002463  fd  csum-master.
002468      copy "csum.CPY".
002469  fd  lot-master.
002470      copy "lotmast.CPY".
002471  fd  lot-pick.
002472      copy "lotpick.CPY".
002473  fd  lock-file.
002478      copy "runlock.CPY".
002479  fd  prd-file.
002480      copy "periods.CPY".
002483  working-storage section.
002488  01 lok-fstat pic xx.
002493  01 biz-status pic xx.
002500  01 ord-status pic xx.
002516  01 lot-fstat pic xx.
002532  01 lp-fstat pic xx.
002548  01 lot-eof-w pic x value "N".
002564  01 draw-left pic 9(5) value 0.
002580  01 draw-qty pic 9(5) value 0.
002600  01 itm-status pic xx.
002640  01 cust-fstat pic xx.
002645  01 cust-valid pic x value "Y".
002650  01 prt-status pic xx.
002651  01 prd-fstat pic xx.
002652  01 prd-avail pic x value "N".
002653  01 chk-month pic 9(6) value 0.
002654  01 last-month pic 9(6) value 0.
002655  01 month-closed pic x value "N".
002660  01 rej-fstat pic xx.
002665  01 gl-status pic xx.
002666  01 msum-status pic xx.
002683  01 ar-eof-w pic x value "N".
002684  01 est-tanka pic 9(5) value 0.
002685  01 est-amount pic s9(9) value 0.
002686  01 cbw-fstat pic xx.
002687  01 cpw-fstat pic xx.
002688  01 ln-idx pic 9(3) value 0.
002691  01 cp-fstat pic xx.
002694  01 gb-fstat pic xx.
002695  01 csum-fstat pic xx.
002696  01 csum-cust-w pic x(6).
002699  01 csum-crd-w pic 9(1) value 0.
002700  01 csum-rej-w pic 9(1) value 0.
002701  01 cp-eof-w pic x value "N".
002717  01 bat-status pic xx.
002718  01 gl-batch-no-w pic 9(6) value 0.
002719  01 rej-seq-w pic 9(5) value 0.
003100  01 order-table.
003200  02 ord-line occurs 50 times.
003233  03 ol-ord-no pic 9(6).
003249  03 ol-line-no pic 9(3).
003266  03 ol-contract pic x(1).
003299  03 ol-ship-to pic x(2).
003300  03 ol-item-code pic x(6).
003325  03 ol-quo-price pic 9(5).
003350  03 ol-cust-id pic x(6).
003360  03 ol-type pic x(1).
003400  03 ol-name pic x(6).
003710  03 ol-tax-amt pic s9(9).
003720  03 ol-kingaku-incl pic s9(9).
003750  01 ord-total pic s9(9) value 0.
003755  01 ctw-fstat pic xx.
003760  01 ct-eof pic x value "N".
003800  01 dl-line.
003804  02 dl-ord-no pic 9(6).
003808  02 filler pic x(2) value space.
004574  02 dl-subt-cust pic x(6).
004575  02 filler pic x(2) value space.
004576  02 dl-subt-amt pic z(8)9-.
004585  01 hd-title-line.
004586  02 filler pic x(25) value spaces.
004587  02 filler pic x(22) value "sales pricing report".
004740          display "rei6: rejlog open failed, status " rej-fstat
004750          go to open-abort
004760      end-if.
004761      open i-o lot-master.
004762      if lot-fstat = "35"
004763          open output lot-master
004764          close lot-master
004765          open i-o lot-master
004766      end-if.
004767      if lot-fstat not = "00"
004768          display "rei6: lotmast open failed, status " lot-fstat
004769          go to open-abort
004770      end-if.
004771      open extend lot-pick.
004772      if lp-fstat not = "00"
004773          open output lot-pick
004774      end-if.
004775      if lp-fstat not = "00"
004776          display "rei6: lotpick open failed, status " lp-fstat
004777          go to open-abort
004778      end-if.
004779      open output cp-work.
004780      close cp-work.
004781      open i-o cp-work.
004782      if cpw-fstat not = "00"
004783          display "rei6: r6prcwk open failed, status " cpw-fstat
004784          go to open-abort
004785      end-if.
004786      open output cb-work.
004787      close cb-work.
004788      open i-o cb-work.
004789      if cbw-fstat not = "00"
004790          display "rei6: r6balwk open failed, status " cbw-fstat
004791          go to open-abort
004792      end-if.
004793      open output ct-work.
004794      close ct-work.
004795      open i-o ct-work.
004796      if ctw-fstat not = "00"
004797          display "rei6: r6ctwk open failed, status " ctw-fstat
004798          go to open-abort
004799      end-if.
004800      open input prd-file.
004801      if prd-fstat = "00"
004802          move "Y" to prd-avail
004803      end-if.
004812      open extend back-ord.
004814      if bo-fstat not = "00"
004816          display "rei6: backord open failed, status " bo-fstat
004872          perform next-batch thru next-batch-exit
004874          move spaces to gl-record
004876          move "H" to gl-rec-type
004877          move "S" to gl-journal
004878          move gl-batch-no-w to gl-batch-no
004880          move run-date to gl-batch-date
004882          write gl-record
005490      write pr-line from dl-total-line.
005492      write pr-line from spaces.
005494      write pr-line from dl-subt-head.
005496      perform start-cust-total thru start-cust-total-exit.
005497      perform list-cust-total thru list-cust-total-exit
005498          until ct-eof = "Y".
005502      perform start-cust-total thru start-cust-total-exit.
005506      perform post-aropen thru post-aropen-exit
005514          until ct-eof = "Y".
005594      perform clear-ckpt thru clear-ckpt-exit.
005600      close ord-trans.
005614      close ord-hold.
005642      close inv-dtl.
005645      close stk-move.
005650      close cust-mast.
005656      close lot-master.
005662      close lot-pick.
005669      close cp-work.
005676      close cb-work.
005683      close ct-work.
005700      close itm-master.
005710      close print-file.
005712      if prd-avail = "Y"
005714          close prd-file
005716      end-if.
005720      close rej-log.
005725      perform write-gl-trailer thru write-gl-trailer-exit.
005730      close gl-intf.
006200              move "Y" to ord-eof
006300              go to read-order-exit
006400      end-read.
006402      if ord-quo-price is not numeric
006404          move 0 to ord-quo-price
006406      end-if.
006410      move "Y" to cust-valid.
006420      move ord-cust-id to cust-id.
006430      read cust-mast record
006585      add 1 to ord-line-count.
006590      move ord-no to ol-ord-no(ord-line-count).
006595      move ord-ship-to to ol-ship-to(ord-line-count).
006597      move ord-quo-price to ol-quo-price(ord-line-count).
006600      move ord-item-code to ol-item-code(ord-line-count).
006650      move ord-cust-id to ol-cust-id(ord-line-count).
006660      move ord-type to ol-type(ord-line-count).
006700      move ord-qty to ol-suryou(ord-line-count).
006720      move 1 to ol-line-no(ord-line-count).
006740      perform number-line thru number-line-exit
006760          varying ln-idx from 1 by 1
006780          until ln-idx >= ord-line-count.
006800  read-order-exit.
006814      exit.
006828  number-line.
006842      if ol-ord-no(ln-idx) = ol-ord-no(ord-line-count)
006856          add 1 to ol-line-no(ord-line-count)
006870      end-if.
006884  number-line-exit.
006900      exit.
006901  load-cusprice.
006902      move "N" to cp-eof-w.
006916              move "Y" to cp-eof-w
006917              go to load-cp-rec-exit
006918      end-read.
006919      move cp-cust-id to cpw-cust-id.
006920      move cp-item-code to cpw-item-code.
006921      if cp-price is numeric
006922          move cp-price to cpw-price
006923      else
006924          move 0 to cpw-price
006925      end-if.
006926      if cp-disc-pct is numeric
006927          move cp-disc-pct to cpw-disc-pct
006928      else
006929          move 0 to cpw-disc-pct
006930      end-if.
006931      write cpw-record
006932          invalid key
006933              continue
006934      end-write.
006936  load-cp-rec-exit.
006937      exit.
006938  find-cusprice.
006939      move ol-cust-id(ord-idx) to cpw-cust-id.
006940      move ol-item-code(ord-idx) to cpw-item-code.
006941      read cp-work record
006942          invalid key
006943              go to find-cusprice-exit
006944      end-read.
006945      if cpw-price > 0
006946          move cpw-price to ol-tanka(ord-idx)
006950          move "Y" to ol-contract(ord-idx)
006951      else
006952          if cpw-disc-pct > 0
006953              compute ol-tanka(ord-idx) rounded =
006954                  ol-tanka(ord-idx)
006955                  * (100 - cpw-disc-pct) / 100
006956              move "Y" to ol-contract(ord-idx)
006957          end-if
006958      end-if.
006959  find-cusprice-exit.
006960      exit.
006969  check-credit.
006970      move "N" to line-hold.
006971      move ord-quo-price to est-tanka.
006972      move 0 to est-amount.
006973      move ord-item-code to itm-code.
006974      read itm-master record
006975          invalid key
006976              move 0 to itm-uom-factor
006977      end-read.
006978      if est-tanka = 0 and itm-uom-factor not = 0
006979          compute est-tanka rounded =
006980              itm-price * itm-fx-rate / itm-uom-factor
006981      end-if.
006982      if ord-qty is numeric
006983          compute est-amount = ord-qty * est-tanka
006984      end-if.
006985      move ord-cust-id to cbw-cust-id.
006986      perform get-cb thru get-cb-exit.
006987      if cbw-balance + cbw-exposure + est-amount
006988          > cust-credit-limit
006989          move "Y" to line-hold
006990          go to check-credit-exit
006991      end-if.
006992      add est-amount to cbw-exposure.
006993      rewrite cbw-record.
006997  check-credit-exit.
006998      exit.
006999  write-hold.
007005      move run-date to hld-date.
007006      move "over credit limit" to hld-reason.
007007      move "O" to hld-status.
007008      perform set-hold-line thru set-hold-line-exit.
007009      write hld-record.
007010  write-hold-exit.
007011      exit.
007012  get-cb.
007014      read cb-work record
007015          invalid key
007016              move 0 to cbw-balance
007017              move 0 to cbw-exposure
007018              write cbw-record
007019      end-read.
007030  get-cb-exit.
007031      exit.
007039  load-arbal.
007040      move "N" to ar-eof-w.
007041      open input ar-open.
007054              move "Y" to ar-eof-w
007055              go to load-arbal-rec-exit
007056      end-read.
007057      move ar-cust-id to cbw-cust-id.
007058      perform get-cb thru get-cb-exit.
007060      add ar-amount to cbw-balance.
007061      rewrite cbw-record.
007062  load-arbal-rec-exit.
007063      exit.
007064  flag-overflow.
008112      move "N" to ol-contract(ord-idx).
008124      if itm-status = "00"
008136          perform find-cusprice thru find-cusprice-exit
008138      end-if.
008140      if itm-status = "00" and ol-quo-price(ord-idx) > 0
008142          move ol-quo-price(ord-idx) to ol-tanka(ord-idx)
008144          move "Q" to ol-contract(ord-idx)
008148      end-if.
008150      move "Y" to line-valid.
008151      move "N" to line-backord.
008356                      from itm-qty-on-hand
008357              end-if
008358              rewrite itm-record
008359              perform post-movement thru post-movement-exit
008360              perform start-gl-detail thru start-gl-detail-exit
008361              move ol-item-code(ord-idx) to gl-item-code
008362              move ol-suryou(ord-idx) to gl-qty
008363              move ol-kingaku(ord-idx) to gl-net-amount
008498      move ol-kingaku-incl(ord-idx) to inv-kingaku-incl.
008499      move run-date to inv-date.
008500      move ol-ord-no(ord-idx) to inv-ord-no.
008501      perform set-inv-line thru set-inv-line-exit.
008502      write inv-record.
008503  write-invdtl-exit.
008504      exit.
008505  write-movement.
008506      move ol-item-code(ord-idx) to mov-item-code.
008507      move run-date to mov-date mov-post-date.
008508      if ol-type(ord-idx) = "R"
008509          move "R" to mov-type
008510          move ol-suryou(ord-idx) to mov-qty
008547      move run-date to bo-date.
008548      move "O" to bo-status.
008549      move ol-ord-no(ord-idx) to bo-ord-no.
008550      perform set-bo-line thru set-bo-line-exit.
008551      write bo-record.
008552  write-backord-exit.
008553      exit.
008554  add-cust-total.
008559      move ol-cust-id(ord-idx) to ctw-cust-id.
008560      read ct-work record
008561          invalid key
008562              move ol-kingaku-incl(ord-idx) to ctw-amount
008563              write ctw-record
008564              go to add-cust-total-exit
008565      end-read.
008566      add ol-kingaku-incl(ord-idx) to ctw-amount.
008567      rewrite ctw-record.
008569  add-cust-total-exit.
008570      exit.
008571  next-cust-total.
008572      read ct-work next record
008573          at end
008574              move "Y" to ct-eof
008575      end-read.
008576  next-cust-total-exit.
008577      exit.
008578  post-aropen.
008579      if ctw-amount not = 0
008580          move ctw-cust-id to ar-cust-id
008581          move run-date to ar-date
008582          move ctw-amount to ar-amount
008583          write ar-record
008584      end-if.
008585      perform next-cust-total thru next-cust-total-exit.
008586  post-aropen-exit.
008587      exit.
008588  print-cust-total.
008589      move ctw-cust-id to dl-subt-cust.
008590      move ctw-amount to dl-subt-amt.
008591      write pr-line from dl-subt-line.
008592  print-cust-total-exit.
008593      exit.
009067      if ol-contract(ord-idx) = "Y"
009074          move "ct" to dl-ct
009081      else
009088          if ol-contract(ord-idx) = "Q"
009089              move "qt" to dl-ct
009091          else
009092              move spaces to dl-ct
009094          end-if
009095      end-if.
009100      write pr-line from dl-line.
009110      add 1 to lines-this-page.
009696      close ord-hold.
009697      close cust-mast.
009700      close itm-master.
009702      close lot-master.
009703      close lot-pick.
009704      close cp-work.
009705      close cb-work.
009706      close ct-work.
009710      close print-file.
009712      if prd-avail = "Y"
009714          close prd-file
009716      end-if.
009720      close rej-log.
009730      close gl-intf.
009740      close msum-master.
009744      close csum-master.
009748      perform free-lock thru free-lock-exit.
009750      goback.
009755  check-period.
009760      if chk-month = last-month
009765          go to check-period-exit
009770      end-if.
009775      move chk-month to last-month.
009780      move "N" to month-closed.
009785      if prd-avail not = "Y"
009790          go to check-period-exit
009795      end-if.
009800      move chk-month to prd-month.
009805      read prd-file record
009810          invalid key
009815              continue
009820      end-read.
009825      if prd-fstat = "00" and prd-closed
009830          move "Y" to month-closed
009835      end-if.
009840  check-period-exit.
009845      exit.
009850  get-bizdate.
009950      open input biz-file.
010050      read biz-file
010750          accept run-date from date yyyymmdd
010850      end-if.
010950      close biz-file.
010962      move run-date(1:6) to chk-month.
010974      perform check-period thru check-period-exit.
010986      if month-closed = "Y"
010998          display "rei6: business date " run-date
011010              " is in a closed period"
011022          go to open-abort
011034      end-if.
011050  get-bizdate-exit.
011150      exit.
011160  resume-batch.
011320              move "Y" to gl-eof-w
011330              go to scan-gl-rec-exit
011340      end-read.
011342      if not gl-sales-jnl
011344          go to scan-gl-rec-exit
011346      end-if.
011350      if gl-header
011360          if gl-batch-date = run-date
011370              move "Y" to batch-open-w
014360      close lock-file.
014460  free-lock-exit.
014560      exit.
014660  draw-lots.
014760      move ol-suryou(ord-idx) to draw-left.
014860      move "N" to lot-eof-w.
014960      move ol-item-code(ord-idx) to lot-item-code.
015060      move "01" to lot-location.
015160      move run-date to lot-best-before.
015260      move 0 to lot-no.
015360      start lot-master key is not less than lot-key
015460          invalid key
015560              go to draw-lots-exit
015660      end-start.
015760      perform draw-lot-rec thru draw-lot-rec-exit
015860          until draw-left = 0 or lot-eof-w = "Y".
015960  draw-lots-exit.
016060      exit.
016160  draw-lot-rec.
016260      read lot-master next record
016360          at end
016460              move "Y" to lot-eof-w
016560              go to draw-lot-rec-exit
016660      end-read.
016760      if lot-item-code not = ol-item-code(ord-idx)
016860          or lot-location not = "01"
016960          move "Y" to lot-eof-w
017060          go to draw-lot-rec-exit
017160      end-if.
017260      if lot-qty = 0
017360          go to draw-lot-rec-exit
017460      end-if.
017560      if lot-qty < draw-left
017660          move lot-qty to draw-qty
017760      else
017860          move draw-left to draw-qty
017960      end-if.
018060      subtract draw-qty from lot-qty.
018160      subtract draw-qty from draw-left.
018260      rewrite lot-record.
018360      move run-date to lp-date.
018460      move ol-ord-no(ord-idx) to lp-ord-no.
018560      move ol-cust-id(ord-idx) to lp-cust-id.
018660      move ol-item-code(ord-idx) to lp-item-code.
018760      move ol-line-no(ord-idx) to lp-line-no.
018860      move lot-location to lp-location.
018960      move lot-no to lp-lot-no.
019060      move lot-best-before to lp-best-before.
019160      move draw-qty to lp-qty.
019260      write lp-record.
019360  draw-lot-rec-exit.
019460      exit.
019560  start-cust-total.
019660      move "N" to ct-eof.
019760      move low-values to ctw-cust-id.
019860      start ct-work key is not less than ctw-cust-id
019960          invalid key
020060              move "Y" to ct-eof
020110              go to start-cust-total-exit
020160      end-start.
020210      perform next-cust-total thru next-cust-total-exit.
020260  start-cust-total-exit.
020360      exit.
020460  list-cust-total.
020560      perform print-cust-total thru print-cust-total-exit.
020660      perform next-cust-total thru next-cust-total-exit.
020760  list-cust-total-exit.
020860      exit.
020960  post-movement.
021060      perform write-movement thru write-movement-exit.
021160      if ol-type(ord-idx) not = "R"
021260          perform draw-lots thru draw-lots-exit
021360      end-if.
021460  post-movement-exit.
021560      exit.
021660  start-gl-detail.
021760      move "D" to gl-rec-type.
021860      move "S" to gl-journal.
021960      move spaces to gl-account.
022060      move spaces to gl-dr-cr.
022160  start-gl-detail-exit.
022260      exit.
022360  set-inv-line.
022460      move ol-ship-to(ord-idx) to inv-ship-to.
022560      move ol-line-no(ord-idx) to inv-line-no.
022660      move ol-quo-price(ord-idx) to inv-quo-price.
022760  set-inv-line-exit.
022860      exit.
022960  set-bo-line.
023060      move ol-ship-to(ord-idx) to bo-ship-to.
023160      move ol-quo-price(ord-idx) to bo-quo-price.
023260  set-bo-line-exit.
023360      exit.
023460  set-hold-line.
023560      move ord-ship-to to hld-ship-to.
023660      move ord-quo-price to hld-quo-price.
023760  set-hold-line-exit.
023860      exit.
