001600      select ar-open assign to "AROPEN"
001700          organization line sequential
001800          file status is ar-fstat.
001811      select ar-work assign to "R29ARWK"
001822          organization indexed
001833          access mode dynamic
001844          record key is aw-key
001855          file status is aw-fstat.
001866      select pay-hist assign to "PAYHIST"
001877          organization line sequential
001888          file status is ph-fstat.
001900      select ar-new assign to "AROPENN"
002000          organization line sequential
002100          file status is arn-fstat.
002110      select gl-intf assign to "GLINTF"
002120          organization line sequential
002130          file status is gl-status.
002140      select gl-batch assign to "GLBATCH"
002150          organization line sequential
002160          file status is bat-status.
002170      select gl-bstat assign to "GLBSTAT"
002180          organization line sequential
002190          file status is gb-fstat.
002200      select print-file assign to "DEPRGST"
002300          organization line sequential
002400          file status is prt-status.
002416      select prd-file assign to "PERIODS"
002432          organization indexed
002448          access mode dynamic
002464          record key is prd-month
002480          file status is prd-fstat.
002500  data division.
002600  file section.
002700  fd  biz-file.
003000      copy "paytran.CPY".
003100  fd  ar-open.
003200      copy "aropen.CPY".
003210  fd  ar-work.
003220  01 aw-record.
003230  02 aw-key.
003240  03 aw-cust-id pic x(6).
003250  03 aw-seq pic 9(7).
003260  02 aw-date pic 9(8).
003270  02 aw-amount pic s9(9).
003280  fd  pay-hist.
003290      copy "payhist.CPY".
003300  fd  ar-new.
003400  01 an-record pic x(23).
003411  fd  gl-intf.
003422      copy "glintf.CPY".
003433  fd  gl-batch.
003444      copy "glbatch.CPY".
003455  fd  gl-bstat.
003466      copy "glbstat.CPY".
003477  fd  prd-file.
003488      copy "periods.CPY".
003500  fd  print-file.
003600  01 pr-line pic x(80).
003700  working-storage section.
003900  01 pay-status pic xx.
004000  01 ar-fstat pic xx.
004100  01 arn-fstat pic xx.
004133  01 aw-fstat pic xx.
004166  01 ph-fstat pic xx.
004200  01 prt-status pic xx.
004205  01 prd-fstat pic xx.
004210  01 prd-avail pic x value "N".
004215  01 chk-month pic 9(6) value 0.
004220  01 last-month pic 9(6) value 0.
004225  01 month-closed pic x value "N".
004230  01 gl-status pic xx.
004235  01 bat-status pic xx.
004240  01 gb-fstat pic xx.
004245  01 gl-batch-no-w pic 9(6) value 0.
004250  01 gl-det-count pic 9(7) value 0.
004255  01 gl-hash-w pic s9(11) value 0.
004260  01 gl-amt-w pic s9(9) value 0.
004265  01 gl-acct-w pic x(6) value spaces.
004270  01 gl-side-w pic x value space.
004275  01 acct-cash pic x(6) value "CASH".
004280  01 acct-ar pic x(6) value "AR".
004285  01 acct-onacct pic x(6) value "ONACCT".
004300  01 pay-eof pic x value "N".
004400  01 ar-eof pic x value "N".
004500  01 run-date pic 9(8).
004600  01 pay-left pic s9(9) value 0.
004700  01 cust-balance pic s9(11) value 0.
004754  01 aw-seq-w pic 9(7) value 0.
004808  01 aw-eof pic x value "N".
004862  01 grp-end pic x value "N".
004916  01 cur-cust pic x(6) value spaces.
004970  01 debit-sum pic s9(11) value 0.
005024  01 credit-sum pic s9(11) value 0.
005078  01 net-used pic s9(11) value 0.
005132  01 debit-left pic s9(11) value 0.
005186  01 credit-left pic s9(11) value 0.
005240  01 credit-item pic s9(11) value 0.
005300  01 posted-count pic 9(5) value 0.
005400  01 except-count pic 9(5) value 0.
005500  01 deposit-total pic s9(11) value 0.
006100  01 hd-title-line.
006200  02 filler pic x(22) value spaces.
006300  02 filler pic x(30) value "cash receipts register".
008900  02 dl-rej-cust pic x(6).
009000  02 filler pic x(2) value space.
009100  02 dl-rej-reason pic x(20).
009600  01 dl-tot-line.
009700  02 filler pic x(15) value "deposit total: ".
009800  02 dl-deposit pic z(10)9-.
011200          display "rei29: aropen open failed, status " ar-fstat
011300          go to open-abort
011400      end-if.
011407      open extend pay-hist.
011414      if ph-fstat not = "00"
011421          display "rei29: payhist open failed, status " ph-fstat
011428          go to open-abort
011435      end-if.
011442      open output ar-work.
011449      close ar-work.
011456      open i-o ar-work.
011463      if aw-fstat not = "00"
011470          display "rei29: r29arwk open failed, status " aw-fstat
011477          go to open-abort
011484      end-if.
011500      open output ar-new.
011600      open output print-file.
011700      if prt-status not = "00"
011900          go to open-abort
012000      end-if.
012100      perform get-bizdate thru get-bizdate-exit.
012110      open input prd-file.
012120      if prd-fstat = "00"
012130          move "Y" to prd-avail
012140      end-if.
012150      open extend gl-intf.
012160      if gl-status not = "00"
012170          display "rei29: glintf open failed, status " gl-status
012180          go to open-abort
012190      end-if.
012200      move run-date to hd-date.
012300      write pr-line from hd-title-line.
012400      write pr-line from hd-date-line.
012600      write pr-line from hd-column-line.
012700      perform load-ar thru load-ar-exit
012800          until ar-eof = "Y".
012811      perform next-batch thru next-batch-exit.
012822      move spaces to gl-record.
012833      move "H" to gl-rec-type.
012844      move "C" to gl-journal.
012855      move gl-batch-no-w to gl-batch-no.
012866      move run-date to gl-batch-date.
012877      write gl-record.
012888      perform write-batch-stat thru write-batch-stat-exit.
012900      perform post-payment thru post-payment-exit
013000          until pay-eof = "Y".
013033      move low-values to aw-key.
013066      move "N" to aw-eof.
013100      perform net-credit thru net-credit-exit
013130          until aw-eof = "Y".
013160      close ar-open.
013190      open input ar-open.
013220      if ar-fstat not = "00"
013250          display "rei29: aropen reopen failed, status " ar-fstat
013280          go to open-abort
013310      end-if.
013340      move "N" to ar-eof.
013370      move 0 to aw-seq-w.
013400      perform unload-ar thru unload-ar-exit
013666          until ar-eof = "Y".
013932      perform write-gl-trailer thru write-gl-trailer-exit.
014200      move deposit-total to dl-deposit.
014300      move posted-count to dl-posted.
014400      move except-count to dl-excepts.
014700      write pr-line from dl-count-line.
014800      close pay-trans.
014900      close ar-open.
014925      close ar-work.
014950      close gl-intf.
014975      close pay-hist.
015000      close ar-new.
015100      close print-file.
015125      if prd-avail = "Y"
015150          close prd-file
015175      end-if.
015200      goback.
015300  load-ar.
015400      read ar-open
015600              move "Y" to ar-eof
015700              go to load-ar-exit
015800      end-read.
015925      if aw-seq-w >= 9999999
016050          display "rei29: too many aropen items, run stopped"
016175          go to open-abort
016300      end-if.
016341      add 1 to aw-seq-w.
016382      move ar-cust-id to aw-cust-id.
016423      move aw-seq-w to aw-seq.
016464      move ar-date to aw-date.
016505      move ar-amount to aw-amount.
016546      write aw-record
016587          invalid key
016628              display "rei29: r29arwk write failed, status "
016669                  aw-fstat
016710              go to open-abort
016751      end-write.
016800  load-ar-exit.
016900      exit.
017000  post-payment.
018000          add 1 to except-count
018100          go to post-payment-exit
018200      end-if.
018208      if pay-date is not numeric or pay-date = 0
018216          move pay-cust-id to dl-rej-cust
018224          move "bad date" to dl-rej-reason
018232          write pr-line from dl-rej-line
018240          add 1 to except-count
018248          go to post-payment-exit
018256      end-if.
018264      move pay-date(1:6) to chk-month.
018272      perform check-period thru check-period-exit.
018280      if month-closed = "Y"
018281          move pay-cust-id to dl-rej-cust
018282          move "period closed" to dl-rej-reason
018283          write pr-line from dl-rej-line
018284          add 1 to except-count
018285          go to post-payment-exit
018288      end-if.
018300      move pay-amount to pay-left.
018333      move pay-cust-id to cur-cust.
018366      perform start-cust thru start-cust-exit.
018400      perform apply-entry thru apply-entry-exit
018550          until grp-end = "Y"
018700          or pay-left = 0.
018800      move 0 to cust-balance.
018850      perform start-cust thru start-cust-exit.
018900      perform sum-balance thru sum-balance-exit
019050          until grp-end = "Y".
019200      move "applied     " to dl-shobun.
019300      if pay-left > 0
019400          perform post-on-account thru post-on-account-exit
020400      move pay-ref to dl-ref.
020500      move pay-date to dl-date.
020600      move pay-amount to dl-kingaku.
020650      perform write-cash-gl thru write-cash-gl-exit.
020700      write pr-line from dl-line.
020714      move pay-cust-id to ph-cust-id.
020728      move pay-amount to ph-amount.
020742      move pay-date to ph-date.
020756      move pay-ref to ph-ref.
020770      move run-date to ph-post-date.
020784      write ph-record.
020800      add 1 to posted-count.
020900      add pay-amount to deposit-total.
021000  post-payment-exit.
021100      exit.
021200  apply-entry.
021300      perform next-cust-item thru next-cust-item-exit.
021400      if grp-end = "Y" or aw-amount <= 0
021500          go to apply-entry-exit
021600      end-if.
021700      if aw-amount <= pay-left
021800          subtract aw-amount from pay-left
021900          move 0 to aw-amount
022000      else
022100          subtract pay-left from aw-amount
022200          move 0 to pay-left
022300      end-if.
022350      rewrite aw-record.
022400  apply-entry-exit.
022500      exit.
022600  sum-balance.
022675      perform next-cust-item thru next-cust-item-exit.
022750      if grp-end = "N"
022825          add aw-amount to cust-balance
022900      end-if.
023000  sum-balance-exit.
023100      exit.
023700  post-on-account-exit.
023800      exit.
023900  net-credit.
023914      start ar-work key is greater than aw-key
023928          invalid key
023942              move "Y" to aw-eof
023956              go to net-credit-exit
023970      end-start.
023984      read ar-work next record
023998          at end
024012              move "Y" to aw-eof
024026              go to net-credit-exit
024040      end-read.
024054      move aw-cust-id to cur-cust.
024068      move 0 to debit-sum.
024082      move 0 to credit-sum.
024096      perform start-cust thru start-cust-exit.
024110      perform sum-net thru sum-net-exit
024124          until grp-end = "Y".
024138      if debit-sum < credit-sum
024152          move debit-sum to net-used
024166      else
024180          move credit-sum to net-used
024200      end-if.
024270      if net-used > 0
024340          move net-used to debit-left
024410          move net-used to credit-left
024480          perform start-cust thru start-cust-exit
024550          perform net-debit thru net-debit-exit
024620              until grp-end = "Y"
024690      end-if.
024760      move cur-cust to aw-cust-id.
024830      move 9999999 to aw-seq.
024900  net-credit-exit.
025000      exit.
025007  sum-net.
025014      perform next-cust-item thru next-cust-item-exit.
025021      if grp-end = "Y"
025028          go to sum-net-exit
025035      end-if.
025042      if aw-amount > 0
025049          add aw-amount to debit-sum
025056      else
025063          subtract aw-amount from credit-sum
025070      end-if.
025077  sum-net-exit.
025084      exit.
025100  net-debit.
025200      perform next-cust-item thru next-cust-item-exit.
025300      if grp-end = "Y"
025400          go to net-debit-exit
025500      end-if.
025521      if aw-amount > 0 and debit-left > 0
025542          if aw-amount <= debit-left
025563              subtract aw-amount from debit-left
025584              move 0 to aw-amount
025605          else
025626              subtract debit-left from aw-amount
025647              move 0 to debit-left
025668          end-if
025689          rewrite aw-record
025710          go to net-debit-exit
025731      end-if.
025752      if aw-amount >= 0 or credit-left = 0
025773          go to net-debit-exit
025794      end-if.
025815      compute credit-item = 0 - aw-amount.
025836      if credit-item <= credit-left
025857          subtract credit-item from credit-left
025878          move 0 to aw-amount
025900      else
026000          add credit-left to aw-amount
026100          move 0 to credit-left
026200      end-if.
026250      rewrite aw-record.
026300  net-debit-exit.
026400      exit.
026404  start-cust.
026408      move "N" to grp-end.
026412      move cur-cust to aw-cust-id.
026416      move 0 to aw-seq.
026420      start ar-work key is not less than aw-key
026424          invalid key
026428              move "Y" to grp-end
026432      end-start.
026436  start-cust-exit.
026440      exit.
026444  next-cust-item.
026448      read ar-work next record
026452          at end
026456              move "Y" to grp-end
026460              go to next-cust-item-exit
026464      end-read.
026468      if aw-cust-id not = cur-cust
026472          move "Y" to grp-end
026476      end-if.
026480  next-cust-item-exit.
026484      exit.
026500  unload-ar.
026514      read ar-open
026528          at end
026542              move "Y" to ar-eof
026556              go to unload-ar-exit
026570      end-read.
026584      add 1 to aw-seq-w.
026598      move ar-cust-id to aw-cust-id.
026612      move aw-seq-w to aw-seq.
026626      read ar-work record
026640          invalid key
026654              go to unload-ar-exit
026668      end-read.
026682      if aw-amount = 0
026700          go to unload-ar-exit
026800      end-if.
026933      move aw-date to ar-date.
027066      move aw-amount to ar-amount.
027200      write an-record from ar-record.
027300  unload-ar-exit.
027301      exit.
027302  write-cash-gl.
027303      move acct-cash to gl-acct-w.
027304      move "D" to gl-side-w.
027305      move pay-amount to gl-amt-w.
027306      perform write-gl-line thru write-gl-line-exit.
027307      compute gl-amt-w = pay-amount - pay-left.
027308      if gl-amt-w > 0
027309          move acct-ar to gl-acct-w
027310          move "C" to gl-side-w
027311          perform write-gl-line thru write-gl-line-exit
027312      end-if.
027313      if pay-left > 0
027314          move acct-onacct to gl-acct-w
027315          move "C" to gl-side-w
027316          move pay-left to gl-amt-w
027317          perform write-gl-line thru write-gl-line-exit
027318      end-if.
027319  write-cash-gl-exit.
027320      exit.
027321  write-gl-line.
027322      move spaces to gl-record.
027323      move "D" to gl-rec-type.
027324      move pay-cust-id to gl-ref-id.
027325      move 0 to gl-qty.
027326      move gl-amt-w to gl-net-amount.
027327      move 0 to gl-tax-amount.
027328      move 0 to gl-tax-rate.
027329      move run-date to gl-run-date.
027330      move "C" to gl-journal.
027331      move gl-acct-w to gl-account.
027332      move gl-side-w to gl-dr-cr.
027333      write gl-record.
027334      add 1 to gl-det-count.
027335      add gl-amt-w to gl-hash-w.
027336  write-gl-line-exit.
027337      exit.
027338  next-batch.
027339      open input gl-batch.
027340      read gl-batch
027341          at end
027342              continue
027343      end-read.
027344      if bat-status = "00" and bat-last-no is numeric
027345          compute gl-batch-no-w = bat-last-no + 1
027346      else
027347          move 1 to gl-batch-no-w
027348      end-if.
027349      close gl-batch.
027350      open output gl-batch.
027351      move gl-batch-no-w to bat-last-no.
027352      write bat-record.
027353      close gl-batch.
027354  next-batch-exit.
027355      exit.
027356  write-batch-stat.
027357      open extend gl-bstat.
027358      if gb-fstat not = "00"
027359          display "rei29: glbstat open failed, status " gb-fstat
027360          close gl-bstat
027361          go to write-batch-stat-exit
027362      end-if.
027363      move gl-batch-no-w to gb-batch-no.
027364      move run-date to gb-date.
027365      move "C" to gb-status.
027366      move 0 to gb-ack-date.
027367      write gb-record.
027368      close gl-bstat.
027369  write-batch-stat-exit.
027370      exit.
027371  write-gl-trailer.
027372      move spaces to gl-record.
027373      move "T" to gl-rec-type.
027374      move "C" to gl-journal.
027375      move gl-det-count to gl-rec-count.
027376      move gl-hash-w to gl-hash-total.
027377      write gl-record.
027378  write-gl-trailer-exit.
027400      exit.
027500  open-abort.
027600      move 1 to return-code.
027700      close pay-trans.
027800      close ar-open.
027825      close ar-work.
027850      close gl-intf.
027875      close pay-hist.
027900      close ar-new.
028000      close print-file.
028025      if prd-avail = "Y"
028050          close prd-file
028075      end-if.
028100      goback.
028105  check-period.
028110      if chk-month = last-month
028115          go to check-period-exit
028120      end-if.
028125      move chk-month to last-month.
028130      move "N" to month-closed.
028135      if prd-avail not = "Y"
028140          go to check-period-exit
028145      end-if.
028150      move chk-month to prd-month.
028155      read prd-file record
028160          invalid key
028165              continue
028170      end-read.
028175      if prd-fstat = "00" and prd-closed
028180          move "Y" to month-closed
028185      end-if.
028190  check-period-exit.
028195      exit.
028200  get-bizdate.
028300      open input biz-file.
028400      read biz-file
