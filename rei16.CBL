002400      select print-file assign to "CNTRPT"
002500          organization line sequential
002600          file status is prt-status.
002603      select cyc-mast assign to "CYCMAST"
002606          organization indexed
002609          access mode dynamic
002612          record key is cyc-key
002615          file status is cyc-fstat.
002618      select prd-file assign to "PERIODS"
002621          organization indexed
002624          access mode dynamic
002627          record key is prd-month
002630          file status is prd-fstat.
002633      select lock-file assign to "R16LOCK"
002666          organization line sequential
002699          file status is lok-fstat.
003600      copy "stkmove.CPY".
003700  fd  print-file.
003800  01 pr-line pic x(80).
003810  fd  cyc-mast.
003820      copy "cycmast.CPY".
003829  fd  prd-file.
003839      copy "periods.CPY".
003849  fd  lock-file.
003898      copy "runlock.CPY".
003900  working-storage section.
004200  01 itm-status pic xx.
004300  01 mov-fstat pic xx.
004400  01 prt-status pic xx.
004411  01 prd-fstat pic xx.
004422  01 prd-avail pic x value "N".
004433  01 chk-month pic 9(6) value 0.
004444  01 last-month pic 9(6) value 0.
004455  01 month-closed pic x value "N".
004466  01 cyc-fstat pic xx.
004477  01 cyc-open pic x value "N".
004488  01 count-date pic 9(8).
004500  01 cnt-eof pic x value "N".
004600  01 post-flag pic x value "N".
004700  01 run-date pic 9(8).
012800          move ctl-post-flag to post-flag
012900      end-if.
013000      close cnt-ctl.
013020      open i-o cyc-mast.
013040      if cyc-fstat = "00"
013060          move "Y" to cyc-open
013080      end-if.
013100      perform get-bizdate thru get-bizdate-exit.
013120      open input prd-file.
013140      if prd-fstat = "00"
013160          move "Y" to prd-avail
013180      end-if.
013200      move run-date to hd-date.
013300      if post-flag = "Y"
013400          move "post  " to hd-mode
015200      close itm-master.
015300      close stk-move.
015400      close print-file.
015414      if prd-avail = "Y"
015428          close prd-file
015442      end-if.
015456      if cyc-open = "Y"
015470          close cyc-mast
015484      end-if.
015499      perform free-lock thru free-lock-exit.
015500      goback.
015600  check-count.
017400          perform write-reject thru write-reject-exit
017500          go to check-count-exit
017600      end-if.
017610      if post-flag = "Y"
017620          and (cnt-date is not numeric or cnt-date = 0)
017630          move "bad date" to dl-rej-reason
017640          perform write-reject thru write-reject-exit
017650          go to check-count-exit
017660      end-if.
017670      if post-flag = "Y"
017680          move cnt-date(1:6) to chk-month
017690          perform check-period thru check-period-exit
017691          if month-closed = "Y"
017692              move "period closed" to dl-rej-reason
017693              perform write-reject thru write-reject-exit
017694              go to check-count-exit
017695          end-if
017696      end-if.
017700      add 1 to counted-count.
017705      if cyc-open = "Y" and post-flag = "Y"
017710          perform mark-counted thru mark-counted-exit
017715      end-if.
017722      if itm-qty-loc2 is not numeric
017744          move 0 to itm-qty-loc2
017766      end-if.
019800      add 1 to posted-count.
019900      move cnt-item-code to mov-item-code.
020000      move cnt-date to mov-date.
020050      move run-date to mov-post-date.
020100      move "A" to mov-type.
020200      move variance-qty to mov-qty.
020233      move cnt-qty to mov-balance.
020400      move "rei16   " to mov-source.
020500      write mov-record.
020600  post-adjust-exit.
020603      exit.
020606  mark-counted.
020609      move cnt-item-code to cyc-item-code.
020612      if cnt-location = "02"
020615          move "02" to cyc-location
020618      else
020621          move "01" to cyc-location
020624      end-if.
020627      read cyc-mast record
020630          invalid key
020633              go to mark-counted-exit
020636      end-read.
020639      if cnt-date is numeric and cnt-date > 0
020642          move cnt-date to count-date
020645      else
020648          move run-date to count-date
020651      end-if.
020654      if cyc-last-count is numeric and cyc-last-count > count-date
020657          go to mark-counted-exit
020660      end-if.
020663      move count-date to cyc-last-count.
020666      compute cyc-next-due = function date-of-integer(
020669          function integer-of-date(count-date) + cyc-cycle-days).
020672      rewrite cyc-record.
020675  mark-counted-exit.
020700      exit.
020800  write-reject.
020900      move cnt-item-code to dl-rej-code.
021700      close itm-master.
021800      close stk-move.
021900      close print-file.
021919      if prd-avail = "Y"
021938          close prd-file
021957      end-if.
021976      close cyc-mast.
021999      perform free-lock thru free-lock-exit.
022000      goback.
022005  check-period.
022010      if chk-month = last-month
022015          go to check-period-exit
022020      end-if.
022025      move chk-month to last-month.
022030      move "N" to month-closed.
022035      if prd-avail not = "Y"
022040          go to check-period-exit
022045      end-if.
022050      move chk-month to prd-month.
022055      read prd-file record
022060          invalid key
022065              continue
022070      end-read.
022075      if prd-fstat = "00" and prd-closed
022080          move "Y" to month-closed
022085      end-if.
022090  check-period-exit.
022095      exit.
022100  get-bizdate.
022200      open input biz-file.
022300      read biz-file
