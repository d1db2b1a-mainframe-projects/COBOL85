004500  01 ord-no-w pic 9(6) value 0.
004600  01 prev-cust pic x(6) value spaces.
004700  01 order-count pic 9(5) value 0.
004750  01 prev-raw-no pic 9(6) value 0.
004800  01 line-count pic 9(5) value 0.
004900  01 hd-title-line.
005000  02 filler pic x(22) value spaces.
011700              move "Y" to raw-eof
011800              go to number-line-exit
011900      end-read.
012066      if raw-ord-no is not numeric
012232          move 0 to raw-ord-no
012400      end-if.
012411      if raw-ord-no > 0
012422          if raw-ord-no not = prev-raw-no
012433              add 1 to order-count
012444              move raw-ord-no to prev-raw-no
012455          end-if
012466          move high-values to prev-cust
012477          move raw-ord-no to ord-no
012488      else
012499          move 0 to prev-raw-no
012510          if raw-cust-id not = prev-cust
012521              add 1 to ord-no-w
012532              add 1 to order-count
012543              move raw-cust-id to prev-cust
012554          end-if
012565          move ord-no-w to ord-no
012576      end-if.
012600      move raw-item-code to ord-item-code.
012700      move raw-qty to ord-qty.
012800      move raw-cust-id to ord-cust-id.
012900      move raw-type to ord-type.
013000      move raw-ship-to to ord-ship-to.
013016      if raw-quo-price is numeric
013032          move raw-quo-price to ord-quo-price
013048      else
013064          move 0 to ord-quo-price
013080      end-if.
013100      write ord-record.
013200      add 1 to line-count.
013300      move ord-no to dl-ord-no.
