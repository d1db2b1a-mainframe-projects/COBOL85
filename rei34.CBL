006800  02 sv-item-code pic x(6).
006900  02 sv-name pic x(6).
007000  02 sv-qty pic 9(5).
007050  02 sv-cost pic 9(5)v99.
007100  01 ot-table.
007200  02 ot-entry occurs 100 times.
007300  03 ot-supplier pic x(6).
007400  03 ot-item-code pic x(6).
007500  03 ot-name pic x(6).
007600  03 ot-qty pic 9(5).
007650  03 ot-cost pic 9(5)v99.
007700  01 hd-title-line.
007800  02 filler pic x(22) value spaces.
007900  02 filler pic x(30) value "purchase order register".
009400  02 filler pic x(6) value "namae".
009500  02 filler pic x(2) value space.
009600  02 filler pic x(8) value "hachuryo".
009633  02 filler pic x(2) value space.
009666  02 filler pic x(8) value "tanka".
009700  01 dl-line.
009800  02 dl-hinmei pic x(6).
009900  02 filler pic x(2) value space.
010000  02 dl-namae pic x(6).
010100  02 filler pic x(2) value space.
010200  02 dl-qty pic z(5)9.
010233  02 filler pic x(4) value space.
010266  02 dl-tanka pic z(4)9.99.
010300  01 dl-nosup-line.
010400  02 filler pic x(13) value "no supplier: ".
010500  02 dl-nosup-item pic x(6).
019000      move itm-code to ot-item-code(ot-count).
019100      move itm-name to ot-name(ot-count).
019200      move itm-reorder-qty to ot-qty(ot-count).
019216      if itm-unit-cost is numeric
019232          move itm-unit-cost to ot-cost(ot-count)
019248      else
019264          move 0 to ot-cost(ot-count)
019280      end-if.
019300  scan-item-exit.
019400      exit.
019500  sort-table.
023100      move run-date to po-date.
023200      move "O" to po-status.
023300      move 0 to po-rcvd-qty.
023350      move ot-cost(ot-idx) to po-unit-price.
023400      write po-record.
023500      add 1 to line-count.
023600      move ot-item-code(ot-idx) to dl-hinmei.
023700      move ot-name(ot-idx) to dl-namae.
023800      move ot-qty(ot-idx) to dl-qty.
023850      move ot-cost(ot-idx) to dl-tanka.
023900      write pr-line from dl-line.
024000  write-po-line-exit.
024100      exit.
