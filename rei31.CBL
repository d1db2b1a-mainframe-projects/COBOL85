003100      select print-file assign to "PICKLST"
003200          organization line sequential
003300          file status is prt-status.
003325      select lot-pick assign to "LOTPICK"
003350          organization line sequential
003375          file status is lp-fstat.
003379      select lt-work assign to "R31LOTWK"
003383          organization indexed
003387          access mode dynamic
003391          record key is ltw-key
003395          file status is ltw-fstat.
003400  data division.
003500  file section.
003600  fd  biz-file.
004300      copy "custmast.CPY".
004400  fd  ship-to.
004500      copy "shipto.CPY".
004533  fd  lot-pick.
004566      copy "lotpick.CPY".
004569  fd  lt-work.
004572  01 ltw-record.
004575  02 ltw-key.
004578  03 ltw-ord-no pic 9(6).
004581  03 ltw-item pic x(6).
004584  03 ltw-line-no pic 9(3).
004587  03 ltw-lot-no pic 9(6).
004590  02 ltw-best-before pic 9(8).
004593  02 ltw-qty pic s9(7).
004596  02 ltw-printed pic x.
004600  fd  print-file.
004700  01 pr-line pic x(80).
004800  working-storage section.
005200  01 cust-fstat pic xx.
005300  01 prt-status pic xx.
005400  01 sht-fstat pic xx.
005416  01 lp-fstat pic xx.
005432  01 lp-eof pic x value "N".
005448  01 ltw-fstat pic xx.
005464  01 lt-eof pic x value "N".
005500  01 inv-eof pic x value "N".
005600  01 run-date pic 9(8).
005700  01 pk-idx pic 9(3) value 0.
006700  02 sv-item pic x(6).
006800  02 sv-hinmei pic x(6).
006900  02 sv-qty pic 9(3).
006925  02 sv-ship-to pic x(2).
006950  02 sv-ord-no pic 9(6).
006975  02 sv-line-no pic 9(3).
007000  01 pk-table.
007100  02 pk-entry occurs 100 times.
007200  03 pk-key.
007600  03 pk-hinmei pic x(6).
007700  03 pk-qty pic 9(3).
007800  03 pk-ship-to pic x(2).
007808  03 pk-ord-no pic 9(6).
007816  03 pk-line-no pic 9(3).
007900  01 hd-title-line.
008000  02 filler pic x(22) value spaces.
008100  02 filler pic x(30) value "warehouse picking list".
010100  02 filler pic x(2) value space.
010200  02 filler pic x(8) value "pick-qty".
010300  02 filler pic x(2) value space.
010320  02 filler pic x(10) value "juchu-gyo".
010340  02 filler pic x(2) value space.
010360  02 filler pic x(8) value "ship-qty".
010380  02 filler pic x(2) value space.
010400  02 filler pic x(8) value "initials".
010500  01 dl-line.
010600  02 dl-bin pic x(6).
011100  02 filler pic x(2) value space.
011200  02 dl-qty pic z(5)9.
011300  02 filler pic x(4) value space.
011314  02 dl-ord-no pic 9(6).
011328  02 filler pic x(1) value "-".
011342  02 dl-line-no pic 9(3).
011356  02 filler pic x(2) value space.
011370  02 dl-ship-qty pic x(8) value "________".
011384  02 filler pic x(2) value space.
011400  02 dl-initials pic x(8) value "________".
011407  01 dl-lot-line.
011414  02 filler pic x(8) value spaces.
011421  02 filler pic x(6) value "lot   ".
011428  02 dl-lot-no pic 9(6).
011435  02 filler pic x(8) value "  kigen ".
011442  02 dl-lot-kigen pic 9(8).
011449  02 filler pic x(2) value space.
011456  02 dl-lot-qty pic z(5)9.
011500  01 dl-drop-line.
011600  02 filler pic x(12) value "table full, ".
011700  02 dl-dropped pic zzzz9.
013400          go to open-abort
013500      end-if.
013600      perform get-bizdate thru get-bizdate-exit.
013601      open output lt-work.
013602      close lt-work.
013603      open i-o lt-work.
013604      if ltw-fstat not = "00"
013605          display "rei31: r31lotwk open failed, status " ltw-fstat
013606          go to open-abort
013607      end-if.
013614      open input lot-pick.
013628      if lp-fstat = "00"
013642          perform load-lot thru load-lot-exit
013656              until lp-eof = "Y"
013670      end-if.
013684      close lot-pick.
013700      move run-date to hd-date.
013800      write pr-line from hd-title-line.
013900      write pr-line from hd-date-line.
015600      close cust-mast.
015700      close ship-to.
015800      close print-file.
015850      close lt-work.
015900      goback.
016000  load-line.
016100      read inv-dtl
016600      if inv-date not = run-date
016700          go to load-line-exit
016800      end-if.
016900      if inv-return or inv-short
017000          go to load-line-exit
017100      end-if.
017200      if pk-count >= 100
017900      move inv-hinmei to pk-hinmei(pk-count).
018000      move inv-suryou to pk-qty(pk-count).
018100      move inv-ship-to to pk-ship-to(pk-count).
018133      move inv-ord-no to pk-ord-no(pk-count).
018166      move inv-line-no to pk-line-no(pk-count).
018200      move spaces to pk-bin(pk-count).
018300      move inv-item-code to itm-code.
018400      read itm-master record
018900          move itm-bin-loc to pk-bin(pk-count)
019000      end-if.
019100  load-line-exit.
019103      exit.
019106  load-lot.
019109      read lot-pick
019112          at end
019115              move "Y" to lp-eof
019118              go to load-lot-exit
019121      end-read.
019124      if lp-date not = run-date
019127          go to load-lot-exit
019130      end-if.
019133      move lp-ord-no to ltw-ord-no.
019136      move lp-item-code to ltw-item.
019139      if lp-line-no is numeric
019142          move lp-line-no to ltw-line-no
019145      else
019148          move 0 to ltw-line-no
019151      end-if.
019154      move lp-lot-no to ltw-lot-no.
019157      read lt-work record
019160          invalid key
019163              move lp-best-before to ltw-best-before
019166              move lp-qty to ltw-qty
019169              move "N" to ltw-printed
019172              write ltw-record
019175              go to load-lot-exit
019178      end-read.
019179      add lp-qty to ltw-qty.
019180      rewrite ltw-record.
019181  load-lot-exit.
019200      exit.
019300  sort-table.
019400      if pk-count < 2
022400      move pk-item(pk-idx) to dl-item.
022500      move pk-hinmei(pk-idx) to dl-hinmei.
022600      move pk-qty(pk-idx) to dl-qty.
022633      move pk-ord-no(pk-idx) to dl-ord-no.
022666      move pk-line-no(pk-idx) to dl-line-no.
022700      write pr-line from dl-line.
022800      add 1 to line-count.
022825      perform start-lot thru start-lot-exit.
022850      perform print-lot thru print-lot-exit
022875          until lt-eof = "Y".
022900  print-pick-exit.
022906      exit.
022912  print-lot.
022913      read lt-work next record
022914          at end
022915              move "Y" to lt-eof
022916              go to print-lot-exit
022917      end-read.
022918      if ltw-ord-no not = pk-ord-no(pk-idx)
022919          or ltw-item not = pk-item(pk-idx)
022920          move "Y" to lt-eof
022921          go to print-lot-exit
022922      end-if.
022923      if ltw-printed = "Y"
022924          or ltw-qty not > 0
022936          or (ltw-line-no not = 0
022942              and ltw-line-no not = pk-line-no(pk-idx))
022948          go to print-lot-exit
022954      end-if.
022960      move ltw-lot-no to dl-lot-no.
022966      move ltw-best-before to dl-lot-kigen.
022972      move ltw-qty to dl-lot-qty.
022978      write pr-line from dl-lot-line.
022984      move "Y" to ltw-printed.
022987      rewrite ltw-record.
022990  print-lot-exit.
023000      exit.
023007  start-lot.
023014      move "N" to lt-eof.
023021      move pk-ord-no(pk-idx) to ltw-ord-no.
023028      move pk-item(pk-idx) to ltw-item.
023035      move 0 to ltw-line-no.
023042      move 0 to ltw-lot-no.
023049      start lt-work key is not less than ltw-key
023056          invalid key
023063              move "Y" to lt-eof
023070      end-start.
023077  start-lot-exit.
023084      exit.
023100  print-cust-head.
023200      move pk-cust-id(pk-idx) to hd-cust-id.
023300      move pk-cust-id(pk-idx) to cust-id.
026500      close cust-mast.
026600      close ship-to.
026700      close print-file.
026750      close lt-work.
026800      goback.
026900  get-bizdate.
027000      open input biz-file.
