000100  identification division.
000200  program-id. rei59.
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
001300      select std-trans assign to "STDTRAN"
001400          organization line sequential
001500          file status is sot-fstat.
001600      select std-ord assign to "STDORD"
001700          organization indexed
001800          access mode dynamic
001900          record key is so-key
002000          file status is so-fstat.
002100      select cust-mast assign to "CUSTMAST"
002200          organization indexed
002300          access mode dynamic
002400          record key is cust-id
002500          file status is cust-fstat.
002600      select ship-to assign to "SHIPTO"
002700          organization indexed
002800          access mode dynamic
002900          record key is sht-key
003000          file status is sht-fstat.
003100      select itm-master assign to "ITMMAST"
003200          organization indexed
003300          access mode dynamic
003400          record key is itm-code
003500          file status is itm-status.
003600      select print-file assign to "STDMRGST"
003700          organization line sequential
003800          file status is prt-status.
003900  data division.
004000  file section.
004100  fd  biz-file.
004200      copy "bizdate.CPY".
004300  fd  std-trans.
004400      copy "stdtran.CPY".
004500  fd  std-ord.
004600      copy "stdord.CPY".
004700  fd  cust-mast.
004800      copy "custmast.CPY".
004900  fd  ship-to.
005000      copy "shipto.CPY".
005100  fd  itm-master.
005200      copy "itmmast.CPY".
005300  fd  print-file.
005400  01 pr-line pic x(80).
005500  working-storage section.
005600  01 biz-status pic xx.
005700  01 sot-fstat pic xx.
005800  01 so-fstat pic xx.
005900  01 cust-fstat pic xx.
006000  01 sht-fstat pic xx.
006100  01 itm-status pic xx.
006200  01 prt-status pic xx.
006300  01 sot-eof pic x value "N".
006400  01 tran-valid pic x value "Y".
006500  01 rej-reason pic x(20).
006600  01 run-date pic 9(8).
006606  01 chk-date pic 9(8) value 0.
006612  01 chk-date-r redefines chk-date.
006618  02 chk-yy pic 9(4).
006624  02 chk-mm pic 9(2).
006630  02 chk-dd pic 9(2).
006636  01 date-ok pic x value "N".
006642  01 mdays-w pic 9(2) value 0.
006648  01 leap-q pic 9(4) value 0.
006654  01 leap-r4 pic 9(3) value 0.
006660  01 leap-r100 pic 9(3) value 0.
006666  01 leap-r400 pic 9(3) value 0.
006672  01 mdays-table.
006678  02 filler pic x(24) value "312831303130313130313031".
006684  01 mdays-r redefines mdays-table.
006690  02 mdays pic 9(2) occurs 12 times.
006700  01 applied-count pic 9(5) value 0.
006800  01 reject-count pic 9(5) value 0.
006900  01 hd-title-line.
007000  02 filler pic x(22) value spaces.
007100  02 filler pic x(30) value "standing order maintenance".
007200  01 hd-date-line.
007300  02 filler pic x(10) value "run date: ".
007400  02 hd-date pic x(8).
007500  01 dl-action-line.
007600  02 filler pic x(8) value "action: ".
007700  02 dl-action pic x(1).
007800  02 filler pic x(2) value space.
007900  02 dl-action-cust pic x(6).
008000  02 filler pic x(1) value space.
008100  02 dl-action-ship pic x(2).
008200  02 filler pic x(1) value space.
008300  02 dl-action-item pic x(6).
008400  01 dl-img-line.
008500  02 dl-img-tag pic x(8).
008600  02 dl-img-cust pic x(6).
008700  02 filler pic x(1) value space.
008800  02 dl-img-ship pic x(2).
008900  02 filler pic x(1) value space.
009000  02 dl-img-item pic x(6).
009100  02 filler pic x(1) value space.
009200  02 dl-img-freq pic x(1).
009300  02 dl-img-weekday pic 9(1).
009400  02 filler pic x(1) value space.
009500  02 dl-img-qty pic zz9.
009600  02 filler pic x(1) value space.
009700  02 dl-img-start pic 9(8).
009800  02 filler pic x(1) value space.
009900  02 dl-img-end pic 9(8).
010000  02 filler pic x(1) value space.
010100  02 dl-img-rule pic x(1).
010200  02 filler pic x(1) value space.
010300  02 dl-img-last pic 9(8).
010400  01 dl-rej-line.
010500  02 filler pic x(10) value "rejected: ".
010600  02 dl-rej-cust pic x(6).
010700  02 filler pic x(1) value space.
010800  02 dl-rej-ship pic x(2).
010900  02 filler pic x(1) value space.
011000  02 dl-rej-item pic x(6).
011100  02 filler pic x(1) value space.
011200  02 dl-rej-action pic x(1).
011300  02 filler pic x(2) value space.
011400  02 dl-rej-reason pic x(20).
011500  01 dl-count-line.
011600  02 filler pic x(9) value "applied: ".
011700  02 dl-applied pic zzzz9.
011800  02 filler pic x(12) value "  rejected: ".
011900  02 dl-rejected pic zzzz9.
012000  procedure division.
012100      open input std-trans.
012200      if sot-fstat not = "00"
012300          display "rei59: stdtran open failed, status " sot-fstat
012400          go to open-abort
012500      end-if.
012600      open i-o std-ord.
012700      if so-fstat = "35"
012800          open output std-ord
012900          close std-ord
013000          open i-o std-ord
013100      end-if.
013200      if so-fstat not = "00"
013300          display "rei59: stdord open failed, status " so-fstat
013400          go to open-abort
013500      end-if.
013600      open input cust-mast.
013700      open input ship-to.
013800      open input itm-master.
013900      open output print-file.
014000      if prt-status not = "00"
014100          display "rei59: stdmrgst open failed, status "
014200              prt-status
014300          go to open-abort
014400      end-if.
014500      perform get-bizdate thru get-bizdate-exit.
014600      move run-date to hd-date.
014700      write pr-line from hd-title-line.
014800      write pr-line from hd-date-line.
014900      write pr-line from spaces.
015000      perform apply-tran thru apply-tran-exit
015100          until sot-eof = "Y".
015200      move applied-count to dl-applied.
015300      move reject-count to dl-rejected.
015400      write pr-line from spaces.
015500      write pr-line from dl-count-line.
015600      close std-trans.
015700      close std-ord.
015800      close cust-mast.
015900      close ship-to.
016000      close itm-master.
016100      close print-file.
016200      goback.
016300  apply-tran.
016400      read std-trans
016500          at end
016600              move "Y" to sot-eof
016700              go to apply-tran-exit
016800      end-read.
016900      move "Y" to tran-valid.
017000      if not sot-add and not sot-change and not sot-delete
017100          move "N" to tran-valid
017200          move "bad action code" to rej-reason
017300      end-if.
017400      if tran-valid = "Y"
017500          and (sot-cust-id = spaces or sot-item-code = spaces)
017600          move "N" to tran-valid
017700          move "blank customer/item" to rej-reason
017800      end-if.
017900      if tran-valid = "Y" and sot-freq = "M"
018000          move 0 to sot-weekday
018100      end-if.
018200      if tran-valid = "Y"
018300          and sot-freq not = "W" and sot-freq not = "M"
018400          move "N" to tran-valid
018500          move "bad frequency" to rej-reason
018600      end-if.
018700      if tran-valid = "Y" and sot-freq = "W"
018800          and (sot-weekday is not numeric
018900          or sot-weekday < 1 or sot-weekday > 7)
019000          move "N" to tran-valid
019100          move "bad weekday" to rej-reason
019200      end-if.
019300      if tran-valid = "Y" and not sot-delete
019400          perform check-fields thru check-fields-exit
019500      end-if.
019600      if tran-valid = "N"
019700          perform write-reject thru write-reject-exit
019800          go to apply-tran-exit
019900      end-if.
020000      if sot-add
020100          perform apply-add thru apply-add-exit
020200      else
020300          if sot-change
020400              perform apply-change thru apply-change-exit
020500          else
020600              perform apply-delete thru apply-delete-exit
020700          end-if
020800      end-if.
020900  apply-tran-exit.
021000      exit.
021100  check-fields.
021200      if sot-qty is not numeric or sot-qty = 0
021300          move "N" to tran-valid
021400          move "bad quantity" to rej-reason
021500          go to check-fields-exit
021600      end-if.
021700      if sot-start-date is not numeric
021900          move "N" to tran-valid
022000          move "bad start date" to rej-reason
022100          go to check-fields-exit
022200      end-if.
022212      move sot-start-date to chk-date.
022224      perform check-date thru check-date-exit.
022236      if date-ok not = "Y"
022248          move "N" to tran-valid
022260          move "bad start date" to rej-reason
022272          go to check-fields-exit
022284      end-if.
022300      if sot-end-date is not numeric
022400          move "N" to tran-valid
022500          move "bad end date" to rej-reason
022600          go to check-fields-exit
022700      end-if.
022800      if sot-end-date not = 0
022875          move sot-end-date to chk-date
022950          perform check-date thru check-date-exit
023025          if date-ok not = "Y" or sot-end-date < sot-start-date
023100              move "N" to tran-valid
023175              move "bad end date" to rej-reason
023250              go to check-fields-exit
023325          end-if
023400      end-if.
023500      if sot-holiday-rule = space
023600          move "F" to sot-holiday-rule
023700      end-if.
023800      if sot-holiday-rule not = "F" and sot-holiday-rule not = "S"
023900          move "N" to tran-valid
024000          move "bad holiday rule" to rej-reason
024100      end-if.
024200  check-fields-exit.
024300      exit.
024400  apply-add.
024500      move sot-cust-id to cust-id.
024600      read cust-mast record
024700          invalid key
024800              continue
024900      end-read.
025000      if cust-fstat not = "00" or cust-inactive
025100          move "unknown customer" to rej-reason
025200          perform write-reject thru write-reject-exit
025300          go to apply-add-exit
025400      end-if.
025500      if sot-ship-to not = spaces
025600          move sot-cust-id to sht-cust-id
025700          move sot-ship-to to sht-code
025800          read ship-to record
025900              invalid key
026000                  continue
026100          end-read
026200          if sht-fstat not = "00" or sht-inactive
026300              move "unknown ship-to" to rej-reason
026400              perform write-reject thru write-reject-exit
026500              go to apply-add-exit
026600          end-if
026700      end-if.
026800      move sot-item-code to itm-code.
026900      read itm-master record
027000          invalid key
027100              move "unknown item code" to rej-reason
027200              perform write-reject thru write-reject-exit
027300              go to apply-add-exit
027400      end-read.
027500      perform move-key thru move-key-exit.
027600      perform move-tran-fields thru move-tran-fields-exit.
027700      move 0 to so-last-gen.
027800      write so-record
027900          invalid key
028000              move "duplicate standing ord" to rej-reason
028100              perform write-reject thru write-reject-exit
028200              go to apply-add-exit
028300      end-write.
028400      add 1 to applied-count.
028500      perform write-action thru write-action-exit.
028600      move "added:  " to dl-img-tag.
028700      perform write-image thru write-image-exit.
028800  apply-add-exit.
028900      exit.
029000  apply-change.
029100      perform move-key thru move-key-exit.
029200      read std-ord record
029300          invalid key
029400              move "standing ord not found" to rej-reason
029500              perform write-reject thru write-reject-exit
029600              go to apply-change-exit
029700      end-read.
029800      perform write-action thru write-action-exit.
029900      move "before: " to dl-img-tag.
030000      perform write-image thru write-image-exit.
030100      perform move-tran-fields thru move-tran-fields-exit.
030200      rewrite so-record.
030300      add 1 to applied-count.
030400      move "after:  " to dl-img-tag.
030500      perform write-image thru write-image-exit.
030600  apply-change-exit.
030700      exit.
030800  apply-delete.
030900      perform move-key thru move-key-exit.
031000      read std-ord record
031100          invalid key
031200              move "standing ord not found" to rej-reason
031300              perform write-reject thru write-reject-exit
031400              go to apply-delete-exit
031500      end-read.
031600      perform write-action thru write-action-exit.
031700      move "deleted:" to dl-img-tag.
031800      perform write-image thru write-image-exit.
031900      delete std-ord record.
032000      add 1 to applied-count.
032100  apply-delete-exit.
032200      exit.
032300  move-key.
032400      move sot-cust-id to so-cust-id.
032500      move sot-ship-to to so-ship-to.
032600      move sot-item-code to so-item-code.
032700      move sot-freq to so-freq.
032800      move sot-weekday to so-weekday.
032900  move-key-exit.
033000      exit.
033100  move-tran-fields.
033200      move sot-qty to so-qty.
033300      move sot-start-date to so-start-date.
033400      move sot-end-date to so-end-date.
033500      move sot-holiday-rule to so-holiday-rule.
033600  move-tran-fields-exit.
033700      exit.
033800  write-action.
033900      move sot-action to dl-action.
034000      move sot-cust-id to dl-action-cust.
034100      move sot-ship-to to dl-action-ship.
034200      move sot-item-code to dl-action-item.
034300      write pr-line from spaces.
034400      write pr-line from dl-action-line.
034500  write-action-exit.
034600      exit.
034700  write-image.
034800      move so-cust-id to dl-img-cust.
034900      move so-ship-to to dl-img-ship.
035000      move so-item-code to dl-img-item.
035100      move so-freq to dl-img-freq.
035200      move so-weekday to dl-img-weekday.
035300      move so-qty to dl-img-qty.
035400      move so-start-date to dl-img-start.
035500      move so-end-date to dl-img-end.
035600      move so-holiday-rule to dl-img-rule.
035700      move so-last-gen to dl-img-last.
035800      write pr-line from dl-img-line.
035900  write-image-exit.
036000      exit.
036100  write-reject.
036200      move sot-cust-id to dl-rej-cust.
036300      move sot-ship-to to dl-rej-ship.
036400      move sot-item-code to dl-rej-item.
036500      move sot-action to dl-rej-action.
036600      move rej-reason to dl-rej-reason.
036700      write pr-line from dl-rej-line.
036800      add 1 to reject-count.
036900  write-reject-exit.
037000      exit.
037004  check-date.
037008      move "N" to date-ok.
037012      if chk-yy < 1601 or chk-mm < 1 or chk-mm > 12 or chk-dd < 1
037016          go to check-date-exit
037020      end-if.
037024      move mdays(chk-mm) to mdays-w.
037028      if chk-mm = 2
037032          divide chk-yy by 4 giving leap-q remainder leap-r4
037036          divide chk-yy by 100 giving leap-q remainder leap-r100
037040          divide chk-yy by 400 giving leap-q remainder leap-r400
037044          if leap-r4 = 0 and (leap-r100 not = 0 or leap-r400 = 0)
037048              move 29 to mdays-w
037052          end-if
037056      end-if.
037060      if chk-dd > mdays-w
037064          go to check-date-exit
037068      end-if.
037072      move "Y" to date-ok.
037076  check-date-exit.
037080      exit.
037100  open-abort.
037200      move 1 to return-code.
037300      close std-trans.
037400      close std-ord.
037500      close cust-mast.
037600      close ship-to.
037700      close itm-master.
037800      close print-file.
037900      goback.
038000  get-bizdate.
038100      open input biz-file.
038200      read biz-file
038300          at end
038400              continue
038500      end-read.
038600      if biz-status = "00" and biz-date is numeric
038700          move biz-date to run-date
038800      else
038900          accept run-date from date yyyymmdd
039000      end-if.
039100      close biz-file.
039200  get-bizdate-exit.
039300      exit.
