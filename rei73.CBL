000100  identification division.
000200  program-id. rei73.
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
001300      select opr-trans assign to "OPRTRAN"
001400          organization line sequential
001500          file status is otr-fstat.
001600      select opr-auth assign to "OPRAUTH"
001700          organization indexed
001800          access mode dynamic
001900          record key is opr-id
002000          file status is opr-fstat.
002100      select print-file assign to "OPRRGST"
002200          organization line sequential
002300          file status is prt-status.
002400  data division.
002500  file section.
002600  fd  biz-file.
002700      copy "bizdate.CPY".
002800  fd  opr-trans.
002900      copy "oprtran.CPY".
003000  fd  opr-auth.
003100      copy "oprauth.CPY".
003200  fd  print-file.
003300  01 pr-line pic x(80).
003400  working-storage section.
003500  01 biz-status pic xx.
003600  01 otr-fstat pic xx.
003700  01 opr-fstat pic xx.
003800  01 prt-status pic xx.
003900  01 otr-eof pic x value "N".
004000  01 new-table pic x value "N".
004100  01 tran-valid pic x value "Y".
004200  01 rej-reason pic x(20).
004300  01 run-date pic 9(8).
004400  01 applied-count pic 9(5) value 0.
004500  01 reject-count pic 9(5) value 0.
004600  01 hd-title-line.
004700  02 filler pic x(22) value spaces.
004800  02 filler pic x(30) value "operator authority maintenance".
004900  01 hd-date-line.
005000  02 filler pic x(10) value "run date: ".
005100  02 hd-date pic x(8).
005200  01 hd-column-line.
005300  02 filler pic x(46) value spaces.
005400  02 filler pic x(29) value "item cust sup price apv admin".
005500  01 dl-action-line.
005600  02 filler pic x(8) value "action: ".
005700  02 dl-action pic x(1).
005800  02 filler pic x(2) value space.
005900  02 dl-action-id pic x(8).
006000  02 filler pic x(9) value "  maker: ".
006100  02 dl-action-maker pic x(8).
006200  01 dl-img-line.
006300  02 dl-img-tag pic x(8).
006400  02 dl-img-id pic x(8).
006500  02 filler pic x(1) value space.
006600  02 dl-img-name pic x(20).
006700  02 filler pic x(1) value space.
006800  02 dl-img-status pic x(1).
006900  02 filler pic x(7) value space.
007000  02 dl-img-item pic x(1).
007100  02 filler pic x(4) value space.
007200  02 dl-img-cust pic x(1).
007300  02 filler pic x(4) value space.
007400  02 dl-img-sup pic x(1).
007500  02 filler pic x(3) value space.
007600  02 dl-img-price pic x(1).
007700  02 filler pic x(5) value space.
007800  02 dl-img-apv pic x(1).
007900  02 filler pic x(3) value space.
008000  02 dl-img-admin pic x(1).
008100  01 dl-rej-line.
008200  02 filler pic x(10) value "rejected: ".
008300  02 dl-rej-id pic x(8).
008400  02 filler pic x(1) value space.
008500  02 dl-rej-action pic x(1).
008600  02 filler pic x(2) value space.
008700  02 dl-rej-reason pic x(20).
008800  02 filler pic x(9) value "  maker: ".
008900  02 dl-rej-maker pic x(8).
009000  01 dl-new-line.
009100  02 filler pic x(40)
009200      value "new oprauth table, maker checks skipped".
009300  01 dl-count-line.
009400  02 filler pic x(9) value "applied: ".
009500  02 dl-applied pic zzzz9.
009600  02 filler pic x(12) value "  rejected: ".
009700  02 dl-rejected pic zzzz9.
009800  procedure division.
009900      open input opr-trans.
010000      if otr-fstat not = "00"
010100          display "rei73: oprtran open failed, status " otr-fstat
010200          go to open-abort
010300      end-if.
010400      open i-o opr-auth.
010500      if opr-fstat = "35"
010600          open output opr-auth
010700          close opr-auth
010800          open i-o opr-auth
010900          move "Y" to new-table
011000      end-if.
011100      if opr-fstat not = "00"
011200          display "rei73: oprauth open failed, status " opr-fstat
011300          go to open-abort
011400      end-if.
011500      open output print-file.
011600      if prt-status not = "00"
011700          display "rei73: oprrgst open failed, status " prt-status
011800          go to open-abort
011900      end-if.
012000      perform get-bizdate thru get-bizdate-exit.
012100      move run-date to hd-date.
012200      write pr-line from hd-title-line.
012300      write pr-line from hd-date-line.
012400      if new-table = "Y"
012500          write pr-line from dl-new-line
012600      end-if.
012700      write pr-line from spaces.
012800      write pr-line from hd-column-line.
012900      perform apply-tran thru apply-tran-exit
013000          until otr-eof = "Y".
013100      move applied-count to dl-applied.
013200      move reject-count to dl-rejected.
013300      write pr-line from spaces.
013400      write pr-line from dl-count-line.
013500      close opr-trans.
013600      close opr-auth.
013700      close print-file.
013800      goback.
013900  apply-tran.
014000      read opr-trans
014100          at end
014200              move "Y" to otr-eof
014300              go to apply-tran-exit
014400      end-read.
014500      move "Y" to tran-valid.
014600      if not otr-add and not otr-change and not otr-inactivate
014700          move "N" to tran-valid
014800          move "bad action code" to rej-reason
014900      end-if.
015000      if tran-valid = "Y" and otr-id = spaces
015100          move "N" to tran-valid
015200          move "blank operator id" to rej-reason
015300      end-if.
015400      if tran-valid = "Y"
015500          and (otr-add or otr-change)
015600          and otr-status not = "A" and otr-status not = "I"
015700          move "N" to tran-valid
015800          move "bad status code" to rej-reason
015900      end-if.
016000      if tran-valid = "Y"
016100          and (otr-add or otr-change)
016200          perform edit-flags thru edit-flags-exit
016300      end-if.
016400      if tran-valid = "Y" and new-table = "N"
016500          perform check-maker thru check-maker-exit
016600      end-if.
016700      if tran-valid = "N"
016800          perform write-reject thru write-reject-exit
016900          go to apply-tran-exit
017000      end-if.
017100      if otr-add
017200          perform apply-add thru apply-add-exit
017300      else
017400          if otr-change
017500              perform apply-change thru apply-change-exit
017600          else
017700              perform apply-inact thru apply-inact-exit
017800          end-if
017900      end-if.
018000  apply-tran-exit.
018100      exit.
018200  edit-flags.
018300      if otr-item-auth = space
018400          move "N" to otr-item-auth
018500      end-if.
018600      if otr-cust-auth = space
018700          move "N" to otr-cust-auth
018800      end-if.
018900      if otr-sup-auth = space
019000          move "N" to otr-sup-auth
019100      end-if.
019200      if otr-price-auth = space
019300          move "N" to otr-price-auth
019400      end-if.
019500      if otr-apv-auth = space
019600          move "N" to otr-apv-auth
019700      end-if.
019800      if otr-admin-auth = space
019900          move "N" to otr-admin-auth
020000      end-if.
020100      if (otr-item-auth not = "Y" and otr-item-auth not = "N")
020200          or (otr-cust-auth not = "Y" and otr-cust-auth not = "N")
020300          or (otr-sup-auth not = "Y" and otr-sup-auth not = "N")
020400          or (otr-price-auth not = "Y"
020500              and otr-price-auth not = "N")
020600          or (otr-apv-auth not = "Y" and otr-apv-auth not = "N")
020700          or (otr-admin-auth not = "Y"
020800              and otr-admin-auth not = "N")
020900          move "N" to tran-valid
021000          move "bad authority flag" to rej-reason
021100      end-if.
021200  edit-flags-exit.
021300      exit.
021400  check-maker.
021500      if otr-operator = otr-id
021600          move "N" to tran-valid
021700          move "own authority" to rej-reason
021800          go to check-maker-exit
021900      end-if.
022000      move otr-operator to opr-id.
022100      read opr-auth record
022200          invalid key
022300              continue
022400      end-read.
022500      if opr-fstat not = "00" or not opr-active
022600          or opr-admin-auth not = "Y"
022700          move "N" to tran-valid
022800          move "operator not allowed" to rej-reason
022900      end-if.
023000  check-maker-exit.
023100      exit.
023200  apply-add.
023300      move otr-id to opr-id.
023400      read opr-auth record
023500          invalid key
023600              continue
023700      end-read.
023800      if opr-fstat = "00"
023900          move "duplicate operator id" to rej-reason
024000          move "N" to tran-valid
024100          perform write-reject thru write-reject-exit
024200          go to apply-add-exit
024300      end-if.
024400      perform move-tran-fields thru move-tran-fields-exit.
024500      write opr-record
024600          invalid key
024700              move "duplicate operator id" to rej-reason
024800              move "N" to tran-valid
024900              perform write-reject thru write-reject-exit
025000              go to apply-add-exit
025100      end-write.
025200      add 1 to applied-count.
025300      perform write-action thru write-action-exit.
025400      move "added:  " to dl-img-tag.
025500      perform write-image thru write-image-exit.
025600  apply-add-exit.
025700      exit.
025800  apply-change.
025900      move otr-id to opr-id.
026000      read opr-auth record
026100          invalid key
026200              move "operator not found" to rej-reason
026300              move "N" to tran-valid
026400              perform write-reject thru write-reject-exit
026500              go to apply-change-exit
026600      end-read.
026700      perform write-action thru write-action-exit.
026800      move "before: " to dl-img-tag.
026900      perform write-image thru write-image-exit.
027000      perform move-tran-fields thru move-tran-fields-exit.
027100      rewrite opr-record.
027200      add 1 to applied-count.
027300      move "after:  " to dl-img-tag.
027400      perform write-image thru write-image-exit.
027500  apply-change-exit.
027600      exit.
027700  apply-inact.
027800      move otr-id to opr-id.
027900      read opr-auth record
028000          invalid key
028100              move "operator not found" to rej-reason
028200              move "N" to tran-valid
028300              perform write-reject thru write-reject-exit
028400              go to apply-inact-exit
028500      end-read.
028600      perform write-action thru write-action-exit.
028700      move "before: " to dl-img-tag.
028800      perform write-image thru write-image-exit.
028900      move "I" to opr-status.
029000      rewrite opr-record.
029100      add 1 to applied-count.
029200      move "after:  " to dl-img-tag.
029300      perform write-image thru write-image-exit.
029400  apply-inact-exit.
029500      exit.
029600  move-tran-fields.
029700      move otr-id to opr-id.
029800      move otr-name to opr-name.
029900      move otr-status to opr-status.
030000      move otr-item-auth to opr-item-auth.
030100      move otr-cust-auth to opr-cust-auth.
030200      move otr-sup-auth to opr-sup-auth.
030300      move otr-price-auth to opr-price-auth.
030400      move otr-apv-auth to opr-apv-auth.
030500      move otr-admin-auth to opr-admin-auth.
030600  move-tran-fields-exit.
030700      exit.
030800  write-action.
030900      move otr-action to dl-action.
031000      move otr-id to dl-action-id.
031100      move otr-operator to dl-action-maker.
031200      write pr-line from spaces.
031300      write pr-line from dl-action-line.
031400  write-action-exit.
031500      exit.
031600  write-image.
031700      move opr-id to dl-img-id.
031800      move opr-name to dl-img-name.
031900      move opr-status to dl-img-status.
032000      move opr-item-auth to dl-img-item.
032100      move opr-cust-auth to dl-img-cust.
032200      move opr-sup-auth to dl-img-sup.
032300      move opr-price-auth to dl-img-price.
032400      move opr-apv-auth to dl-img-apv.
032500      move opr-admin-auth to dl-img-admin.
032600      write pr-line from dl-img-line.
032700  write-image-exit.
032800      exit.
032900  write-reject.
033000      move otr-id to dl-rej-id.
033100      move otr-action to dl-rej-action.
033200      move rej-reason to dl-rej-reason.
033300      move otr-operator to dl-rej-maker.
033400      write pr-line from dl-rej-line.
033500      add 1 to reject-count.
033600  write-reject-exit.
033700      exit.
033800  open-abort.
033900      move 1 to return-code.
034000      close opr-trans.
034100      close opr-auth.
034200      close print-file.
034300      goback.
034400  get-bizdate.
034500      open input biz-file.
034600      read biz-file
034700          at end
034800              continue
034900      end-read.
035000      if biz-status = "00" and biz-date is numeric
035100          move biz-date to run-date
035200      else
035300          accept run-date from date yyyymmdd
035400      end-if.
035500      close biz-file.
035600  get-bizdate-exit.
035700      exit.
