000100  identification division.
000200  program-id. rei55.
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
001300      select bom-trans assign to "BOMTRAN"
001400          organization line sequential
001500          file status is bmt-fstat.
001600      select bom-master assign to "BOMMAST"
001700          organization indexed
001800          access mode dynamic
001900          record key is bom-key
002000          file status is bom-fstat.
002100      select itm-master assign to "ITMMAST"
002200          organization indexed
002300          access mode dynamic
002400          record key is itm-code
002500          file status is itm-status.
002600      select print-file assign to "BOMRGST"
002700          organization line sequential
002800          file status is prt-status.
002900  data division.
003000  file section.
003100  fd  biz-file.
003200      copy "bizdate.CPY".
003300  fd  bom-trans.
003400      copy "bomtran.CPY".
003500  fd  bom-master.
003600      copy "bommast.CPY".
003700  fd  itm-master.
003800      copy "itmmast.CPY".
003900  fd  print-file.
004000  01 pr-line pic x(80).
004100  working-storage section.
004200  01 biz-status pic xx.
004300  01 bmt-fstat pic xx.
004400  01 bom-fstat pic xx.
004500  01 itm-status pic xx.
004600  01 prt-status pic xx.
004700  01 bmt-eof pic x value "N".
004800  01 bom-eof pic x value "N".
004900  01 tran-valid pic x value "Y".
005000  01 rej-reason pic x(20).
005100  01 run-date pic 9(8).
005200  01 applied-count pic 9(5) value 0.
005300  01 reject-count pic 9(5) value 0.
005400  01 kit-count pic 9(5) value 0.
005500  01 prev-kit pic x(6) value spaces.
005600  01 kit-cost pic 9(7)v99 value 0.
005700  01 nocost-w pic 9(3) value 0.
005800  01 hd-title-line.
005900  02 filler pic x(22) value spaces.
006000  02 filler pic x(30) value "bill of materials maintenance".
006100  01 hd-date-line.
006200  02 filler pic x(10) value "run date: ".
006300  02 hd-date pic x(8).
006400  01 dl-action-line.
006500  02 filler pic x(8) value "action: ".
006600  02 dl-action pic x(1).
006700  02 filler pic x(2) value space.
006800  02 dl-action-kit pic x(6).
006900  02 filler pic x(1) value space.
007000  02 dl-action-comp pic x(6).
007100  01 dl-img-line.
007200  02 dl-img-tag pic x(8).
007300  02 dl-img-kit pic x(6).
007400  02 filler pic x(1) value space.
007500  02 dl-img-comp pic x(6).
007600  02 filler pic x(1) value space.
007700  02 dl-img-qty pic zz9.
007800  01 dl-rej-line.
007900  02 filler pic x(10) value "rejected: ".
008000  02 dl-rej-kit pic x(6).
008100  02 filler pic x(1) value space.
008200  02 dl-rej-comp pic x(6).
008300  02 filler pic x(1) value space.
008400  02 dl-rej-action pic x(1).
008500  02 filler pic x(2) value space.
008600  02 dl-rej-reason pic x(20).
008700  01 dl-count-line.
008800  02 filler pic x(9) value "applied: ".
008900  02 dl-applied pic zzzz9.
009000  02 filler pic x(12) value "  rejected: ".
009100  02 dl-rejected pic zzzz9.
009200  01 hd-cost-line.
009300  02 filler pic x(30) value "kit cost roll-up:".
009400  01 hd-cost-column-line.
009500  02 filler pic x(6) value "kit".
009600  02 filler pic x(2) value space.
009700  02 filler pic x(6) value "namae".
009800  02 filler pic x(2) value space.
009900  02 filler pic x(9) value "mae".
010000  02 filler pic x(2) value space.
010100  02 filler pic x(9) value "ato".
010200  01 dl-cost-line.
010300  02 dl-cost-kit pic x(6).
010400  02 filler pic x(2) value space.
010500  02 dl-cost-name pic x(6).
010600  02 filler pic x(2) value space.
010700  02 dl-cost-old pic z(5)9.99.
010800  02 filler pic x(2) value space.
010900  02 dl-cost-new pic z(5)9.99.
011000  02 filler pic x(2) value space.
011100  02 dl-cost-note pic x(24).
011200  01 dl-kit-count-line.
011300  02 filler pic x(15) value "kits costed:   ".
011400  02 dl-kits pic zzzz9.
011500  procedure division.
011600      open input bom-trans.
011700      if bmt-fstat not = "00"
011800          display "rei55: bomtran open failed, status " bmt-fstat
011900          go to open-abort
012000      end-if.
012100      open i-o bom-master.
012200      if bom-fstat = "35"
012300          open output bom-master
012400          close bom-master
012500          open i-o bom-master
012600      end-if.
012700      if bom-fstat not = "00"
012800          display "rei55: bommast open failed, status " bom-fstat
012900          go to open-abort
013000      end-if.
013100      open i-o itm-master.
013200      open output print-file.
013300      if prt-status not = "00"
013400          display "rei55: bomrgst open failed, status " prt-status
013500          go to open-abort
013600      end-if.
013700      perform get-bizdate thru get-bizdate-exit.
013800      move run-date to hd-date.
013900      write pr-line from hd-title-line.
014000      write pr-line from hd-date-line.
014100      write pr-line from spaces.
014200      perform apply-tran thru apply-tran-exit
014300          until bmt-eof = "Y".
014400      move applied-count to dl-applied.
014500      move reject-count to dl-rejected.
014600      write pr-line from spaces.
014700      write pr-line from dl-count-line.
014800      write pr-line from spaces.
014900      write pr-line from hd-cost-line.
015000      write pr-line from hd-cost-column-line.
015100      move low-values to bom-key.
015200      start bom-master key is not less than bom-key
015300          invalid key
015400              move "Y" to bom-eof
015500      end-start.
015600      perform roll-cost thru roll-cost-exit
015700          until bom-eof = "Y".
015800      if prev-kit not = spaces
015900          perform post-kit-cost thru post-kit-cost-exit
016000      end-if.
016100      move kit-count to dl-kits.
016200      write pr-line from spaces.
016300      write pr-line from dl-kit-count-line.
016400      close bom-trans.
016500      close bom-master.
016600      close itm-master.
016700      close print-file.
016800      goback.
016900  apply-tran.
017000      read bom-trans
017100          at end
017200              move "Y" to bmt-eof
017300              go to apply-tran-exit
017400      end-read.
017500      move "Y" to tran-valid.
017600      if not bmt-add and not bmt-change and not bmt-delete
017700          move "N" to tran-valid
017800          move "bad action code" to rej-reason
017900      end-if.
018000      if tran-valid = "Y"
018100          and (bmt-kit-code = spaces or bmt-comp-code = spaces)
018200          move "N" to tran-valid
018300          move "blank item code" to rej-reason
018400      end-if.
018500      if tran-valid = "Y" and bmt-kit-code = bmt-comp-code
018600          move "N" to tran-valid
018700          move "kit is own component" to rej-reason
018800      end-if.
018900      if tran-valid = "Y"
019000          and (bmt-add or bmt-change)
019100          and (bmt-qty is not numeric or bmt-qty = 0)
019200          move "N" to tran-valid
019300          move "bad quantity" to rej-reason
019400      end-if.
019500      if tran-valid = "N"
019600          perform write-reject thru write-reject-exit
019700          go to apply-tran-exit
019800      end-if.
019900      if bmt-add
020000          perform apply-add thru apply-add-exit
020100      else
020200          if bmt-change
020300              perform apply-change thru apply-change-exit
020400          else
020500              perform apply-delete thru apply-delete-exit
020600          end-if
020700      end-if.
020800  apply-tran-exit.
020900      exit.
021000  apply-add.
021100      move bmt-kit-code to itm-code.
021200      read itm-master record
021300          invalid key
021400              move "kit item not found" to rej-reason
021500              perform write-reject thru write-reject-exit
021600              go to apply-add-exit
021700      end-read.
021800      move bmt-comp-code to itm-code.
021900      read itm-master record
022000          invalid key
022100              move "component not found" to rej-reason
022200              perform write-reject thru write-reject-exit
022300              go to apply-add-exit
022400      end-read.
022500      move bmt-comp-code to bom-kit-code.
022600      move low-values to bom-comp-code.
022700      start bom-master key is not less than bom-key
022800          invalid key
022900              continue
023000      end-start.
023100      if bom-fstat = "00"
023200          read bom-master next record
023300              at end
023400                  continue
023500          end-read
023600          if bom-fstat = "00" and bom-kit-code = bmt-comp-code
023700              move "component is a kit" to rej-reason
023800              perform write-reject thru write-reject-exit
023900              go to apply-add-exit
024000          end-if
024100      end-if.
024200      move bmt-kit-code to bom-kit-code.
024300      move bmt-comp-code to bom-comp-code.
024400      move bmt-qty to bom-qty.
024500      write bom-record
024600          invalid key
024700              move "duplicate bom line" to rej-reason
024800              perform write-reject thru write-reject-exit
024900              go to apply-add-exit
025000      end-write.
025100      add 1 to applied-count.
025200      perform write-action thru write-action-exit.
025300      move "added:  " to dl-img-tag.
025400      perform write-image thru write-image-exit.
025500  apply-add-exit.
025600      exit.
025700  apply-change.
025800      move bmt-kit-code to bom-kit-code.
025900      move bmt-comp-code to bom-comp-code.
026000      read bom-master record
026100          invalid key
026200              move "bom line not found" to rej-reason
026300              perform write-reject thru write-reject-exit
026400              go to apply-change-exit
026500      end-read.
026600      perform write-action thru write-action-exit.
026700      move "before: " to dl-img-tag.
026800      perform write-image thru write-image-exit.
026900      move bmt-qty to bom-qty.
027000      rewrite bom-record.
027100      add 1 to applied-count.
027200      move "after:  " to dl-img-tag.
027300      perform write-image thru write-image-exit.
027400  apply-change-exit.
027500      exit.
027600  apply-delete.
027700      move bmt-kit-code to bom-kit-code.
027800      move bmt-comp-code to bom-comp-code.
027900      read bom-master record
028000          invalid key
028100              move "bom line not found" to rej-reason
028200              perform write-reject thru write-reject-exit
028300              go to apply-delete-exit
028400      end-read.
028500      perform write-action thru write-action-exit.
028600      move "deleted:" to dl-img-tag.
028700      perform write-image thru write-image-exit.
028800      delete bom-master record.
028900      add 1 to applied-count.
029000  apply-delete-exit.
029100      exit.
029200  roll-cost.
029300      read bom-master next record
029400          at end
029500              move "Y" to bom-eof
029600              go to roll-cost-exit
029700      end-read.
029800      if bom-kit-code not = prev-kit
029900          if prev-kit not = spaces
030000              perform post-kit-cost thru post-kit-cost-exit
030100          end-if
030200          move bom-kit-code to prev-kit
030300          move 0 to kit-cost
030400          move 0 to nocost-w
030500      end-if.
030600      move bom-comp-code to itm-code.
030700      read itm-master record
030800          invalid key
030900              add 1 to nocost-w
031000              go to roll-cost-exit
031100      end-read.
031200      if itm-unit-cost is not numeric or itm-unit-cost = 0
031300          add 1 to nocost-w
031400          go to roll-cost-exit
031500      end-if.
031600      compute kit-cost = kit-cost + itm-unit-cost * bom-qty.
031700  roll-cost-exit.
031800      exit.
031900  post-kit-cost.
032000      move prev-kit to itm-code.
032100      read itm-master record
032200          invalid key
032300              go to post-kit-cost-exit
032400      end-read.
032500      move prev-kit to dl-cost-kit.
032600      move itm-name to dl-cost-name.
032700      if itm-unit-cost is numeric
032800          move itm-unit-cost to dl-cost-old
032900      else
033000          move 0 to dl-cost-old
033100      end-if.
033200      if kit-cost > 99999.99
033300          move 99999.99 to kit-cost
033400      end-if.
033500      move kit-cost to itm-unit-cost.
033600      rewrite itm-record.
033700      add 1 to kit-count.
033800      move kit-cost to dl-cost-new.
033900      if nocost-w > 0
034000          move "component without cost" to dl-cost-note
034100      else
034200          move spaces to dl-cost-note
034300      end-if.
034400      write pr-line from dl-cost-line.
034500  post-kit-cost-exit.
034600      exit.
034700  write-action.
034800      move bmt-action to dl-action.
034900      move bmt-kit-code to dl-action-kit.
035000      move bmt-comp-code to dl-action-comp.
035100      write pr-line from spaces.
035200      write pr-line from dl-action-line.
035300  write-action-exit.
035400      exit.
035500  write-image.
035600      move bom-kit-code to dl-img-kit.
035700      move bom-comp-code to dl-img-comp.
035800      move bom-qty to dl-img-qty.
035900      write pr-line from dl-img-line.
036000  write-image-exit.
036100      exit.
036200  write-reject.
036300      move bmt-kit-code to dl-rej-kit.
036400      move bmt-comp-code to dl-rej-comp.
036500      move bmt-action to dl-rej-action.
036600      move rej-reason to dl-rej-reason.
036700      write pr-line from dl-rej-line.
036800      add 1 to reject-count.
036900  write-reject-exit.
037000      exit.
037100  open-abort.
037200      move 1 to return-code.
037300      close bom-trans.
037400      close bom-master.
037500      close itm-master.
037600      close print-file.
037700      goback.
037800  get-bizdate.
037900      open input biz-file.
038000      read biz-file
038100          at end
038200              continue
038300      end-read.
038400      if biz-status = "00" and biz-date is numeric
038500          move biz-date to run-date
038600      else
038700          accept run-date from date yyyymmdd
038800      end-if.
038900      close biz-file.
039000  get-bizdate-exit.
039100      exit.
