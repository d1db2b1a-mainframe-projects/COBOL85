000100  identification division.
000200  program-id. rei47.
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
001300      select cog-ctl assign to "COGCTL"
001400          organization line sequential
001500          file status is ctl-status.
001600      select stk-move assign to "STKMOVE"
001700          organization line sequential
001800          file status is mov-fstat.
001900      select itm-master assign to "ITMMAST"
002000          organization indexed
002100          access mode dynamic
002200          record key is itm-code
002300          file status is itm-status.
002400      select gl-intf assign to "GLINTF"
002500          organization line sequential
002600          file status is gl-status.
002700      select gl-batch assign to "GLBATCH"
002800          organization line sequential
002900          file status is bat-status.
003000      select gl-bstat assign to "GLBSTAT"
003100          organization line sequential
003200          file status is gb-fstat.
003300      select print-file assign to "COGRGST"
003400          organization line sequential
003500          file status is prt-status.
003516      select prd-file assign to "PERIODS"
003532          organization indexed
003548          access mode dynamic
003564          record key is prd-month
003580          file status is prd-fstat.
003600  data division.
003700  file section.
003800  fd  biz-file.
003900      copy "bizdate.CPY".
004000  fd  cog-ctl.
004100      copy "cogctl.CPY".
004200  fd  stk-move.
004300      copy "stkmove.CPY".
004400  fd  itm-master.
004500      copy "itmmast.CPY".
004600  fd  gl-intf.
004700      copy "glintf.CPY".
004800  fd  gl-batch.
004900      copy "glbatch.CPY".
005000  fd  gl-bstat.
005100      copy "glbstat.CPY".
005200  fd  print-file.
005300  01 pr-line pic x(80).
005333  fd  prd-file.
005366      copy "periods.CPY".
005400  working-storage section.
005500  01 biz-status pic xx.
005600  01 ctl-status pic xx.
005700  01 mov-fstat pic xx.
005800  01 itm-status pic xx.
005900  01 gl-status pic xx.
006000  01 bat-status pic xx.
006100  01 gb-fstat pic xx.
006200  01 prt-status pic xx.
006225  01 prd-fstat pic xx.
006250  01 prd-avail pic x value "N".
006275  01 post-date-w pic 9(8) value 0.
006300  01 mov-eof pic x value "N".
006400  01 run-date pic 9(8).
006500  01 last-date pic 9(8) value 0.
006600  01 gl-batch-no-w pic 9(6) value 0.
006700  01 gl-det-count pic 9(7) value 0.
006800  01 gl-hash-w pic s9(11) value 0.
006900  01 gl-amt-w pic s9(9) value 0.
007000  01 gl-acct-w pic x(6) value spaces.
007100  01 gl-side-w pic x value space.
007200  01 gl-ref-w pic x(6) value spaces.
007300  01 acct-inventory pic x(6) value "INVENT".
007400  01 acct-cogs pic x(6) value "COGS".
007500  01 acct-grni pic x(6) value "GRNI".
007600  01 acct-shrink pic x(6) value "SHRINK".
007700  01 acct-overage pic x(6) value "OVERAG".
007800  01 offset-w pic x(6) value spaces.
007900  01 value-w pic s9(9) value 0.
008000  01 abs-qty pic 9(5) value 0.
008100  01 sm-idx pic 9(4) value 0.
008200  01 sm-hit pic 9(4) value 0.
008300  01 sm-count pic 9(4) value 0.
008400  01 sm-found pic x value "N".
008500  01 mov-count pic 9(7) value 0.
008600  01 skip-count pic 9(7) value 0.
008700  01 nocost-count pic 9(7) value 0.
008800  01 direct-count pic 9(7) value 0.
008900  01 debit-total pic s9(11) value 0.
009000  01 credit-total pic s9(11) value 0.
009100  01 sm-table.
009200  02 sm-entry occurs 1000 times.
009300  03 sm-item-code pic x(6).
009400  03 sm-offset pic x(6).
009500  03 sm-qty pic s9(7).
009600  03 sm-value pic s9(9).
009700  01 hd-title-line.
009800  02 filler pic x(22) value spaces.
009900  02 filler pic x(30) value "inventory gl journal".
010000  01 hd-date-line.
010100  02 filler pic x(10) value "run date: ".
010200  02 hd-date pic x(8).
010300  02 filler pic x(16) value "  movements of: ".
010400  02 hd-from pic 9(8).
010500  02 filler pic x(3) value " - ".
010600  02 hd-to pic 9(8).
010700  01 hd-batch-line.
010800  02 filler pic x(10) value "batch no: ".
010900  02 hd-batch pic 9(6).
011000  01 hd-column-line.
011100  02 filler pic x(6) value "hinmei".
011200  02 filler pic x(2) value space.
011300  02 filler pic x(8) value "suryou".
011400  02 filler pic x(2) value space.
011500  02 filler pic x(6) value "debit".
011600  02 filler pic x(2) value space.
011700  02 filler pic x(6) value "credit".
011800  02 filler pic x(2) value space.
011900  02 filler pic x(11) value "kingaku".
012000  01 dl-line.
012100  02 dl-hinmei pic x(6).
012200  02 filler pic x(2) value space.
012300  02 dl-suryou pic z(6)9-.
012400  02 filler pic x(2) value space.
012500  02 dl-debit pic x(6).
012600  02 filler pic x(2) value space.
012700  02 dl-credit pic x(6).
012800  02 filler pic x(2) value space.
012900  02 dl-kingaku pic z(9)9.
013000  01 dl-tot-line.
013100  02 filler pic x(15) value "total debits:  ".
013200  02 dl-tot-debit pic z(10)9-.
013300  02 filler pic x(12) value "  credits:  ".
013400  02 dl-tot-credit pic z(10)9-.
013500  01 dl-count-line.
013600  02 filler pic x(11) value "movements: ".
013700  02 dl-movs pic z(6)9.
013800  02 filler pic x(12) value "  no cost:  ".
013900  02 dl-nocost pic z(6)9.
014000  02 filler pic x(14) value "  not costed: ".
014100  02 dl-skipped pic z(6)9.
014200  01 dl-direct-line.
014300  02 filler pic x(12) value "table full, ".
014400  02 dl-direct pic z(6)9.
014500  02 filler pic x(32) value " movements journaled unsummed".
014600  procedure division.
014700      open input stk-move.
014800      if mov-fstat not = "00"
014900          display "rei47: stkmove open failed, status " mov-fstat
015000          go to open-abort
015100      end-if.
015200      open input itm-master.
015300      if itm-status not = "00"
015400          display "rei47: itmmast open failed, status " itm-status
015500          go to open-abort
015600      end-if.
015700      open output print-file.
015800      if prt-status not = "00"
015900          display "rei47: cogrgst open failed, status " prt-status
016000          go to open-abort
016100      end-if.
016200      perform get-bizdate thru get-bizdate-exit.
016206      open input prd-file.
016212      if prd-fstat = "00"
016218          move "Y" to prd-avail
016224          move run-date(1:6) to prd-month
016230          read prd-file record
016236              invalid key
016242                  continue
016248          end-read
016254          if prd-fstat = "00" and prd-closed
016260              display "rei47: business date " run-date
016266                  " is in a closed period"
016272              go to open-abort
016278          end-if
016284      end-if.
016300      open input cog-ctl.
016400      read cog-ctl
016500          at end
016600              continue
016700      end-read.
016800      if ctl-status = "00" and ctl-last-date is numeric
016900          move ctl-last-date to last-date
017000      else
017100          compute last-date = function date-of-integer(
017200              function integer-of-date(run-date) - 1)
017300      end-if.
017400      close cog-ctl.
017500      if last-date >= run-date
017600          display "rei47: movements to " last-date
017700              " already journaled"
017800          move 2 to return-code
017900          close stk-move
018000          close itm-master
018100          close print-file
018125          if prd-avail = "Y"
018150              close prd-file
018175          end-if
018200          goback
018300      end-if.
018400      open extend gl-intf.
018500      if gl-status not = "00"
018600          display "rei47: glintf open failed, status " gl-status
018700          go to open-abort
018800      end-if.
018900      perform next-batch thru next-batch-exit.
019000      move spaces to gl-record.
019100      move "H" to gl-rec-type.
019200      move "I" to gl-journal.
019300      move gl-batch-no-w to gl-batch-no.
019400      move run-date to gl-batch-date.
019500      write gl-record.
019600      perform write-batch-stat thru write-batch-stat-exit.
019700      move run-date to hd-date.
019800      compute hd-from = function date-of-integer(
019900          function integer-of-date(last-date) + 1).
020000      move run-date to hd-to.
020100      move gl-batch-no-w to hd-batch.
020200      write pr-line from hd-title-line.
020300      write pr-line from hd-date-line.
020400      write pr-line from hd-batch-line.
020500      write pr-line from spaces.
020600      write pr-line from hd-column-line.
020700      perform cost-movement thru cost-movement-exit
020800          until mov-eof = "Y".
020900      perform post-summary thru post-summary-exit
021000          varying sm-idx from 1 by 1
021100          until sm-idx > sm-count.
021200      perform write-gl-trailer thru write-gl-trailer-exit.
021300      move debit-total to dl-tot-debit.
021400      move credit-total to dl-tot-credit.
021500      write pr-line from spaces.
021600      write pr-line from dl-tot-line.
021700      if direct-count > 0
021800          move direct-count to dl-direct
021900          write pr-line from dl-direct-line
022000      end-if.
022100      move mov-count to dl-movs.
022200      move nocost-count to dl-nocost.
022300      move skip-count to dl-skipped.
022400      write pr-line from dl-count-line.
022500      open output cog-ctl.
022600      move run-date to ctl-last-date.
022700      write cog-ctl-record.
022800      close cog-ctl.
022900      close stk-move.
023000      close itm-master.
023100      close gl-intf.
023200      close print-file.
023225      if prd-avail = "Y"
023250          close prd-file
023275      end-if.
023300      goback.
023400  cost-movement.
023500      read stk-move
023600          at end
023700              move "Y" to mov-eof
023800              go to cost-movement-exit
023900      end-read.
023916      if mov-post-date is numeric and mov-post-date > 0
023932          move mov-post-date to post-date-w
023948      else
023964          move mov-date to post-date-w
023980      end-if.
024000      if post-date-w not > last-date or post-date-w > run-date
024100          go to cost-movement-exit
024200      end-if.
024300      add 1 to mov-count.
024400      if mov-qty = 0
024500          go to cost-movement-exit
024600      end-if.
024700      if mov-sale or mov-return or mov-unshipped
024800          move acct-cogs to offset-w
024900      else
024925      if mov-writeoff
024950          move acct-shrink to offset-w
024975      else
025000      if mov-receipt
025100          move acct-grni to offset-w
025200      else
025300      if mov-adjust
025400          if mov-qty < 0
025500              move acct-shrink to offset-w
025600          else
025700              move acct-overage to offset-w
025800          end-if
025900      else
026000          add 1 to skip-count
026100          go to cost-movement-exit
026200      end-if end-if end-if end-if.
026300      move mov-item-code to itm-code.
026400      read itm-master record
026500          invalid key
026600              add 1 to nocost-count
026700              go to cost-movement-exit
026800      end-read.
026900      if itm-unit-cost is not numeric or itm-unit-cost = 0
027000          add 1 to nocost-count
027100          go to cost-movement-exit
027200      end-if.
027300      if mov-qty < 0
027400          compute abs-qty = 0 - mov-qty
027500          compute value-w rounded = 0 - abs-qty * itm-unit-cost
027600      else
027700          move mov-qty to abs-qty
027800          compute value-w rounded = abs-qty * itm-unit-cost
027900      end-if.
028000      perform get-sm thru get-sm-exit.
028100      if sm-hit = 0
028200          add 1 to direct-count
028300          move mov-item-code to gl-ref-w
028400          perform post-pair thru post-pair-exit
028500          move mov-qty to dl-suryou
028600          perform print-pair thru print-pair-exit
028700          go to cost-movement-exit
028800      end-if.
028900      add mov-qty to sm-qty(sm-hit).
029000      add value-w to sm-value(sm-hit).
029100  cost-movement-exit.
029200      exit.
029300  get-sm.
029400      move "N" to sm-found.
029500      move 0 to sm-hit.
029600      perform find-sm thru find-sm-exit
029700          varying sm-idx from 1 by 1
029800          until sm-idx > sm-count
029900          or sm-found = "Y".
030000      if sm-found = "Y"
030100          go to get-sm-exit
030200      end-if.
030300      if sm-count >= 1000
030400          go to get-sm-exit
030500      end-if.
030600      add 1 to sm-count.
030700      move mov-item-code to sm-item-code(sm-count).
030800      move offset-w to sm-offset(sm-count).
030900      move 0 to sm-qty(sm-count).
031000      move 0 to sm-value(sm-count).
031100      move sm-count to sm-hit.
031200  get-sm-exit.
031300      exit.
031400  find-sm.
031500      if sm-item-code(sm-idx) = mov-item-code
031600          and sm-offset(sm-idx) = offset-w
031700          move "Y" to sm-found
031800          move sm-idx to sm-hit
031900      end-if.
032000  find-sm-exit.
032100      exit.
032200  post-summary.
032300      if sm-value(sm-idx) = 0
032400          go to post-summary-exit
032500      end-if.
032600      move sm-item-code(sm-idx) to gl-ref-w.
032700      move sm-offset(sm-idx) to offset-w.
032800      move sm-value(sm-idx) to value-w.
032900      perform post-pair thru post-pair-exit.
033000      move sm-qty(sm-idx) to dl-suryou.
033100      perform print-pair thru print-pair-exit.
033200  post-summary-exit.
033300      exit.
033400  post-pair.
033500      if value-w > 0
033600          move value-w to gl-amt-w
033700          move acct-inventory to gl-acct-w
033800          move "D" to gl-side-w
033900          perform write-gl-line thru write-gl-line-exit
034000          move offset-w to gl-acct-w
034100          move "C" to gl-side-w
034200          perform write-gl-line thru write-gl-line-exit
034300      else
034400          compute gl-amt-w = 0 - value-w
034500          move offset-w to gl-acct-w
034600          move "D" to gl-side-w
034700          perform write-gl-line thru write-gl-line-exit
034800          move acct-inventory to gl-acct-w
034900          move "C" to gl-side-w
035000          perform write-gl-line thru write-gl-line-exit
035100      end-if.
035200  post-pair-exit.
035300      exit.
035400  print-pair.
035500      move gl-ref-w to dl-hinmei.
035600      if value-w > 0
035700          move acct-inventory to dl-debit
035800          move offset-w to dl-credit
035900          move value-w to dl-kingaku
036000      else
036100          move offset-w to dl-debit
036200          move acct-inventory to dl-credit
036300          compute dl-kingaku = 0 - value-w
036400      end-if.
036500      write pr-line from dl-line.
036600  print-pair-exit.
036700      exit.
036800  write-gl-line.
036900      move spaces to gl-record.
037000      move "D" to gl-rec-type.
037100      move gl-ref-w to gl-ref-id.
037200      move 0 to gl-qty.
037300      move gl-amt-w to gl-net-amount.
037400      move 0 to gl-tax-amount.
037500      move 0 to gl-tax-rate.
037600      move run-date to gl-run-date.
037700      move "I" to gl-journal.
037800      move gl-acct-w to gl-account.
037900      move gl-side-w to gl-dr-cr.
038000      write gl-record.
038100      add 1 to gl-det-count.
038200      add gl-amt-w to gl-hash-w.
038300      if gl-side-w = "D"
038400          add gl-amt-w to debit-total
038500      else
038600          add gl-amt-w to credit-total
038700      end-if.
038800  write-gl-line-exit.
038900      exit.
039000  next-batch.
039100      open input gl-batch.
039200      read gl-batch
039300          at end
039400              continue
039500      end-read.
039600      if bat-status = "00" and bat-last-no is numeric
039700          compute gl-batch-no-w = bat-last-no + 1
039800      else
039900          move 1 to gl-batch-no-w
040000      end-if.
040100      close gl-batch.
040200      open output gl-batch.
040300      move gl-batch-no-w to bat-last-no.
040400      write bat-record.
040500      close gl-batch.
040600  next-batch-exit.
040700      exit.
040800  write-batch-stat.
040900      open extend gl-bstat.
041000      if gb-fstat not = "00"
041100          display "rei47: glbstat open failed, status " gb-fstat
041200          close gl-bstat
041300          go to write-batch-stat-exit
041400      end-if.
041500      move gl-batch-no-w to gb-batch-no.
041600      move run-date to gb-date.
041700      move "C" to gb-status.
041800      move 0 to gb-ack-date.
041900      write gb-record.
042000      close gl-bstat.
042100  write-batch-stat-exit.
042200      exit.
042300  write-gl-trailer.
042400      move spaces to gl-record.
042500      move "T" to gl-rec-type.
042600      move "I" to gl-journal.
042700      move gl-det-count to gl-rec-count.
042800      move gl-hash-w to gl-hash-total.
042900      write gl-record.
043000  write-gl-trailer-exit.
043100      exit.
043200  open-abort.
043300      move 1 to return-code.
043400      close stk-move.
043500      close itm-master.
043600      close gl-intf.
043700      close print-file.
043725      if prd-avail = "Y"
043750          close prd-file
043775      end-if.
043800      goback.
043900  get-bizdate.
044000      open input biz-file.
044100      read biz-file
044200          at end
044300              continue
044400      end-read.
044500      if biz-status = "00" and biz-date is numeric
044600          move biz-date to run-date
044700      else
044800          accept run-date from date yyyymmdd
044900      end-if.
045000      close biz-file.
045100  get-bizdate-exit.
045200      exit.
