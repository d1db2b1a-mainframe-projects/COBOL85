000100  identification division.
000200  program-id. rei68.
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
001300      select ror-apv assign to "RORAPV"
001400          organization line sequential
001500          file status is rap-fstat.
001600      select ror-prop assign to "RORPROP"
001700          organization indexed
001800          access mode dynamic
001900          record key is rop-item-code
002000          file status is rop-fstat.
002100      select itm-trans assign to "ITMTRAN"
002200          organization line sequential
002300          file status is itr-status.
002400      select print-file assign to "RORARGST"
002500          organization line sequential
002600          file status is prt-status.
002610      select opr-auth assign to "OPRAUTH"
002620          organization indexed
002630          access mode dynamic
002640          record key is opr-id
002650          file status is opr-fstat.
002700  data division.
002800  file section.
002900  fd  biz-file.
003000      copy "bizdate.CPY".
003100  fd  ror-apv.
003200      copy "rorapv.CPY".
003300  fd  ror-prop.
003400      copy "rorprop.CPY".
003500  fd  itm-trans.
003600      copy "itmtran.CPY".
003700  fd  print-file.
003800  01 pr-line pic x(80).
003810  fd  opr-auth.
003820      copy "oprauth.CPY".
003900  working-storage section.
004000  01 biz-status pic xx.
004100  01 rap-fstat pic xx.
004200  01 rop-fstat pic xx.
004300  01 itr-status pic xx.
004400  01 prt-status pic xx.
004450  01 opr-fstat pic xx.
004500  01 rap-eof pic x value "N".
004600  01 tran-valid pic x value "Y".
004700  01 rej-reason pic x(20).
004800  01 run-date pic 9(8).
004900  01 approve-count pic 9(5) value 0.
005000  01 decline-count pic 9(5) value 0.
005100  01 reject-count pic 9(5) value 0.
005200  01 hd-title-line.
005300  02 filler pic x(22) value spaces.
005400  02 filler pic x(30) value "reorder approval register".
005500  01 hd-date-line.
005600  02 filler pic x(10) value "run date: ".
005700  02 hd-date pic x(8).
005800  01 hd-column-line.
005900  02 filler pic x(8) value "hinmei".
006000  02 filler pic x(10) value "teian-bi".
006100  02 filler pic x(8) value "cur-rp".
006200  02 filler pic x(8) value "new-rp".
006300  02 filler pic x(8) value "cur-rq".
006400  02 filler pic x(8) value "new-rq".
006500  02 filler pic x(10) value "shobun".
006550  02 filler pic x(8) value "maker".
006600  01 dl-line.
006700  02 dl-hinmei pic x(6).
006800  02 filler pic x(2) value spaces.
006900  02 dl-prop-date pic 9(8).
007000  02 filler pic x(2) value spaces.
007100  02 dl-cur-rp pic z(5)9.
007200  02 filler pic x(2) value spaces.
007300  02 dl-new-rp pic z(5)9.
007400  02 filler pic x(2) value spaces.
007500  02 dl-cur-rq pic z(5)9.
007600  02 filler pic x(2) value spaces.
007700  02 dl-new-rq pic z(5)9.
007800  02 filler pic x(2) value spaces.
007900  02 dl-shobun pic x(8).
007920  02 filler pic x(2) value spaces.
007940  02 dl-operator pic x(8).
008000  01 dl-rej-line.
008100  02 filler pic x(10) value "rejected: ".
008200  02 dl-rej-item pic x(6).
008300  02 filler pic x(2) value spaces.
008400  02 dl-rej-action pic x(1).
008500  02 filler pic x(2) value spaces.
008600  02 dl-rej-reason pic x(20).
008620  02 filler pic x(6) value "  by: ".
008640  02 dl-rej-operator pic x(8).
008700  01 dl-count-line.
008800  02 filler pic x(10) value "approved: ".
008900  02 dl-approved pic zzzz9.
009000  02 filler pic x(12) value "  declined: ".
009100  02 dl-declined pic zzzz9.
009200  02 filler pic x(12) value "  rejected: ".
009300  02 dl-rejected pic zzzz9.
009400  procedure division.
009500      open input ror-apv.
009600      if rap-fstat not = "00"
009700          display "rei68: rorapv open failed, status " rap-fstat
009800          go to open-abort
009900      end-if.
010000      open i-o ror-prop.
010100      if rop-fstat not = "00"
010200          display "rei68: rorprop open failed, status " rop-fstat
010300          go to open-abort
010400      end-if.
010500      open extend itm-trans.
010600      if itr-status not = "00"
010700          open output itm-trans
010800      end-if.
010900      if itr-status not = "00"
011000          display "rei68: itmtran open failed, status " itr-status
011100          go to open-abort
011200      end-if.
011300      open output print-file.
011400      if prt-status not = "00"
011500          display "rei68: rorargst open failed, status "
011600              prt-status
011700          go to open-abort
011800      end-if.
011810      open input opr-auth.
011820      if opr-fstat not = "00"
011830          display "rei68: oprauth open failed, status " opr-fstat
011840          go to open-abort
011850      end-if.
011900      perform get-bizdate thru get-bizdate-exit.
012000      move run-date to hd-date.
012100      write pr-line from hd-title-line.
012200      write pr-line from hd-date-line.
012300      write pr-line from spaces.
012400      write pr-line from hd-column-line.
012500      perform apply-answer thru apply-answer-exit
012600          until rap-eof = "Y".
012700      move approve-count to dl-approved.
012800      move decline-count to dl-declined.
012900      move reject-count to dl-rejected.
013000      write pr-line from spaces.
013100      write pr-line from dl-count-line.
013200      close ror-apv.
013300      close ror-prop.
013400      close itm-trans.
013500      close print-file.
013550      close opr-auth.
013600      goback.
013700  apply-answer.
013800      read ror-apv
013900          at end
014000              move "Y" to rap-eof
014100              go to apply-answer-exit
014200      end-read.
014300      move "Y" to tran-valid.
014400      if not rap-approve and not rap-reject
014500          move "N" to tran-valid
014600          move "bad action code" to rej-reason
014700      end-if.
014800      if tran-valid = "Y" and rap-approve
014900          if rap-point = spaces
015000              move 0 to rap-point
015100          end-if
015200          if rap-qty = spaces
015300              move 0 to rap-qty
015400          end-if
015500          if rap-point is not numeric or rap-qty is not numeric
015600              move "N" to tran-valid
015700              move "non-numeric field" to rej-reason
015800          end-if
015900      end-if.
016000      if tran-valid = "Y"
016100          move rap-item-code to rop-item-code
016200          read ror-prop record
016300              invalid key
016400                  move "N" to tran-valid
016500                  move "no proposal" to rej-reason
016600          end-read
016700      end-if.
016800      if tran-valid = "Y" and not rop-pending
016900          move "N" to tran-valid
017000          move "already decided" to rej-reason
017100      end-if.
017120      if tran-valid = "Y"
017140          perform check-operator thru check-operator-exit
017160      end-if.
017200      if tran-valid = "N"
017300          perform write-reject thru write-reject-exit
017400          go to apply-answer-exit
017500      end-if.
017600      if rap-approve
017700          if rap-point > 0
017800              move rap-point to rop-new-point
017900          end-if
018000          if rap-qty > 0
018100              move rap-qty to rop-new-qty
018200          end-if
018300          move spaces to itr-record
018400          move "C" to itr-action
018500          move rop-item-code to itr-code
018600          move rop-new-point to itr-reorder-point
018700          move rop-new-qty to itr-reorder-qty
018800          move "R" to itr-scope
018850          move rap-operator to itr-operator
018900          write itr-record
019000          move "A" to rop-status
019100          move "approved" to dl-shobun
019200          add 1 to approve-count
019300      else
019400          move "R" to rop-status
019500          move "declined" to dl-shobun
019600          add 1 to decline-count
019700      end-if.
019800      move run-date to rop-status-date.
019900      rewrite rop-record.
020000      move rop-item-code to dl-hinmei.
020100      move rop-date to dl-prop-date.
020200      move rop-cur-point to dl-cur-rp.
020300      move rop-new-point to dl-new-rp.
020400      move rop-cur-qty to dl-cur-rq.
020500      move rop-new-qty to dl-new-rq.
020550      move rap-operator to dl-operator.
020600      write pr-line from dl-line.
020700  apply-answer-exit.
020800      exit.
020810  check-operator.
020820      move rap-operator to opr-id.
020830      read opr-auth record
020840          invalid key
020850              continue
020860      end-read.
020870      if rap-operator = spaces or opr-fstat not = "00"
020880          or not opr-active or opr-item-auth not = "Y"
020890          move "N" to tran-valid
020892          move "operator not allowed" to rej-reason
020894      end-if.
020896  check-operator-exit.
020898      exit.
020900  write-reject.
021000      move rap-item-code to dl-rej-item.
021100      move rap-action to dl-rej-action.
021200      move rej-reason to dl-rej-reason.
021250      move rap-operator to dl-rej-operator.
021300      write pr-line from dl-rej-line.
021400      add 1 to reject-count.
021500  write-reject-exit.
021600      exit.
021700  open-abort.
021800      move 1 to return-code.
021900      close ror-apv.
022000      close ror-prop.
022100      close itm-trans.
022200      close print-file.
022250      close opr-auth.
022300      goback.
022400  get-bizdate.
022500      open input biz-file.
022600      read biz-file
022700          at end
022800              continue
022900      end-read.
023000      if biz-status = "00" and biz-date is numeric
023100          move biz-date to run-date
023200      else
023300          accept run-date from date yyyymmdd
023400      end-if.
023500      close biz-file.
023600  get-bizdate-exit.
023700      exit.
