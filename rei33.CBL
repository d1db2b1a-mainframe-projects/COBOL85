002100      select print-file assign to "SUPRGST"
002200          organization line sequential
002300          file status is prt-status.
002316      select opr-auth assign to "OPRAUTH"
002332          organization indexed
002348          access mode dynamic
002364          record key is opr-id
002380          file status is opr-fstat.
002400  data division.
002500  file section.
002600  fd  biz-file.
003100      copy "supmast.CPY".
003200  fd  print-file.
003300  01 pr-line pic x(80).
003333  fd  opr-auth.
003366      copy "oprauth.CPY".
003400  working-storage section.
003500  01 biz-status pic xx.
003600  01 spr-fstat pic xx.
003700  01 sup-fstat pic xx.
003800  01 prt-status pic xx.
003850  01 opr-fstat pic xx.
003900  01 spr-eof pic x value "N".
004000  01 tran-valid pic x value "Y".
004100  01 rej-reason pic x(20).
005300  02 dl-action pic x(1).
005400  02 filler pic x(2) value space.
005500  02 dl-action-id pic x(6).
005533  02 filler pic x(9) value "  maker: ".
005566  02 dl-action-maker pic x(8).
005600  01 dl-img-line.
005700  02 dl-img-tag pic x(8).
005800  02 dl-img-id pic x(6).
006200  02 dl-img-address pic x(30).
006300  02 filler pic x(1) value space.
006400  02 dl-img-status pic x(1).
006433  02 filler pic x(6) value " lead ".
006466  02 dl-img-lead pic zz9.
006500  01 dl-rej-line.
006600  02 filler pic x(10) value "rejected: ".
006700  02 dl-rej-id pic x(6).
006900  02 dl-rej-action pic x(1).
007000  02 filler pic x(2) value space.
007100  02 dl-rej-reason pic x(20).
007133  02 filler pic x(9) value "  maker: ".
007166  02 dl-rej-maker pic x(8).
007200  01 dl-count-line.
007300  02 filler pic x(9) value "applied: ".
007400  02 dl-applied pic zzzz9.
008100          go to open-abort
008200      end-if.
008300      open i-o sup-mast.
008316      open input opr-auth.
008332      if opr-fstat not = "00"
008348          display "rei33: oprauth open failed, status " opr-fstat
008364          go to open-abort
008380      end-if.
008400      open output print-file.
008500      if prt-status not = "00"
008600          display "rei33: suprgst open failed, status " prt-status
010000      close sup-trans.
010100      close sup-mast.
010200      close print-file.
010250      close opr-auth.
010300      goback.
010400  apply-tran.
010500      read sup-trans
012200          move "N" to tran-valid
012300          move "bad status code" to rej-reason
012400      end-if.
012410      if tran-valid = "Y"
012420          and (spr-add or spr-change)
012430          and spr-lead-days is not numeric
012440          move "N" to tran-valid
012450          move "bad lead time" to rej-reason
012460      end-if.
012470      if tran-valid = "Y"
012480          perform check-operator thru check-operator-exit
012490      end-if.
012500      if tran-valid = "N"
012600          perform write-reject thru write-reject-exit
012700          go to apply-tran-exit
013600          end-if
013700      end-if.
013800  apply-tran-exit.
013807      exit.
013814  check-operator.
013821      move spr-operator to opr-id.
013828      read opr-auth record
013835          invalid key
013842              continue
013849      end-read.
013856      if opr-fstat not = "00" or not opr-active
013863          or opr-sup-auth not = "Y"
013870          move "N" to tran-valid
013877          move "operator not allowed" to rej-reason
013884      end-if.
013891  check-operator-exit.
013900      exit.
014000  apply-add.
014100      move spr-id to sup-id.
020600      move spr-name to sup-name.
020700      move spr-address to sup-address.
020800      move spr-status to sup-status.
020850      move spr-lead-days to sup-lead-days.
020900  move-tran-fields-exit.
021000      exit.
021100  write-action.
021200      move spr-action to dl-action.
021300      move spr-id to dl-action-id.
021350      move spr-operator to dl-action-maker.
021400      write pr-line from spaces.
021500      write pr-line from dl-action-line.
021600  write-action-exit.
022000      move sup-name to dl-img-name.
022100      move sup-address to dl-img-address.
022200      move sup-status to dl-img-status.
022216      if sup-lead-days is numeric
022232          move sup-lead-days to dl-img-lead
022248      else
022264          move 0 to dl-img-lead
022280      end-if.
022300      write pr-line from dl-img-line.
022400  write-image-exit.
022500      exit.
022700      move spr-id to dl-rej-id.
022800      move spr-action to dl-rej-action.
022900      move rej-reason to dl-rej-reason.
022950      move spr-operator to dl-rej-maker.
023000      write pr-line from dl-rej-line.
023100      add 1 to reject-count.
023200  write-reject-exit.
023600      close sup-trans.
023700      close sup-mast.
023800      close print-file.
023850      close opr-auth.
023900      goback.
024000  get-bizdate.
024100      open input biz-file.
