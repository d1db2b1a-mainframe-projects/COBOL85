001800      select print-file assign to "ITMRGST"
001900          organization line sequential
002000          file status is prt-status.
002002      select opr-auth assign to "OPRAUTH"
002005          organization indexed
002007          access mode dynamic
002009          record key is opr-id
002012          file status is opr-fstat.
002014      select apv-ctl assign to "APVCTL"
002016          organization line sequential
002019          file status is ctl-status.
002021      select pend-apv assign to "PENDAPV"
002024          organization indexed
002026          access mode dynamic
002028          record key is apv-key
002031          file status is apv-fstat.
002033      select lock-file assign to "R10LOCK"
002066          organization line sequential
002099          file status is lok-fstat.
002660      copy "stkmove.CPY".
002700  fd  print-file.
002766  01 pr-line pic x(110).
002775  fd  opr-auth.
002785      copy "oprauth.CPY".
002794  fd  apv-ctl.
002804      copy "apvctl.CPY".
002813  fd  pend-apv.
002823      copy "pendapv.CPY".
002832  fd  lock-file.
002898      copy "runlock.CPY".
002900  working-storage section.
003100  01 itm-status pic xx.
003150  01 mov-fstat pic xx.
003200  01 prt-status pic xx.
003206  01 opr-fstat pic xx.
003212  01 ctl-status pic xx.
003218  01 apv-fstat pic xx.
003224  01 price-pct pic 9(3) value 10.
003230  01 price-diff pic s9(6) value 0.
003236  01 released pic x value "N".
003242  01 hold-done pic x value "N".
003250  01 old-on-hand pic 9(5) value 0.
003260  01 qty-delta pic s9(5) value 0.
003279  01 old-loc2 pic 9(5) value 0.
003600  01 run-date pic 9(8).
003700  01 applied-count pic 9(5) value 0.
003800  01 reject-count pic 9(5) value 0.
003850  01 held-count pic 9(5) value 0.
003900  01 hd-title-line.
004000  02 filler pic x(22) value spaces.
004100  02 filler pic x(30) value "item master maintenance".
004700  02 dl-action pic x(1).
004800  02 filler pic x(2) value space.
004900  02 dl-action-code pic x(6).
004920  02 filler pic x(9) value "  maker: ".
004940  02 dl-action-maker pic x(8).
004960  02 filler pic x(12) value "  approver: ".
004980  02 dl-action-approver pic x(8).
005000  01 dl-img-line.
005100  02 dl-img-tag pic x(8).
005200  02 dl-img-code pic x(6).
007300  02 dl-rej-action pic x(1).
007400  02 filler pic x(2) value space.
007500  02 dl-rej-reason pic x(20).
007509  02 filler pic x(9) value "  maker: ".
007518  02 dl-rej-maker pic x(8).
007527  01 dl-hold-line.
007536  02 filler pic x(8) value "held:   ".
007545  02 filler pic x(7) value "price: ".
007554  02 dl-hold-old pic z(4)9.
007563  02 filler pic x(4) value " to ".
007572  02 dl-hold-new pic z(4)9.
007581  02 filler pic x(20) value "  awaiting approval ".
007590  02 dl-hold-key pic x(23).
007600  01 dl-count-line.
007700  02 filler pic x(9) value "applied: ".
007800  02 dl-applied pic zzzz9.
007900  02 filler pic x(12) value "  rejected: ".
008000  02 dl-rejected pic zzzz9.
008033  02 filler pic x(8) value "  held: ".
008066  02 dl-held pic zzzz9.
008100  procedure division.
008199      perform take-lock thru take-lock-exit.
008200      open input itm-trans.
008730          display "rei10: stkmove open failed, status " mov-fstat
008740          go to open-abort
008750      end-if.
008752      open input opr-auth.
008754      if opr-fstat not = "00"
008756          display "rei10: oprauth open failed, status " opr-fstat
008758          go to open-abort
008760      end-if.
008762      open i-o pend-apv.
008764      if apv-fstat = "35"
008766          open output pend-apv
008768          close pend-apv
008770          open i-o pend-apv
008772      end-if.
008774      if apv-fstat not = "00"
008776          display "rei10: pendapv open failed, status " apv-fstat
008778          go to open-abort
008780      end-if.
008782      open input apv-ctl.
008784      read apv-ctl
008786          at end
008788              continue
008790      end-read.
008792      if ctl-status = "00" and ctl-price-pct is numeric
008794          move ctl-price-pct to price-pct
008796      end-if.
008798      close apv-ctl.
008800      open output print-file.
008900      if prt-status not = "00"
009000          display "rei10: itmrgst open failed, status " prt-status
009900          until itr-eof = "Y".
010000      move applied-count to dl-applied.
010100      move reject-count to dl-rejected.
010150      move held-count to dl-held.
010200      write pr-line from spaces.
010300      write pr-line from dl-count-line.
010400      close itm-trans.
010500      close itm-master.
010550      close stk-move.
010600      close print-file.
010633      close opr-auth.
010666      close pend-apv.
010699      perform free-lock thru free-lock-exit.
010700      goback.
010800  apply-tran.
011900      if tran-valid = "Y" and itr-code = spaces
012000          move "N" to tran-valid
012100          move "blank item code" to rej-reason
012107      end-if.
012114      if tran-valid = "Y"
012121          and itr-reorder-only and not itr-change
012128          move "N" to tran-valid
012135          move "bad action code" to rej-reason
012142      end-if.
012149      if tran-valid = "Y"
012156          perform check-operator thru check-operator-exit
012163      end-if.
012170      move "N" to released.
012177      if tran-valid = "Y" and itr-apv-key not = spaces
012184          perform check-release thru check-release-exit
012200      end-if.
012300      if tran-valid = "Y"
012400          and (itr-add or itr-change)
013900      end-if.
014000  apply-tran-exit.
014100      exit.
014103  check-operator.
014106      move itr-operator to opr-id.
014109      read opr-auth record
014112          invalid key
014115              continue
014118      end-read.
014121      if opr-fstat not = "00" or not opr-active
014124          or opr-item-auth not = "Y"
014127          move "N" to tran-valid
014130          move "operator not allowed" to rej-reason
014133      end-if.
014136  check-operator-exit.
014139      exit.
014142  check-release.
014145      move itr-apv-key to apv-key.
014148      read pend-apv record
014151          invalid key
014154              move "N" to tran-valid
014157              move "approval not found" to rej-reason
014160              go to check-release-exit
014163      end-read.
014166      if not apv-from-item or not apv-approved
014169          or apv-code not = itr-code
014172          or apv-approver not = itr-approver
014175          or apv-image(1:90) not = itr-record(1:90)
014178          move "N" to tran-valid
014181          move "approval not found" to rej-reason
014184          go to check-release-exit
014187      end-if.
014190      move "Y" to released.
014193  check-release-exit.
014196      exit.
014200  edit-fields.
014211      if itr-reorder-only
014222          if itr-reorder-point is not numeric
014233              or itr-reorder-qty is not numeric
014244              move "N" to tran-valid
014255              move "non-numeric field" to rej-reason
014266          end-if
014277          go to edit-fields-exit
014288      end-if.
014300      if itr-price is not numeric
014400          or itr-tax-rate is not numeric
014500          or itr-qty-on-hand is not numeric
019500              perform write-reject thru write-reject-exit
019600              go to apply-change-exit
019700      end-read.
019709      if released = "N" and not itr-reorder-only
019718          compute price-diff = itr-price - itm-price
019727          if price-diff < 0
019736              compute price-diff = 0 - price-diff
019745          end-if
019754          if price-diff * 100 > price-pct * itm-price
019763              perform hold-change thru hold-change-exit
019772              go to apply-change-exit
019781          end-if
019790      end-if.
019800      perform write-action thru write-action-exit.
019900      move "before: " to dl-img-tag.
020000      perform write-image thru write-image-exit.
020077      else
020086          move 0 to old-loc2
020095      end-if.
020100      if itr-reorder-only
020125          move itr-reorder-point to itm-reorder-point
020140          move itr-reorder-qty to itm-reorder-qty
020155      else
020170          perform move-tran-fields thru move-tran-fields-exit
020185      end-if.
020200      rewrite itm-record.
020250      if itm-qty-on-hand not = old-on-hand
020259          move "01" to mov-loc-w
020292          perform write-movement thru write-movement-exit
020295      end-if.
020300      add 1 to applied-count.
020316      if released = "Y"
020332          move "U" to apv-status
020348          move run-date to apv-status-date
020364          rewrite apv-record
020380      end-if.
020400      move "after:  " to dl-img-tag.
020500      perform write-image thru write-image-exit.
020600  apply-change-exit.
020603      exit.
020606  hold-change.
020609      move spaces to apv-record.
020612      move "I" to apv-source.
020615      move itr-code to apv-code.
020618      move run-date to apv-date.
020621      accept apv-time from time.
020624      move itr-operator to apv-maker.
020627      move itm-price to apv-old-value.
020630      move itr-price to apv-new-value.
020633      move "P" to apv-status.
020636      move run-date to apv-status-date.
020639      move itr-record(1:90) to apv-image.
020642      move "N" to hold-done.
020645      perform write-hold thru write-hold-exit
020648          until hold-done = "Y".
020651      add 1 to held-count.
020654      perform write-action thru write-action-exit.
020657      move itm-price to dl-hold-old.
020660      move itr-price to dl-hold-new.
020663      move apv-key to dl-hold-key.
020666      write pr-line from dl-hold-line.
020669  hold-change-exit.
020672      exit.
020675  write-hold.
020678      write apv-record
020681          invalid key
020684              add 1 to apv-time
020687              go to write-hold-exit
020690      end-write.
020693      move "Y" to hold-done.
020696  write-hold-exit.
020700      exit.
020800  apply-delete.
020900      move itr-code to itm-code.
023600  write-action.
023700      move itr-action to dl-action.
023800      move itr-code to dl-action-code.
023833      move itr-operator to dl-action-maker.
023866      if released = "Y"
023872          move itr-approver to dl-action-approver
023878      else
023884          move spaces to dl-action-approver
023890      end-if.
023900      write pr-line from spaces.
024000      write pr-line from dl-action-line.
024100  write-action-exit.
025700      move itr-code to dl-rej-code.
025800      move itr-action to dl-rej-action.
025900      move rej-reason to dl-rej-reason.
025950      move itr-operator to dl-rej-maker.
026000      write pr-line from dl-rej-line.
026100      add 1 to reject-count.
026200  write-reject-exit.
026300      exit.
026310  write-movement.
026320      move itm-code to mov-item-code.
026330      move run-date to mov-date mov-post-date.
026340      move "A" to mov-type.
026350      move qty-delta to mov-qty.
026353      if mov-loc-w = "02"
026700      close itm-master.
026750      close stk-move.
026800      close print-file.
026833      close opr-auth.
026866      close pend-apv.
026899      perform free-lock thru free-lock-exit.
026900      goback.
027000  get-bizdate.
