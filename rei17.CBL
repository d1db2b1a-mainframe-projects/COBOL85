002100      select print-file assign to "PRCRPT"
002200          organization line sequential
002300          file status is prt-status.
002302      select opr-auth assign to "OPRAUTH"
002305          organization indexed
002307          access mode dynamic
002309          record key is opr-id
002312          file status is opr-fstat.
002314      select apv-ctl assign to "APVCTL"
002316          organization line sequential
002319          file status is ctl-status.
002321      select pend-apv assign to "PENDAPV"
002324          organization indexed
002326          access mode dynamic
002328          record key is apv-key
002331          file status is apv-fstat.
002333      select lock-file assign to "R17LOCK"
002366          organization line sequential
002399          file status is lok-fstat.
002600  fd  pend-prc.
002700      copy "pendprc.CPY".
002800  fd  pend-new.
002900  01 pnn-record pic x(62).
003000  fd  itm-master.
003100      copy "itmmast.CPY".
003200  fd  print-file.
003300  01 pr-line pic x(80).
003307  fd  opr-auth.
003314      copy "oprauth.CPY".
003321  fd  apv-ctl.
003328      copy "apvctl.CPY".
003335  fd  pend-apv.
003342      copy "pendapv.CPY".
003349  fd  lock-file.
003398      copy "runlock.CPY".
003400  working-storage section.
003600  01 pnn-fstat pic xx.
003700  01 itm-status pic xx.
003800  01 prt-status pic xx.
003812  01 opr-fstat pic xx.
003824  01 ctl-status pic xx.
003836  01 apv-fstat pic xx.
003848  01 price-pct pic 9(3) value 10.
003860  01 price-diff pic s9(6) value 0.
003872  01 released pic x value "N".
003884  01 hold-done pic x value "N".
003900  01 pnd-eof pic x value "N".
004000  01 run-date pic 9(8).
004100  01 applied-count pic 9(5) value 0.
004200  01 pending-count pic 9(5) value 0.
004300  01 reject-count pic 9(5) value 0.
004350  01 held-count pic 9(5) value 0.
004400  01 hd-title-line.
004500  02 filler pic x(22) value spaces.
004600  02 filler pic x(30) value "price change audit".
005900  02 filler pic x(8) value "shin-zei".
006000  02 filler pic x(2) value space.
006100  02 filler pic x(8) value "hatsukou".
006125  02 filler pic x(2) value space.
006150  02 filler pic x(9) value "maker".
006175  02 filler pic x(8) value "approver".
006200  01 dl-line.
006300  02 dl-hinmei pic x(6).
006400  02 filler pic x(2) value space.
007100  02 dl-new-tax pic z9.99.
007200  02 filler pic x(4) value space.
007300  02 dl-eff-date pic 9(8).
007320  02 filler pic x(2) value space.
007340  02 dl-maker pic x(8).
007360  02 filler pic x(1) value space.
007380  02 dl-approver pic x(8).
007400  01 dl-rej-line.
007500  02 filler pic x(10) value "rejected: ".
007600  02 dl-rej-code pic x(6).
007700  02 filler pic x(2) value space.
007800  02 dl-rej-reason pic x(20).
007808  02 filler pic x(9) value "  maker: ".
007816  02 dl-rej-maker pic x(8).
007824  01 dl-hold-line.
007832  02 filler pic x(8) value "held:   ".
007840  02 dl-hold-code pic x(6).
007848  02 filler pic x(7) value " price ".
007856  02 dl-hold-old pic z(6)9.
007864  02 filler pic x(4) value " to ".
007872  02 dl-hold-new pic z(6)9.
007880  02 filler pic x(6) value "  key ".
007888  02 dl-hold-key pic x(23).
007900  01 dl-count-line.
008000  02 filler pic x(9) value "applied: ".
008100  02 dl-applied pic zzzz9.
008300  02 dl-pending pic zzzz9.
008400  02 filler pic x(12) value "  rejected: ".
008500  02 dl-rejected pic zzzz9.
008533  02 filler pic x(8) value "  held: ".
008566  02 dl-held pic zzzz9.
008600  procedure division.
008699      perform take-lock thru take-lock-exit.
008700      open input pend-prc.
009100      end-if.
009200      open output pend-new.
009300      open i-o itm-master.
009304      open input opr-auth.
009308      if opr-fstat not = "00"
009312          display "rei17: oprauth open failed, status " opr-fstat
009316          go to open-abort
009320      end-if.
009324      open i-o pend-apv.
009328      if apv-fstat = "35"
009332          open output pend-apv
009336          close pend-apv
009340          open i-o pend-apv
009344      end-if.
009348      if apv-fstat not = "00"
009352          display "rei17: pendapv open failed, status " apv-fstat
009356          go to open-abort
009360      end-if.
009364      open input apv-ctl.
009368      read apv-ctl
009372          at end
009376              continue
009380      end-read.
009384      if ctl-status = "00" and ctl-price-pct is numeric
009388          move ctl-price-pct to price-pct
009392      end-if.
009396      close apv-ctl.
009400      open output print-file.
009500      if prt-status not = "00"
009600          display "rei17: prcrpt open failed, status " prt-status
010700      move applied-count to dl-applied.
010800      move pending-count to dl-pending.
010900      move reject-count to dl-rejected.
010950      move held-count to dl-held.
011000      write pr-line from spaces.
011100      write pr-line from dl-count-line.
011200      close pend-prc.
011300      close pend-new.
011400      close itm-master.
011500      close print-file.
011533      close opr-auth.
011566      close pend-apv.
011599      perform free-lock thru free-lock-exit.
011600      goback.
011700  apply-price.
012930          perform write-reject thru write-reject-exit
012940          go to apply-price-exit
012950      end-if.
012951      perform check-operator thru check-operator-exit.
012952      if opr-fstat not = "00" or not opr-active
012953          or opr-price-auth not = "Y"
012954          move "operator not allowed" to dl-rej-reason
012955          perform write-reject thru write-reject-exit
012956          go to apply-price-exit
012957      end-if.
012958      move "N" to released.
012959      if pnd-apv-key not = spaces
012960          perform check-release thru check-release-exit
012961          if released = "N"
012962              move "approval not found" to dl-rej-reason
012963              perform write-reject thru write-reject-exit
012964              go to apply-price-exit
012965          end-if
012966      end-if.
012967      if released = "N"
012968          move pnd-item-code to itm-code
012969          read itm-master record
012970              invalid key
012971                  continue
012972          end-read
012973          if itm-status = "00"
012974              compute price-diff = pnd-price - itm-price
012975              if price-diff < 0
012976                  compute price-diff = 0 - price-diff
012977              end-if
012978              if price-diff * 100 > price-pct * itm-price
012979                  perform hold-change thru hold-change-exit
012980                  go to apply-price-exit
012981              end-if
012982          end-if
012983      end-if.
013000      if pnd-eff-date > run-date
013100          write pnn-record from pnd-record
013200          add 1 to pending-count
014900      move pnd-tax-rate to itm-tax-rate.
015000      rewrite itm-record.
015100      add 1 to applied-count.
015116      if released = "Y"
015132          move "U" to apv-status
015148          move run-date to apv-status-date
015164          rewrite apv-record
015180      end-if.
015200      move itm-price to dl-new-price.
015300      move itm-tax-rate to dl-new-tax.
015400      move pnd-eff-date to dl-eff-date.
015433      move pnd-operator to dl-maker.
015466      if released = "Y"
015472          move pnd-approver to dl-approver
015478      else
015484          move spaces to dl-approver
015490      end-if.
015500      write pr-line from dl-line.
015600  apply-price-exit.
015700      exit.
015701  check-operator.
015702      move pnd-operator to opr-id.
015703      read opr-auth record
015704          invalid key
015705              continue
015706      end-read.
015707  check-operator-exit.
015708      exit.
015709  check-release.
015710      move pnd-apv-key to apv-key.
015711      read pend-apv record
015712          invalid key
015713              go to check-release-exit
015714      end-read.
015715      if apv-from-price and apv-approved
015716          and apv-code = pnd-item-code
015717          and apv-approver = pnd-approver
015718          and apv-image(1:31) = pnd-record(1:31)
015719          move "Y" to released
015720      end-if.
015721  check-release-exit.
015722      exit.
015723  hold-change.
015724      move spaces to apv-record.
015725      move "P" to apv-source.
015726      move pnd-item-code to apv-code.
015727      move run-date to apv-date.
015728      accept apv-time from time.
015729      move pnd-operator to apv-maker.
015730      move itm-price to apv-old-value.
015731      move pnd-price to apv-new-value.
015732      move "P" to apv-status.
015733      move run-date to apv-status-date.
015734      move pnd-record(1:31) to apv-image.
015735      move "N" to hold-done.
015736      perform write-hold thru write-hold-exit
015737          until hold-done = "Y".
015738      add 1 to held-count.
015739      move pnd-item-code to dl-hold-code.
015740      move itm-price to dl-hold-old.
015741      move pnd-price to dl-hold-new.
015742      move apv-key to dl-hold-key.
015743      write pr-line from dl-hold-line.
015744  hold-change-exit.
015745      exit.
015746  write-hold.
015747      write apv-record
015748          invalid key
015749              add 1 to apv-time
015750              go to write-hold-exit
015751      end-write.
015752      move "Y" to hold-done.
015753  write-hold-exit.
015754      exit.
015800  write-reject.
015900      move pnd-item-code to dl-rej-code.
015950      move pnd-operator to dl-rej-maker.
016000      write pr-line from dl-rej-line.
016100      add 1 to reject-count.
016200  write-reject-exit.
016700      close pend-new.
016800      close itm-master.
016900      close print-file.
016933      close opr-auth.
016966      close pend-apv.
016999      perform free-lock thru free-lock-exit.
017000      goback.
017100  get-bizdate.
