001800      select print-file assign to "CUSRGST"
001900          organization line sequential
002000          file status is prt-status.
002005      select rep-mast assign to "REPMAST"
002010          organization indexed
002015          access mode dynamic
002020          record key is rep-code
002025          file status is rep-fstat.
002030      select opr-auth assign to "OPRAUTH"
002035          organization indexed
002040          access mode dynamic
002045          record key is opr-id
002050          file status is opr-fstat.
002055      select apv-ctl assign to "APVCTL"
002060          organization line sequential
002065          file status is ctl-status.
002070      select pend-apv assign to "PENDAPV"
002075          organization indexed
002080          access mode dynamic
002085          record key is apv-key
002090          file status is apv-fstat.
002100  data division.
002200  file section.
002210  fd  biz-file.
002600      copy "custmast.CPY".
002700  fd  print-file.
002800  01 pr-line pic x(80).
002811  fd  rep-mast.
002822      copy "repmast.CPY".
002833  fd  opr-auth.
002844      copy "oprauth.CPY".
002855  fd  apv-ctl.
002866      copy "apvctl.CPY".
002877  fd  pend-apv.
002888      copy "pendapv.CPY".
002900  working-storage section.
002901  01 biz-status pic xx.
003000  01 ctr-fstat pic xx.
003100  01 cust-fstat pic xx.
003200  01 prt-status pic xx.
003210  01 rep-fstat pic xx.
003220  01 opr-fstat pic xx.
003230  01 ctl-status pic xx.
003240  01 apv-fstat pic xx.
003250  01 credit-incr pic 9(9) value 500000.
003260  01 old-limit pic 9(9) value 0.
003270  01 limit-rise pic s9(10) value 0.
003280  01 released pic x value "N".
003290  01 hold-done pic x value "N".
003300  01 ctr-eof pic x value "N".
003400  01 tran-valid pic x value "Y".
003500  01 rej-reason pic x(20).
003600  01 run-date pic 9(8).
003700  01 applied-count pic 9(5) value 0.
003800  01 reject-count pic 9(5) value 0.
003850  01 held-count pic 9(5) value 0.
003900  01 hd-title-line.
004000  02 filler pic x(22) value spaces.
004100  02 filler pic x(30) value "customer master maintenance".
004700  02 dl-action pic x(1).
004800  02 filler pic x(2) value space.
004900  02 dl-action-id pic x(6).
004920  02 filler pic x(9) value "  maker: ".
004940  02 dl-action-maker pic x(8).
004960  02 filler pic x(12) value "  approver: ".
004980  02 dl-action-approver pic x(8).
004983  01 dl-img-rep-line.
004986  02 filler pic x(8) value spaces.
004989  02 filler pic x(5) value "rep: ".
004991  02 dl-img-rep pic x(4).
004994  02 filler pic x(13) value "  territory: ".
004997  02 dl-img-terr pic x(4).
005000  01 dl-img-line.
005100  02 dl-img-tag pic x(8).
005200  02 dl-img-id pic x(6).
006300  02 dl-rej-action pic x(1).
006400  02 filler pic x(2) value space.
006500  02 dl-rej-reason pic x(20).
006509  02 filler pic x(9) value "  maker: ".
006518  02 dl-rej-maker pic x(8).
006527  01 dl-hold-line.
006536  02 filler pic x(8) value "held:   ".
006545  02 filler pic x(14) value "credit limit: ".
006554  02 dl-hold-old pic z(8)9.
006563  02 filler pic x(4) value " to ".
006572  02 dl-hold-new pic z(8)9.
006581  02 filler pic x(6) value "  key ".
006590  02 dl-hold-key pic x(23).
006600  01 dl-count-line.
006700  02 filler pic x(9) value "applied: ".
006800  02 dl-applied pic zzzz9.
006900  02 filler pic x(12) value "  rejected: ".
007000  02 dl-rejected pic zzzz9.
007033  02 filler pic x(8) value "  held: ".
007066  02 dl-held pic zzzz9.
007100  procedure division.
007200      open input cust-trans.
007300      if ctr-fstat not = "00"
007500          go to open-abort
007600      end-if.
007700      open i-o cust-mast.
007703      open input rep-mast.
007706      open input opr-auth.
007709      if opr-fstat not = "00"
007712          display "rei11: oprauth open failed, status " opr-fstat
007715          go to open-abort
007718      end-if.
007721      open i-o pend-apv.
007724      if apv-fstat = "35"
007727          open output pend-apv
007730          close pend-apv
007733          open i-o pend-apv
007736      end-if.
007739      if apv-fstat not = "00"
007742          display "rei11: pendapv open failed, status " apv-fstat
007745          go to open-abort
007748      end-if.
007751      open input apv-ctl.
007754      read apv-ctl
007757          at end
007760              continue
007763      end-read.
007766      if ctl-status = "00" and ctl-credit-incr is numeric
007769          move ctl-credit-incr to credit-incr
007772      end-if.
007775      close apv-ctl.
007800      open output print-file.
007900      if prt-status not = "00"
008000          display "rei11: cusrgst open failed, status " prt-status
008900          until ctr-eof = "Y".
009000      move applied-count to dl-applied.
009100      move reject-count to dl-rejected.
009150      move held-count to dl-held.
009200      write pr-line from spaces.
009300      write pr-line from dl-count-line.
009400      close cust-trans.
009500      close cust-mast.
009550      close rep-mast.
009600      close print-file.
009633      close opr-auth.
009666      close pend-apv.
009700      goback.
009800  apply-tran.
009900      read cust-trans
011848          and ctr-credit-limit is not numeric
011864          move "N" to tran-valid
011880          move "bad credit limit" to rej-reason
011881      end-if.
011882      if tran-valid = "Y"
011883          and (ctr-add or ctr-change)
011884          and ctr-rep-code not = spaces
011885          perform check-rep thru check-rep-exit
011886      end-if.
011887      if tran-valid = "Y"
011888          perform check-operator thru check-operator-exit
011889      end-if.
011890      move "N" to released.
011891      if tran-valid = "Y" and ctr-apv-key not = spaces
011892          perform check-release thru check-release-exit
011896      end-if.
011900      if tran-valid = "N"
012000          perform write-reject thru write-reject-exit
013100      end-if.
013200  apply-tran-exit.
013300      exit.
013302  check-rep.
013304      move ctr-rep-code to rep-code.
013306      read rep-mast record
013308          invalid key
013310              continue
013312      end-read.
013314      if rep-fstat not = "00" or rep-inactive
013316          move "N" to tran-valid
013318          move "unknown sales rep" to rej-reason
013320      end-if.
013322  check-rep-exit.
013324      exit.
013326  check-operator.
013328      move ctr-operator to opr-id.
013330      read opr-auth record
013332          invalid key
013334              continue
013336      end-read.
013338      if opr-fstat not = "00" or not opr-active
013340          or opr-cust-auth not = "Y"
013342          move "N" to tran-valid
013344          move "operator not allowed" to rej-reason
013346      end-if.
013348  check-operator-exit.
013350      exit.
013352  check-release.
013354      move ctr-apv-key to apv-key.
013356      read pend-apv record
013358          invalid key
013360              move "N" to tran-valid
013362              move "approval not found" to rej-reason
013364              go to check-release-exit
013366      end-read.
013368      if not apv-from-cust or not apv-approved
013370          or apv-code not = ctr-id
013372          or apv-approver not = ctr-approver
013374          or apv-image(1:83) not = ctr-record(1:83)
013376          move "N" to tran-valid
013378          move "approval not found" to rej-reason
013380          go to check-release-exit
013382      end-if.
013384      move "Y" to released.
013386  check-release-exit.
013388      exit.
013400  apply-add.
013500      move ctr-id to cust-id.
013600      read cust-mast record
014300          perform write-reject thru write-reject-exit
014400          go to apply-add-exit
014500      end-if.
014516      if released = "N" and ctr-credit-limit > credit-incr
014532          move 0 to old-limit
014548          perform hold-change thru hold-change-exit
014564          go to apply-add-exit
014580      end-if.
014600      perform move-tran-fields thru move-tran-fields-exit.
014700      write cust-record
014800          invalid key
015200              go to apply-add-exit
015300      end-write.
015400      add 1 to applied-count.
015450      perform mark-used thru mark-used-exit.
015500      perform write-action thru write-action-exit.
015600      move "added:  " to dl-img-tag.
015700      perform write-image thru write-image-exit.
016600              perform write-reject thru write-reject-exit
016700              go to apply-change-exit
016800      end-read.
016809      if cust-credit-limit is numeric
016818          move cust-credit-limit to old-limit
016827      else
016836          move 0 to old-limit
016845      end-if.
016854      compute limit-rise = ctr-credit-limit - old-limit.
016863      if released = "N" and limit-rise > credit-incr
016872          perform hold-change thru hold-change-exit
016881          go to apply-change-exit
016890      end-if.
016900      perform write-action thru write-action-exit.
017000      move "before: " to dl-img-tag.
017100      perform write-image thru write-image-exit.
017200      perform move-tran-fields thru move-tran-fields-exit.
017300      rewrite cust-record.
017400      add 1 to applied-count.
017450      perform mark-used thru mark-used-exit.
017500      move "after:  " to dl-img-tag.
017600      perform write-image thru write-image-exit.
017700  apply-change-exit.
017702      exit.
017704  hold-change.
017706      move spaces to apv-record.
017708      move "C" to apv-source.
017710      move ctr-id to apv-code.
017712      move run-date to apv-date.
017714      accept apv-time from time.
017716      move ctr-operator to apv-maker.
017718      move old-limit to apv-old-value.
017720      move ctr-credit-limit to apv-new-value.
017722      move "P" to apv-status.
017724      move run-date to apv-status-date.
017726      move ctr-record(1:83) to apv-image.
017728      move "N" to hold-done.
017730      perform write-hold thru write-hold-exit
017732          until hold-done = "Y".
017734      add 1 to held-count.
017736      perform write-action thru write-action-exit.
017738      move old-limit to dl-hold-old.
017740      move ctr-credit-limit to dl-hold-new.
017742      move apv-key to dl-hold-key.
017744      write pr-line from dl-hold-line.
017746  hold-change-exit.
017748      exit.
017750  write-hold.
017752      write apv-record
017754          invalid key
017756              add 1 to apv-time
017758              go to write-hold-exit
017760      end-write.
017762      move "Y" to hold-done.
017764  write-hold-exit.
017766      exit.
017768  mark-used.
017770      if released = "Y"
017772          move "U" to apv-status
017774          move run-date to apv-status-date
017776          rewrite apv-record
017778      end-if.
017780  mark-used-exit.
017800      exit.
017900  apply-inact.
018000      move ctr-id to cust-id.
020000      move ctr-name to cust-name.
020100      move ctr-address to cust-address.
020200      move ctr-status to cust-status.
020233      move ctr-rep-code to cust-rep-code.
020266      move ctr-territory to cust-territory.
020299      move ctr-credit-limit to cust-credit-limit.
020300  move-tran-fields-exit.
020400      exit.
020500  write-action.
020600      move ctr-action to dl-action.
020700      move ctr-id to dl-action-id.
020733      move ctr-operator to dl-action-maker.
020766      if released = "Y"
020772          move ctr-approver to dl-action-approver
020778      else
020784          move spaces to dl-action-approver
020790      end-if.
020800      write pr-line from spaces.
020900      write pr-line from dl-action-line.
021000  write-action-exit.
021676          move 0 to dl-img-limit
021695      end-if.
021700      write pr-line from dl-img-line.
021725      move cust-rep-code to dl-img-rep.
021750      move cust-territory to dl-img-terr.
021775      write pr-line from dl-img-rep-line.
021800  write-image-exit.
021900      exit.
022000  write-reject.
022100      move ctr-id to dl-rej-id.
022200      move ctr-action to dl-rej-action.
022300      move rej-reason to dl-rej-reason.
022350      move ctr-operator to dl-rej-maker.
022400      write pr-line from dl-rej-line.
022500      add 1 to reject-count.
022600  write-reject-exit.
022900      move 1 to return-code.
023000      close cust-trans.
023100      close cust-mast.
023150      close rep-mast.
023200      close print-file.
023233      close opr-auth.
023266      close pend-apv.
023300      goback.
023400  get-bizdate.
023500      open input biz-file.
