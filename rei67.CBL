000100  identification division.
000200  program-id. rei67.
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
001300      select fcst-ctl assign to "FCSTCTL"
001400          organization line sequential
001500          file status is ctl-status.
001600      select sale-hist assign to "SALEHIST"
001700          organization line sequential
001800          file status is sh-fstat.
001900      select itm-master assign to "ITMMAST"
002000          organization indexed
002100          access mode dynamic
002200          record key is itm-code
002300          file status is itm-status.
002400      select sup-master assign to "SUPMAST"
002500          organization indexed
002600          access mode dynamic
002700          record key is sup-id
002800          file status is sup-fstat.
002900      select ror-prop assign to "RORPROP"
003000          organization indexed
003100          access mode dynamic
003200          record key is rop-item-code
003300          file status is rop-fstat.
003400      select print-file assign to "RORVRPT"
003500          organization line sequential
003600          file status is prt-status.
003616      select fi-work assign to "R67ITMWK"
003632          organization indexed
003648          access mode dynamic
003664          record key is fiw-item-code
003680          file status is fiw-fstat.
003700  data division.
003800  file section.
003900  fd  biz-file.
004000      copy "bizdate.CPY".
004100  fd  fcst-ctl.
004200      copy "fcstctl.CPY".
004300  fd  sale-hist.
004400      copy "salehist.CPY".
004500  fd  itm-master.
004600      copy "itmmast.CPY".
004700  fd  sup-master.
004800      copy "supmast.CPY".
004900  fd  ror-prop.
005000      copy "rorprop.CPY".
005100  fd  print-file.
005200  01 pr-line pic x(80).
005212  fd  fi-work.
005224  01 fiw-record.
005236  02 fiw-item-code pic x(6).
005248  02 fiw-prev-qty pic s9(9).
005260  02 fiw-curr-qty pic s9(9).
005272  02 fiw-month occurs 12 times.
005284  03 fiw-mon-qty pic s9(7).
005300  working-storage section.
005400  01 biz-status pic xx.
005500  01 ctl-status pic xx.
005600  01 sh-fstat pic xx.
005700  01 itm-status pic xx.
005800  01 sup-fstat pic xx.
005900  01 rop-fstat pic xx.
006000  01 prt-status pic xx.
006050  01 fiw-fstat pic xx.
006100  01 sh-eof pic x value "N".
006200  01 itm-eof pic x value "N".
006300  01 sup-open pic x value "N".
006400  01 run-date pic 9(8).
006500  01 dflt-lead pic 9(3) value 7.
006600  01 safety-pct pic 9(3) value 50.
006700  01 cover-days pic 9(3) value 30.
006800  01 base-months pic 9(7) value 0.
006900  01 rec-months pic 9(7) value 0.
007000  01 month-off pic s9(5) value 0.
007100  01 ym-work pic 9(6) value 0.
007200  01 ym-work-r redefines ym-work.
007300  02 ym-yy pic 9(4).
007400  02 ym-mm pic 9(2).
007500  01 fi-found pic x value "N".
007900  01 mo-idx pic 9(3) value 0.
008700  01 seas-qty pic s9(9) value 0.
008800  01 fc-month pic s9(7) value 0.
008900  01 trend pic 9v99 value 0.
009000  01 lead-days pic 9(3) value 0.
009100  01 daily-qty pic 9(5)v9(4) value 0.
009200  01 new-point pic 9(5) value 0.
009300  01 new-qty pic 9(5) value 0.
009400  01 cur-point pic 9(5) value 0.
009500  01 cur-qty pic 9(5) value 0.
009600  01 review-count pic 9(5) value 0.
009700  01 prop-count pic 9(5) value 0.
009800  01 nodemand-count pic 9(5) value 0.
010000  01 hd-title-line.
010100  02 filler pic x(22) value spaces.
010200  02 filler pic x(30) value "reorder point review".
010300  01 hd-date-line.
010400  02 filler pic x(10) value "run date: ".
010500  02 hd-date pic x(8).
010600  02 filler pic x(10) value "  safety: ".
010700  02 hd-safety pic zz9.
010800  02 filler pic x(10) value "%  cover: ".
010900  02 hd-cover pic zz9.
011000  02 filler pic x(5) value " days".
011100  01 hd-column-line.
011200  02 filler pic x(6) value "hinmei".
011300  02 filler pic x(1) value space.
011400  02 filler pic x(6) value "namae".
011500  02 filler pic x(1) value space.
011600  02 filler pic x(7) value "12m-qty".
011700  02 filler pic x(1) value space.
011800  02 filler pic x(7) value " fc-mon".
011900  02 filler pic x(1) value space.
012000  02 filler pic x(4) value "trnd".
012100  02 filler pic x(1) value space.
012200  02 filler pic x(3) value " lt".
012300  02 filler pic x(1) value space.
012400  02 filler pic x(6) value "cur-rp".
012500  02 filler pic x(1) value space.
012600  02 filler pic x(6) value "new-rp".
012700  02 filler pic x(1) value space.
012800  02 filler pic x(6) value "cur-rq".
012900  02 filler pic x(1) value space.
013000  02 filler pic x(6) value "new-rq".
013100  01 dl-line.
013200  02 dl-hinmei pic x(6).
013300  02 filler pic x(1) value space.
013400  02 dl-namae pic x(6).
013500  02 filler pic x(1) value space.
013600  02 dl-12m pic z(6)9.
013700  02 filler pic x(1) value space.
013800  02 dl-fc pic z(6)9.
013900  02 filler pic x(1) value space.
014000  02 dl-trend pic 9.99.
014100  02 filler pic x(1) value space.
014200  02 dl-lead pic zz9.
014300  02 filler pic x(1) value space.
014400  02 dl-cur-rp pic z(5)9.
014500  02 filler pic x(1) value space.
014600  02 dl-new-rp pic z(5)9.
014700  02 filler pic x(1) value space.
014800  02 dl-cur-rq pic z(5)9.
014900  02 filler pic x(1) value space.
015000  02 dl-new-rq pic z(5)9.
015100  02 filler pic x(1) value space.
015200  02 dl-flag pic x(8).
015700  01 dl-count-line.
015800  02 filler pic x(10) value "reviewed: ".
015900  02 dl-reviewed pic zzzz9.
016000  02 filler pic x(12) value "  proposed: ".
016100  02 dl-proposed pic zzzz9.
016200  02 filler pic x(13) value "  no demand: ".
016300  02 dl-nodemand pic zzzz9.
016400  procedure division.
016500      perform get-bizdate thru get-bizdate-exit.
016512      open output fi-work.
016524      close fi-work.
016536      open i-o fi-work.
016548      if fiw-fstat not = "00"
016560          display "rei67: r67itmwk open failed, status " fiw-fstat
016572          go to open-abort
016584      end-if.
016600      open input sale-hist.
016700      if sh-fstat not = "00"
016800          display "rei67: salehist open failed, status " sh-fstat
016900          go to open-abort
017000      end-if.
017100      open input itm-master.
017200      if itm-status not = "00"
017300          display "rei67: itmmast open failed, status "
017400              itm-status
017500          go to open-abort
017600      end-if.
017700      open input sup-master.
017800      if sup-fstat = "00"
017900          move "Y" to sup-open
018000      end-if.
018100      open i-o ror-prop.
018200      if rop-fstat = "35"
018300          open output ror-prop
018400          close ror-prop
018500          open i-o ror-prop
018600      end-if.
018700      if rop-fstat not = "00"
018800          display "rei67: rorprop open failed, status " rop-fstat
018900          go to open-abort
019000      end-if.
019100      open output print-file.
019200      if prt-status not = "00"
019300          display "rei67: rorvrpt open failed, status "
019400              prt-status
019500          go to open-abort
019600      end-if.
019700      open input fcst-ctl.
019800      read fcst-ctl
019900          at end
020000              continue
020100      end-read.
020200      if ctl-status = "00"
020300          if ctl-lead-days is numeric and ctl-lead-days > 0
020400              move ctl-lead-days to dflt-lead
020500          end-if
020600          if ctl-safety-pct is numeric
020700              move ctl-safety-pct to safety-pct
020800          end-if
020900          if ctl-cover-days is numeric and ctl-cover-days > 0
021000              move ctl-cover-days to cover-days
021100          end-if
021200      end-if.
021300      close fcst-ctl.
021400      move run-date(1:6) to ym-work.
021500      compute base-months = ym-yy * 12 + ym-mm.
021600      perform tally-hist thru tally-hist-exit
021700          until sh-eof = "Y".
021800      move run-date to hd-date.
021900      move safety-pct to hd-safety.
022000      move cover-days to hd-cover.
022100      write pr-line from hd-title-line.
022200      write pr-line from hd-date-line.
022300      write pr-line from spaces.
022400      write pr-line from hd-column-line.
022500      perform review-item thru review-item-exit
022600          until itm-eof = "Y".
023200      move review-count to dl-reviewed.
023300      move prop-count to dl-proposed.
023400      move nodemand-count to dl-nodemand.
023500      write pr-line from spaces.
023600      write pr-line from dl-count-line.
023700      close sale-hist.
023800      close itm-master.
023900      if sup-open = "Y"
024000          close sup-master
024100      end-if.
024200      close ror-prop.
024300      close print-file.
024350      close fi-work.
024400      goback.
024500  tally-hist.
024600      read sale-hist
024700          at end
024800              move "Y" to sh-eof
024900              go to tally-hist-exit
025000      end-read.
025100      move sh-month to ym-work.
025200      compute rec-months = ym-yy * 12 + ym-mm.
025300      compute month-off = base-months - rec-months.
025400      if month-off < 1 or month-off > 24
025500          go to tally-hist-exit
025600      end-if.
025700      perform get-item thru get-item-exit.
026100      if month-off > 12
026200          add sh-qty to fiw-prev-qty
026350      else
026500          add sh-qty to fiw-curr-qty
026600          compute mo-idx = 13 - month-off
026700          add sh-qty to fiw-mon-qty(mo-idx)
026733      end-if.
026766      rewrite fiw-record.
026800  tally-hist-exit.
026900      exit.
027000  get-item.
027100      move "Y" to fi-found.
027200      move sh-item-code to fiw-item-code.
027300      read fi-work record
027400          invalid key
027500              move "N" to fi-found
027600      end-read.
027700      if fi-found = "Y"
027800          go to get-item-exit
027900      end-if.
028500      move sh-item-code to fiw-item-code.
028600      move 0 to fiw-prev-qty.
028700      move 0 to fiw-curr-qty.
028800      perform init-month thru init-month-exit
028900          varying mo-idx from 1 by 1
029000          until mo-idx > 12.
029100      write fiw-record.
029200  get-item-exit.
029300      exit.
029400  init-month.
029500      move 0 to fiw-mon-qty(mo-idx).
029600  init-month-exit.
029700      exit.
030500  review-item.
030600      read itm-master next record
030700          at end
030800              move "Y" to itm-eof
030900              go to review-item-exit
031000      end-read.
031100      add 1 to review-count.
031200      move "Y" to fi-found.
031300      move itm-code to fiw-item-code.
031400      read fi-work record
031500          invalid key
031600              move "N" to fi-found
031700      end-read.
031800      if fi-found = "N"
031900          add 1 to nodemand-count
032000          go to review-item-exit
032100      end-if.
032200      if fiw-curr-qty not > 0
032300          add 1 to nodemand-count
032400          go to review-item-exit
032500      end-if.
032600      perform forecast-item thru forecast-item-exit.
032700      if itm-reorder-point is numeric
032800          move itm-reorder-point to cur-point
032900      else
033000          move 0 to cur-point
033100      end-if.
033200      if itm-reorder-qty is numeric
033300          move itm-reorder-qty to cur-qty
033400      else
033500          move 0 to cur-qty
033600      end-if.
033700      move itm-code to dl-hinmei.
033800      move itm-name to dl-namae.
033900      move fiw-curr-qty to dl-12m.
034000      move fc-month to dl-fc.
034100      move trend to dl-trend.
034200      move lead-days to dl-lead.
034300      move cur-point to dl-cur-rp.
034400      move new-point to dl-new-rp.
034500      move cur-qty to dl-cur-rq.
034600      move new-qty to dl-new-rq.
034700      move spaces to dl-flag.
034800      if new-point not = cur-point or new-qty not = cur-qty
034900          perform write-proposal thru write-proposal-exit
035000          move "proposed" to dl-flag
035100      end-if.
035200      write pr-line from dl-line.
035300  review-item-exit.
035400      exit.
036200  forecast-item.
036300      compute seas-qty = fiw-mon-qty(1) + fiw-mon-qty(2).
036400      if seas-qty > 0
036500          compute fc-month rounded = seas-qty / 2
036600      else
036700          compute fc-month rounded = fiw-curr-qty / 12
036800      end-if.
036900      move 1 to trend.
037000      if fiw-prev-qty > 0
037100          compute trend rounded =
037200              fiw-curr-qty / fiw-prev-qty
037300              on size error
037400                  move 2 to trend
037500          end-compute
037600      end-if.
037700      if trend < 0.5
037800          move 0.5 to trend
037900      end-if.
038000      if trend > 2
038100          move 2 to trend
038200      end-if.
038300      compute fc-month rounded = fc-month * trend.
038400      if fc-month < 0
038500          move 0 to fc-month
038600      end-if.
038700      move dflt-lead to lead-days.
038800      if sup-open = "Y" and itm-supplier not = spaces
038900          move itm-supplier to sup-id
039000          read sup-master record
039100              invalid key
039200                  continue
039300          end-read
039400          if sup-fstat = "00"
039500              and sup-lead-days is numeric
039600              and sup-lead-days > 0
039700              move sup-lead-days to lead-days
039800          end-if
039900      end-if.
040000      compute daily-qty = fc-month / 30.
040100      compute new-point rounded =
040200          daily-qty * lead-days * (100 + safety-pct) / 100
040300          on size error
040400              move 99999 to new-point
040500      end-compute.
040600      compute new-qty rounded = daily-qty * cover-days
040700          on size error
040800              move 99999 to new-qty
040900      end-compute.
041000      if fc-month > 0 and new-point = 0
041100          move 1 to new-point
041200      end-if.
041300      if fc-month > 0 and new-qty = 0
041400          move 1 to new-qty
041500      end-if.
041600  forecast-item-exit.
041700      exit.
041800  write-proposal.
041900      move itm-code to rop-item-code.
042000      read ror-prop record
042100          invalid key
042200              continue
042300      end-read.
042500      move itm-code to rop-item-code.
042600      move run-date to rop-date.
042700      move fc-month to rop-fc-qty.
042800      move lead-days to rop-lead-days.
042900      move cur-point to rop-cur-point.
043000      move cur-qty to rop-cur-qty.
043100      move new-point to rop-new-point.
043200      move new-qty to rop-new-qty.
043300      move "P" to rop-status.
043400      move run-date to rop-status-date.
043500      if rop-fstat = "00"
043600          rewrite rop-record
043700      else
043800          write rop-record
043900      end-if.
044000      if rop-fstat not = "00"
044100          display "rei67: rorprop write failed, status "
044200              rop-fstat
044300          go to write-proposal-exit
044400      end-if.
044500      add 1 to prop-count.
044600  write-proposal-exit.
044700      exit.
044800  open-abort.
044900      move 1 to return-code.
045000      close sale-hist.
045100      close itm-master.
045200      close sup-master.
045300      close ror-prop.
045400      close print-file.
045450      close fi-work.
045500      goback.
045600  get-bizdate.
045700      open input biz-file.
045800      read biz-file
045900          at end
046000              continue
046100      end-read.
046200      if biz-status = "00" and biz-date is numeric
046300          move biz-date to run-date
046400      else
046500          accept run-date from date yyyymmdd
046600      end-if.
046700      close biz-file.
046800  get-bizdate-exit.
046900      exit.
