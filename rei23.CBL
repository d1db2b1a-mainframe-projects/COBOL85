008500  fd  gl-intf.
008600      copy "glintf.CPY".
008700  fd  gl-arc.
008800  01 gar-record pic x(48).
008900  fd  gl-new.
009000  01 gnw-record pic x(48).
009100  fd  run-log.
009200      copy "runlog.CPY".
009300  fd  run-arc.
009700  fd  stk-move.
009800      copy "stkmove.CPY".
009900  fd  stk-arc.
010099  01 sar-record pic x(43).
010100  fd  stk-new.
010299  01 snw-record pic x(43).
010300  fd  msum-master.
010400      copy "msum.CPY".
010500  fd  msum-arc.
010656  fd  inv-dtl.
010664      copy "invdtl.CPY".
010672  fd  inv-arc.
010680  01 iar-record pic x(78).
010688  fd  inv-new.
010696  01 inw-record pic x(78).
010700  fd  print-file.
010800  01 pr-line pic x(80).
010900  working-storage section.
