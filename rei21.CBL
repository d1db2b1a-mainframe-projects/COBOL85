011700              move "Y" to gl-eof
011800              go to tally-gl-exit
011900      end-read.
012000      if not gl-detail or not gl-sales-jnl
012100          go to tally-gl-exit
012200      end-if.
012300      if gl-run-date < from-date or gl-run-date > to-date
