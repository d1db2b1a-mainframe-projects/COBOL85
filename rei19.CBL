015800              move "Y" to gl-eof
015900              go to count-gl-exit
016000      end-read.
016100      if gl-detail and gl-sales-jnl and gl-run-date = run-date
016200          add 1 to gl-count
016300          add gl-net-amount to gl-total
016350          add gl-tax-amount to gl-total
