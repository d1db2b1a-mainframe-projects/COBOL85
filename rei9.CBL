004499  03 st-freq pic x(1).
004500  01 dflt-list value
004649      "rei18   ADrei3    CDrei4    CDrei5    CD" &
004798      "rei17   ADrei60   ADrei64   CDrei27   AD" &
004799      "rei6    ADrei14   CDrei70   CD".
004800  02 dflt-entry occurs 11 times.
004900  03 dflt-pgm pic x(8).
005000  03 dflt-sev pic x(1).
005099  03 dflt-freq pic x(1).
007800      else
007900          perform load-dflt thru load-dflt-exit
008000              varying scan-idx from 1 by 1
008100              until scan-idx > 11
008200      end-if.
008300      close step-ctl.
008310      if step-count = 0
008320          perform load-dflt thru load-dflt-exit
008330              varying scan-idx from 1 by 1
008340              until scan-idx > 11
008350      end-if.
008400  load-steps-exit.
008500      exit.
