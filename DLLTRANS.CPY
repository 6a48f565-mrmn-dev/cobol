      * non-zero TRANS-GROUP-ID is applied by DLLMAIN as a unit -    *
      * see DLL-APPLY-GROUP                                          *
          05 TRANS-GROUP-ID  PIC S9(9) BINARY.
      * the business day the transaction takes effect - zeros (or    *
      * spaces from an extract that leaves it unset) apply it the    *
      * day it arrives. A date later than the feed's FH-FEED-DATE    *
      * is set aside in DLLMAIN's pending warehouse and applied by   *
      * the first run whose feed date has reached it; a group is     *
      * held whole until the latest date any member carries          *
          05 TRANS-EFF-DATE  PIC 9(8).
