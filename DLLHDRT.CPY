          05 FH-FEED-DATE      PIC 9(8).
          05 FH-FEED-TIME      PIC 9(6).
          05 FH-FEED-ID        PIC X(8).
      * spaces on the upstream extract's daily feed; 'R' on a        *
      * resubmission of old rejects built by DLLRSUB, which is not   *
      * a business day's feed and is left out of the gap check       *
          05 FH-FEED-KIND      PIC X(1).
             88 FH-RESUBMISSION VALUE 'R'.
          05 FILLER            PIC X(477).

      * one FT-TYPE-ENTRY per distinct TRANS-REQUEST present in the  *
      * feed, plus a hash total of ORD-ORDER-AMOUNT over every       *
