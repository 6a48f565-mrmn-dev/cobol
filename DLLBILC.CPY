      * DLLBILL billing interface record - 'D' details, one per     *
      * order drained off a designated list, and a final 'T'        *
      * trailer carrying the record count and amount hash total.    *
      * Written by DLLMAIN's end-of-run extract, read back by       *
      * DLLBACK to balance billing's acknowledgment file            *
       01 DLL-BILL-REC.
          05 BIL-REC-TYPE      PIC X(1).
             88 BIL-IS-DETAIL  VALUE 'D'.
             88 BIL-IS-TRAILER VALUE 'T'.
          05 BIL-ORDER-NUMBER  PIC 9(9).
          05 BIL-CUSTOMER-ID   PIC 9(9).
          05 BIL-ORDER-DATE    PIC 9(8).
          05 BIL-ORDER-AMOUNT  PIC S9(7)V99.
          05 BIL-SOURCE-LIST   PIC 9(4).
       01 DLL-BILL-TRL.
          05 BIT-REC-TYPE      PIC X(1).
          05 BIT-RECORD-COUNT  PIC 9(9).
          05 BIT-AMOUNT-HASH   PIC S9(13)V99.
          05 FILLER            PIC X(15).
