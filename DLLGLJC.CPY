      * DLLGLJ general ledger journal interface - 'D' details, a    *
      * debit line and its matching credit line for each activity  *
      * of each department that owns a list, and a final 'T'       *
      * trailer carrying the detail count and the debit and credit *
      * totals, which always agree. Activities: OQ orders queued,  *
      * OB orders billed through DLLBILL, PR payments received, PA *
      * payments applied by the cash application. Account codes    *
      * come from the DLLGLMP mapping cards. Written by DLLMAIN at  *
      * the end of every completed run. 100-byte fixed records     *
       01 DLL-GL-JRNL-REC.
          05 GLJ-REC-TYPE      PIC X(1).
             88 GLJ-IS-DETAIL  VALUE 'D'.
             88 GLJ-IS-TRAILER VALUE 'T'.
          05 GLJ-BUSINESS-DATE PIC 9(8).
          05 GLJ-FEED-ID       PIC X(8).
          05 GLJ-DEPARTMENT    PIC X(8).
          05 GLJ-ACTIVITY      PIC X(2).
             88 GLJ-ORDERS-QUEUED    VALUE 'OQ'.
             88 GLJ-ORDERS-BILLED    VALUE 'OB'.
             88 GLJ-PAYMENTS-RECEIVED VALUE 'PR'.
             88 GLJ-PAYMENTS-APPLIED VALUE 'PA'.
          05 GLJ-ACCOUNT       PIC X(10).
          05 GLJ-DR-CR         PIC X(1).
             88 GLJ-DEBIT      VALUE 'D'.
             88 GLJ-CREDIT     VALUE 'C'.
          05 GLJ-AMOUNT        PIC S9(13)V99.
          05 GLJ-ITEM-COUNT    PIC 9(9).
          05 GLJ-DESCRIPTION   PIC X(30).
          05 FILLER            PIC X(8).
       01 DLL-GL-JRNL-TRL.
          05 GJT-REC-TYPE      PIC X(1).
          05 GJT-BUSINESS-DATE PIC 9(8).
          05 GJT-FEED-ID       PIC X(8).
          05 GJT-RECORD-COUNT  PIC 9(9).
          05 GJT-DEBIT-TOTAL   PIC S9(13)V99.
          05 GJT-CREDIT-TOTAL  PIC S9(13)V99.
          05 FILLER            PIC X(44).
