      * clock time, AUD-DATA renders the record a data-carrying     *
      * request pointed at (named fields when it is a tagged DLLREC *
      * business record, its leading raw bytes otherwise), and      *
      * AUD-ORIGIN tags operator-entered corrections ('C'), cash-  *
      * application settlements ('A'), routing-rule moves ('R') and *
      * the billing extract ('B'). Shared by DLLSUBX (writer),      *
      * DLLAUDU (summarize/archive), DLLRPLY (replay) and DLLTRCE   *
      * (lifecycle trace)                                           *
       01 DLL-AUDIT-REC.
          05 AUD-STAMP.
             10 AUD-STAMP-DATE PIC 9(8).
