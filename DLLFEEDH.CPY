      * DLLTRANS feed history - one record per feed DLLMAIN applied  *
      * to completion, appended at the end of the run with the       *
      * feed's own header identity, its business date (FH-FEED-DATE, *
      * or the run date when the header carries none), the data      *
      * record count and order hash it balanced to, the rejects it   *
      * left, and when and by which job it was applied. Read back at *
      * the start of every run to refuse a feed already applied and  *
      * to find a business day whose feed never arrived; listed by   *
      * DLLFHRP. 100-byte fixed records                              *
       01 DLL-FEED-HIST-REC.
          05 FHS-FEED-ID       PIC X(8).
          05 FHS-FEED-DATE     PIC 9(8).
          05 FHS-FEED-TIME     PIC 9(6).
          05 FHS-FEED-KIND     PIC X(1).
             88 FHS-RESUBMISSION VALUE 'R'.
          05 FHS-BUSINESS-DATE PIC 9(8).
          05 FHS-APPLY-DATE    PIC 9(8).
          05 FHS-APPLY-TIME    PIC 9(6).
          05 FHS-JOBNAME       PIC X(8).
          05 FHS-RECORD-COUNT  PIC 9(9).
          05 FHS-ORDER-HASH    PIC S9(13)V99 COMP-3.
          05 FHS-REJECT-COUNT  PIC 9(9).
      * business days (Monday thru Friday) with no feed between the  *
      * previous business feed and this one - nonzero only when the  *
      * run was let through under FEED-GAP=WARN                      *
          05 FHS-DAYS-MISSED   PIC 9(3).
          05 FILLER            PIC X(18).
