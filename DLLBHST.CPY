      * billed-orders history - one record per order number ever    *
      * handed to billing, a KSDS keyed on the 9-digit order number *
      * (KEYS(9 0), RECORDSIZE 100). Written by DLLMAIN's end-of-   *
      * run extract as it bills each order, so an order number that *
      * comes back on a later feed is held instead of billed twice. *
      * DLLBACK marks an order billing rejected (status R) so the   *
      * corrected order it requeues may be billed again; DLLBHPG    *
      * purges entries idle past the retention period.              *
      * BHS-RUN-DATE/TIME is the run-lock claim stamp of the run    *
      * that billed it: a restart of that same feed after an abend  *
      * (whose DLLBILL generation was never kept) bills the order   *
      * again, any other run holds it                               *
       01 DLL-BILL-HIST-REC.
          05 BHS-ORDER-NUMBER  PIC 9(9).
          05 BHS-STATUS        PIC X(1).
             88 BHS-BILLED     VALUE 'B'.
             88 BHS-REJECTED   VALUE 'R'.
          05 BHS-CUSTOMER-ID   PIC 9(9).
          05 BHS-ORDER-AMOUNT  PIC S9(7)V99.
          05 BHS-SOURCE-LIST   PIC 9(4).
          05 BHS-BILLED-DATE   PIC 9(8).
          05 BHS-FEED-ID       PIC X(8).
          05 BHS-FEED-DATE     PIC 9(8).
          05 BHS-JOBNAME       PIC X(8).
          05 BHS-RUN-DATE      PIC 9(8).
          05 BHS-RUN-TIME      PIC 9(8).
          05 BHS-BILL-COUNT    PIC 9(4).
          05 BHS-REJECT-DATE   PIC 9(8).
          05 FILLER            PIC X(8).
