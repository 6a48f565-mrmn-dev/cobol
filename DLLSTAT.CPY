      * daily list statistics history - one record per active list  *
      * appended by every completed DLLMAIN run: the list's size    *
      * and ceilings as the run left it, and its day's insert,      *
      * delete and reject volume. STA-RUN-DATE is the business date *
      * the feed was applied for, so a rerun of the same day writes *
      * a second record for that date and the later one stands.     *
      * Read by DLLSTRP for the trend and capacity projection       *
      * report. 120-byte fixed records                              *
       01 DLL-STAT-REC.
          05 STA-RUN-DATE      PIC 9(8).
          05 STA-RUN-TIME      PIC 9(6).
          05 STA-LIST-ID       PIC 9(4).
          05 STA-LIST-NAME     PIC X(20).
          05 STA-DEPARTMENT    PIC X(8).
          05 STA-NODE-COUNT    PIC 9(9).
          05 STA-HWM-COUNT     PIC 9(9).
          05 STA-TOTAL-BYTES   PIC 9(9).
      * the ceilings in effect for the list - zero is unlimited     *
          05 STA-MAX-NODES     PIC 9(9).
          05 STA-MAX-BYTES     PIC 9(9).
      * inserts and deletes are successful calls, whatever their    *
      * source (feed, corrections, warehouse release, routing, cash *
      * application, billing extract); rejects are the refused ones *
      * including unique-mode duplicates                            *
          05 STA-INSERTS       PIC 9(9).
          05 STA-DELETES       PIC 9(9).
          05 STA-REJECTS       PIC 9(9).
          05 FILLER            PIC X(2).
