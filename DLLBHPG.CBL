CBL LIB,QUOTE,TEST(SYM)
      ***************************************************
      **                                               **
      ** DLLBHPG - DLL BILLED-ORDERS HISTORY PURGE     **
      **                                               **
      ** Housekeeping for the DLLBHST billed-orders    **
      ** history DLLMAIN's billing extract checks      **
      ** every order against: reads the KSDS from end  **
      ** to end and deletes every entry whose last     **
      ** activity (billed, or rejected by billing) is  **
      ** older than the retention period on the        **
      ** DLLBPCTL card. An order number purged here    **
      ** is no longer recognized as billed, so the     **
      ** retention must outlast the longest time an    **
      ** order could come back on a feed.              **
      **                                               **
      ** Condition codes:                              **
      **   0  history purged                           **
      **  12  an entry could not be read or deleted    **
      **  16  invalid DLLBPCTL card - nothing purged   **
      **  20  history cannot be opened                 **
      **                                               **
      ***************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLLBHPG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the retention card                                          *
           SELECT BHPG-CTL-FILE ASSIGN TO DLLBPCTL
               ORGANIZATION IS SEQUENTIAL.
      * the billed-orders history - read in key order, each entry  *
      * past retention deleted as it is read                       *
           SELECT BILL-HIST-FILE ASSIGN TO DLLBHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BHS-ORDER-NUMBER
               FILE STATUS IS BHPG-HIST-STATUS.
           SELECT BHPG-RPT-FILE ASSIGN TO DLLBPRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * columns 1-4 the retention in days, 0030 to 9999. '*' in     *
      * column 1 is a comment                                       *
       FD  BHPG-CTL-FILE
           RECORDING MODE IS F.
       01 BHPG-CTL-REC.
          05 BPC-RETAIN-DAYS   PIC X(4).
          05 BPC-RETAIN-NUM REDEFINES BPC-RETAIN-DAYS PIC 9(4).
          05 FILLER            PIC X(76).

       FD  BILL-HIST-FILE.
       COPY DLLBHST.

       FD  BHPG-RPT-FILE
           RECORDING MODE IS F.
       01 BHPG-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01 BHPG-CTL.
          05 BHPG-CTL-EOF-SW   PIC X(1) VALUE 'N'.
             88 BHPG-CTL-AT-EOF VALUE 'Y'.
          05 BHPG-HIST-EOF-SW  PIC X(1) VALUE 'N'.
             88 BHPG-HIST-AT-EOF VALUE 'Y'.
          05 BHPG-CARD-ERROR-SW PIC X(1) VALUE 'N'.
             88 BHPG-CARD-ERROR VALUE 'Y'.
          05 BHPG-HIST-STATUS  PIC X(2).
          05 BHPG-REASON       PIC X(40).
          05 BHPG-CARD-COUNT   PIC S9(9) BINARY VALUE 0.
          05 BHPG-RETAIN-DAYS  PIC S9(9) BINARY VALUE 0.
      * today, the first day still kept, and the entry's last      *
      * activity - the later of its billed and rejected dates      *
          05 BHPG-TODAY        PIC 9(8) VALUE 0.
          05 BHPG-CUTOFF       PIC 9(8) VALUE 0.
          05 BHPG-LAST-DATE    PIC 9(8) VALUE 0.
          05 BHPG-OLDEST-KEPT  PIC 9(8) VALUE 0.

       01 BHPG-COUNTS.
          05 BHPG-READ-COUNT   PIC S9(9) BINARY VALUE 0.
          05 BHPG-PURGED-COUNT PIC S9(9) BINARY VALUE 0.
          05 BHPG-KEPT-COUNT   PIC S9(9) BINARY VALUE 0.
          05 BHPG-ERROR-COUNT  PIC S9(9) BINARY VALUE 0.

       01 BHPG-EDIT-COUNT      PIC Z(8)9.
       01 BHPG-EDIT-DAYS       PIC Z(3)9.

       COPY DLLDATE.

       PROCEDURE DIVISION.

           DISPLAY 'In DLLBHPG'.
           OPEN OUTPUT BHPG-RPT-FILE.
           MOVE SPACES TO BHPG-RPT-LINE.
           MOVE 'DLLBHPG BILLED-ORDERS HISTORY PURGE' TO BHPG-RPT-LINE.
           WRITE BHPG-RPT-LINE.
           PERFORM BHPG-LOAD-CARD.
           IF BHPG-CARD-ERROR
              CLOSE BHPG-RPT-FILE
              DISPLAY 'DLLBHPG ENDING - INVALID DLLBPCTL CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM BHPG-SET-CUTOFF.
           OPEN I-O BILL-HIST-FILE.
           IF BHPG-HIST-STATUS NOT = '00'
              MOVE SPACES TO BHPG-RPT-LINE
              STRING 'BILLED-ORDERS HISTORY NOT AVAILABLE, OPEN STATUS '
                 BHPG-HIST-STATUS ' - NOTHING PURGED'
                 DELIMITED BY SIZE INTO BHPG-RPT-LINE
              WRITE BHPG-RPT-LINE
              CLOSE BHPG-RPT-FILE
              DISPLAY 'DLLBHPG ENDING - BILLED-ORDERS HISTORY NOT '
                 'AVAILABLE, OPEN STATUS ' BHPG-HIST-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM BHPG-PURGE-HISTORY.
           CLOSE BILL-HIST-FILE.
           PERFORM BHPG-TOTALS.
           CLOSE BHPG-RPT-FILE.
           DISPLAY 'BILLED-ORDERS HISTORY PURGED: ' BHPG-PURGED-COUNT
              ' KEPT: ' BHPG-KEPT-COUNT.
           IF BHPG-ERROR-COUNT > 0
              DISPLAY 'DLLBHPG - HISTORY ENTRIES NOT READ OR DELETED: '
                 BHPG-ERROR-COUNT ' - SEE DLLBPRP'
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * exactly one retention card, edited before the history is   *
      * opened - a bad card refuses the run rather than purge to   *
      * the wrong date                                              *
       BHPG-LOAD-CARD.
           OPEN INPUT BHPG-CTL-FILE
           READ BHPG-CTL-FILE
              AT END SET BHPG-CTL-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL BHPG-CTL-AT-EOF
              IF BPC-RETAIN-DAYS(1:1) NOT = '*'
                    AND BHPG-CTL-REC NOT = SPACES
                 ADD 1 TO BHPG-CARD-COUNT
                 PERFORM BHPG-EDIT-CARD
              END-IF
              READ BHPG-CTL-FILE
                 AT END SET BHPG-CTL-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE BHPG-CTL-FILE
           IF BHPG-CARD-COUNT = 0
              SET BHPG-CARD-ERROR TO TRUE
              MOVE SPACES TO BHPG-RPT-LINE
              MOVE 'NO DLLBPCTL CARD - NOTHING PURGED'
                 TO BHPG-RPT-LINE
              WRITE BHPG-RPT-LINE
           END-IF
           EXIT.

      * a retention under 30 days would forget orders billed within *
      * the month - too short to stop a resent feed being billed    *
       BHPG-EDIT-CARD.
           MOVE SPACES TO BHPG-REASON
           EVALUATE TRUE
              WHEN BHPG-CARD-COUNT > 1
                 MOVE 'MORE THAN ONE RETENTION CARD' TO BHPG-REASON
              WHEN BPC-RETAIN-DAYS NOT NUMERIC
                 MOVE 'RETENTION DAYS NOT FOUR DIGITS' TO BHPG-REASON
              WHEN BPC-RETAIN-NUM < 30
                 MOVE 'RETENTION UNDER 30 DAYS' TO BHPG-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF BHPG-REASON = SPACES
              MOVE BPC-RETAIN-NUM TO BHPG-RETAIN-DAYS
           ELSE
              SET BHPG-CARD-ERROR TO TRUE
              MOVE SPACES TO BHPG-RPT-LINE
              STRING 'INVALID DLLBPCTL CARD: ' BHPG-REASON
                 DELIMITED BY SIZE INTO BHPG-RPT-LINE
              WRITE BHPG-RPT-LINE
              MOVE SPACES TO BHPG-RPT-LINE
              MOVE BHPG-CTL-REC TO BHPG-RPT-LINE(5:80)
              WRITE BHPG-RPT-LINE
              DISPLAY 'INVALID DLLBPCTL CARD: ' BHPG-CTL-REC
           END-IF
           EXIT.

      * the cutoff is today less the retention - an entry last      *
      * active on the cutoff date or later is kept                  *
       BHPG-SET-CUTOFF.
           ACCEPT BHPG-TODAY FROM DATE YYYYMMDD
           MOVE BHPG-TODAY TO DAYS-CCYYMMDD
           PERFORM DLL-DATE-TO-DAYNUM
           SUBTRACT BHPG-RETAIN-DAYS FROM DAYS-NUMBER
           PERFORM DLL-DAYNUM-TO-DATE
           MOVE DAYS-CCYYMMDD TO BHPG-CUTOFF
           MOVE SPACES TO BHPG-RPT-LINE
           MOVE BHPG-RETAIN-DAYS TO BHPG-EDIT-DAYS
           STRING 'RETENTION DAYS       ' BHPG-EDIT-DAYS
              DELIMITED BY SIZE INTO BHPG-RPT-LINE
           WRITE BHPG-RPT-LINE
           MOVE SPACES TO BHPG-RPT-LINE
           STRING 'PURGE CUTOFF         ' BHPG-CUTOFF
              ' - ENTRIES LAST ACTIVE BEFORE THIS DATE ARE PURGED'
              DELIMITED BY SIZE INTO BHPG-RPT-LINE
           WRITE BHPG-RPT-LINE
           EXIT.

      * one pass in key order - a sequential DELETE removes the     *
      * entry just read. An entry whose billed date is not a date   *
      * cannot be aged and is kept                                  *
       BHPG-PURGE-HISTORY.
           PERFORM BHPG-READ-NEXT
           PERFORM UNTIL BHPG-HIST-AT-EOF
              ADD 1 TO BHPG-READ-COUNT
              MOVE BHS-BILLED-DATE TO BHPG-LAST-DATE
              IF BHS-REJECT-DATE NUMERIC
                    AND BHS-REJECT-DATE > BHPG-LAST-DATE
                 MOVE BHS-REJECT-DATE TO BHPG-LAST-DATE
              END-IF
              IF BHS-BILLED-DATE NUMERIC
                    AND BHPG-LAST-DATE < BHPG-CUTOFF
                 DELETE BILL-HIST-FILE RECORD
                 IF BHPG-HIST-STATUS = '00'
                    ADD 1 TO BHPG-PURGED-COUNT
                 ELSE
                    ADD 1 TO BHPG-ERROR-COUNT
                    MOVE SPACES TO BHPG-RPT-LINE
                    STRING 'ORDER ' BHS-ORDER-NUMBER
                       ' NOT DELETED, STATUS ' BHPG-HIST-STATUS
                       DELIMITED BY SIZE INTO BHPG-RPT-LINE
                    WRITE BHPG-RPT-LINE
                 END-IF
              ELSE
                 ADD 1 TO BHPG-KEPT-COUNT
                 IF BHS-BILLED-DATE NUMERIC
                       AND (BHPG-OLDEST-KEPT = 0
                          OR BHPG-LAST-DATE < BHPG-OLDEST-KEPT)
                    MOVE BHPG-LAST-DATE TO BHPG-OLDEST-KEPT
                 END-IF
              END-IF
              PERFORM BHPG-READ-NEXT
           END-PERFORM
           EXIT.

      * a read that fails other than at end stops the pass - the    *
      * rest of the history is left as it stands                    *
       BHPG-READ-NEXT.
           READ BILL-HIST-FILE NEXT RECORD
              AT END SET BHPG-HIST-AT-EOF TO TRUE
           END-READ
           IF NOT BHPG-HIST-AT-EOF AND BHPG-HIST-STATUS NOT = '00'
              SET BHPG-HIST-AT-EOF TO TRUE
              ADD 1 TO BHPG-ERROR-COUNT
              MOVE SPACES TO BHPG-RPT-LINE
              STRING 'HISTORY READ FAILED, STATUS ' BHPG-HIST-STATUS
                 ' - REST OF THE HISTORY NOT EXAMINED'
                 DELIMITED BY SIZE INTO BHPG-RPT-LINE
              WRITE BHPG-RPT-LINE
           END-IF
           EXIT.

       BHPG-TOTALS.
           MOVE SPACES TO BHPG-RPT-LINE
           WRITE BHPG-RPT-LINE
           MOVE SPACES TO BHPG-RPT-LINE
           MOVE BHPG-READ-COUNT TO BHPG-EDIT-COUNT
           STRING 'ENTRIES READ         ' BHPG-EDIT-COUNT
              DELIMITED BY SIZE INTO BHPG-RPT-LINE
           WRITE BHPG-RPT-LINE
           MOVE SPACES TO BHPG-RPT-LINE
           MOVE BHPG-PURGED-COUNT TO BHPG-EDIT-COUNT
           STRING 'ENTRIES PURGED       ' BHPG-EDIT-COUNT
              DELIMITED BY SIZE INTO BHPG-RPT-LINE
           WRITE BHPG-RPT-LINE
           MOVE SPACES TO BHPG-RPT-LINE
           MOVE BHPG-KEPT-COUNT TO BHPG-EDIT-COUNT
           STRING 'ENTRIES KEPT         ' BHPG-EDIT-COUNT
              DELIMITED BY SIZE INTO BHPG-RPT-LINE
           WRITE BHPG-RPT-LINE
           IF BHPG-OLDEST-KEPT > 0
              MOVE SPACES TO BHPG-RPT-LINE
              STRING 'OLDEST KEPT ACTIVE   ' BHPG-OLDEST-KEPT
                 DELIMITED BY SIZE INTO BHPG-RPT-LINE
              WRITE BHPG-RPT-LINE
           END-IF
           MOVE SPACES TO BHPG-RPT-LINE
           MOVE BHPG-ERROR-COUNT TO BHPG-EDIT-COUNT
           STRING 'READ/DELETE ERRORS   ' BHPG-EDIT-COUNT
              DELIMITED BY SIZE INTO BHPG-RPT-LINE
           WRITE BHPG-RPT-LINE
           EXIT.

       COPY DLLDATEP.
