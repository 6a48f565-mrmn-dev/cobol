CBL LIB,QUOTE,TEST(SYM)
      ***************************************************
      **                                               **
      ** DLLBACK - DLL BILLING ACKNOWLEDGMENT          **
      **                                               **
      ** Closes the loop on DLLMAIN's billing extract: **
      ** reads billing's acknowledgment file (DLLACK)  **
      ** against the DLLBILL generation it answers and **
      ** balances the two - the acknowledgment's       **
      ** trailer must carry the DLLBILL trailer's      **
      ** count and amount hash, and its details must   **
      ** add up to its own trailer. Out of balance     **
      ** stops the step before anything is touched.    **
      ** In balance, every acknowledgment is matched   **
      ** to its billed order by order number; an order **
      ** billing rejected is rebuilt from the DLLBILL  **
      ** detail, marked with billing's reason, and     **
      ** queued onto the registry's billing suspense   **
      ** list (role 'S') through DLLCORR, which        **
      ** DLLMAIN applies at the start of its next run. **
      ** Its billed-orders history entry (DLLBHST) is  **
      ** marked rejected so that run bills it again.   **
      ** Every requeued order and every order or       **
      ** acknowledgment that could not be paired goes  **
      ** on the DLLBAKR report.                        **
      **                                               **
      ** Condition codes:                              **
      **   0  in balance, everything accepted          **
      **   4  in balance, rejected orders requeued     **
      **  12  unmatched acknowledgments or orders      **
      **      (rejects that did match are requeued)    **
      **  16  out of balance - nothing requeued        **
      **  20  cannot requeue - no billing suspense     **
      **      list registered, the DLLBILL generation  **
      **      is too big to match, or the billed-      **
      **      orders history cannot be opened          **
      **                                               **
      ***************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLLBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the DLLBILL generation the acknowledgment answers - the one *
      * billing picked up, normally the current (0) generation      *
           SELECT DLL-BILL-FILE ASSIGN TO DLLBILL
               ORGANIZATION IS SEQUENTIAL.
      * billing's acknowledgment file - read twice, once to balance *
      * it and once to match and requeue                            *
           SELECT DLL-ACK-FILE ASSIGN TO DLLACK
               ORGANIZATION IS SEQUENTIAL.
      * the list registry - only to find the billing suspense list  *
           SELECT DLL-REGISTRY-FILE ASSIGN TO DLLREGI
               ORGANIZATION IS SEQUENTIAL.
      * pending corrections in TRANS-REC layout - the same dataset  *
      * DLLCOR's TD queue writes; appended to (DISP=MOD), never     *
      * rewritten, so corrections already waiting are kept          *
           SELECT CORR-FILE ASSIGN TO DLLCORR
               ORGANIZATION IS SEQUENTIAL.
           SELECT BACK-RPT-FILE ASSIGN TO DLLBAKR
               ORGANIZATION IS SEQUENTIAL.
      * DLLMAIN's billed-orders history KSDS - a rejected order's   *
      * entry is marked so DLLMAIN's extract will bill the          *
      * corrected order instead of holding it as already billed.    *
      * Opened only when billing rejected something                 *
           SELECT BILL-HIST-FILE ASSIGN TO DLLBHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BHS-ORDER-NUMBER
               FILE STATUS IS BACK-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DLL-BILL-FILE
           RECORDING MODE IS F.
       COPY DLLBILC.

       FD  DLL-ACK-FILE
           RECORDING MODE IS F.
       COPY DLLACKC.

       FD  DLL-REGISTRY-FILE
           RECORDING MODE IS F.
       COPY DLLREGC.

       FD  CORR-FILE
           RECORDING MODE IS F.
       COPY DLLTRANS.

       FD  BILL-HIST-FILE.
       COPY DLLBHST.

      * one detail line per requeued order or unpaired record, the  *
      * free-form line for headings, the balancing section and the  *
      * closing totals                                              *
       FD  BACK-RPT-FILE
           RECORDING MODE IS F.
       01 BACK-RPT-REC.
          05 BKR-ACTION        PIC X(9).
          05 FILLER            PIC X(2).
          05 BKR-ORDER-NUMBER  PIC 9(9).
          05 FILLER            PIC X(2).
          05 BKR-CUSTOMER-ID   PIC 9(9).
          05 FILLER            PIC X(2).
          05 BKR-BILL-AMOUNT   PIC -Z(6)9.99.
          05 FILLER            PIC X(2).
          05 BKR-ACK-AMOUNT    PIC -Z(6)9.99.
          05 FILLER            PIC X(2).
      * the list the order was billed from, or on a requeued line   *
      * the suspense list it goes back on                           *
          05 BKR-LIST          PIC Z(3)9.
          05 FILLER            PIC X(2).
          05 BKR-REASON        PIC X(20).
          05 FILLER            PIC X(47).
       01 BACK-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01 BACK-CTL.
          05 BACK-BILL-EOF-SW  PIC X(1) VALUE 'N'.
             88 BACK-BILL-AT-EOF VALUE 'Y'.
          05 BACK-ACK-EOF-SW   PIC X(1) VALUE 'N'.
             88 BACK-ACK-AT-EOF VALUE 'Y'.
          05 BACK-REG-EOF-SW   PIC X(1) VALUE 'N'.
             88 BACK-REG-AT-EOF VALUE 'Y'.
          05 BACK-BILL-TRL-SW  PIC X(1) VALUE 'N'.
             88 BACK-BILL-TRL-SEEN VALUE 'Y'.
          05 BACK-ACK-TRL-SW   PIC X(1) VALUE 'N'.
             88 BACK-ACK-TRL-SEEN VALUE 'Y'.
          05 BACK-BALANCE-SW   PIC X(1) VALUE 'N'.
             88 BACK-OUT-OF-BALANCE VALUE 'Y'.
          05 BACK-SETUP-SW     PIC X(1) VALUE 'N'.
             88 BACK-SETUP-ERROR VALUE 'Y'.
          05 BACK-FOUND-SW     PIC X(1) VALUE 'N'.
             88 BACK-BILL-FOUND VALUE 'Y'.
      * the registry's role-'S' list - 0 until one is found         *
          05 BACK-SUSPENSE-LIST PIC S9(4) BINARY VALUE 0.
          05 BACK-SUSPENSE-NAME PIC X(20) VALUE SPACES.
          05 BACK-REASON       PIC X(20).
          05 BACK-HIST-STATUS  PIC X(2).
          05 BACK-HIST-OPEN-SW PIC X(1) VALUE 'N'.
             88 BACK-HIST-OPEN VALUE 'Y'.
          05 BACK-TODAY        PIC 9(8) VALUE 0.

      * what the two files say about themselves - each trailer as   *
      * read, and the same totals rebuilt from the details          *
       01 BACK-COUNTS.
          05 BACK-BIT-COUNT    PIC S9(9) BINARY VALUE 0.
          05 BACK-BIT-HASH     PIC S9(13)V99 COMP-3 VALUE 0.
          05 BACK-BIL-COUNT    PIC S9(9) BINARY VALUE 0.
          05 BACK-BIL-HASH     PIC S9(13)V99 COMP-3 VALUE 0.
          05 BACK-BIL-OTHER    PIC S9(9) BINARY VALUE 0.
          05 BACK-ACT-COUNT    PIC S9(9) BINARY VALUE 0.
          05 BACK-ACT-HASH     PIC S9(13)V99 COMP-3 VALUE 0.
          05 BACK-ACK-COUNT    PIC S9(9) BINARY VALUE 0.
          05 BACK-ACK-HASH     PIC S9(13)V99 COMP-3 VALUE 0.
          05 BACK-ACK-OTHER    PIC S9(9) BINARY VALUE 0.
          05 BACK-ACCEPT-COUNT PIC S9(9) BINARY VALUE 0.
          05 BACK-REJECT-COUNT PIC S9(9) BINARY VALUE 0.
          05 BACK-REQUEUE-COUNT PIC S9(9) BINARY VALUE 0.
          05 BACK-REQUEUE-AMOUNT PIC S9(13)V99 COMP-3 VALUE 0.
          05 BACK-NO-BILL-COUNT PIC S9(9) BINARY VALUE 0.
          05 BACK-NO-ACK-COUNT PIC S9(9) BINARY VALUE 0.
          05 BACK-DUP-COUNT    PIC S9(9) BINARY VALUE 0.
          05 BACK-AMT-DIFF-COUNT PIC S9(9) BINARY VALUE 0.
          05 BACK-INVALID-COUNT PIC S9(9) BINARY VALUE 0.
          05 BACK-UNMATCHED-COUNT PIC S9(9) BINARY VALUE 0.
          05 BACK-HIST-MISS-COUNT PIC S9(9) BINARY VALUE 0.

      * the DLLBILL details, in file order, for matching - bounded   *
      * like DLLMAIN's cash application tables; a generation bigger  *
      * than the table is still balanced in full but not matched     *
       01 BACK-BILL-TABLE.
          05 BACK-MAX          PIC S9(9) BINARY VALUE 5000.
          05 BACK-BILL-COUNT   PIC S9(9) BINARY VALUE 0.
          05 BACK-BILL-ENTRY OCCURS 5000 TIMES INDEXED BY BBL-IDX.
             10 BBL-ORDER-NUMBER PIC 9(9).
             10 BBL-CUSTOMER-ID  PIC 9(9).
             10 BBL-ORDER-DATE   PIC 9(8).
             10 BBL-ORDER-AMOUNT PIC S9(7)V99.
             10 BBL-SOURCE-LIST  PIC 9(4).
             10 BBL-ACK-SW       PIC X(1).
                88 BBL-ACKED     VALUE 'Y'.

       01 BACK-EDIT-COUNT      PIC Z(8)9.
       01 BACK-EDIT-AMOUNT     PIC -Z(12)9.99.

       LINKAGE SECTION.

      * typed-record overlay addressed onto TRANS-DATA to rebuild a  *
      * rejected order in the DLLR layout DLLMAIN queues             *
       COPY DLLREC.

       PROCEDURE DIVISION.

           DISPLAY 'In DLLBACK'.
           PERFORM BACK-FIND-SUSPENSE-LIST.
           PERFORM BACK-LOAD-BILLING.
           OPEN OUTPUT BACK-RPT-FILE.
           PERFORM BACK-WRITE-HEADINGS.
           PERFORM BACK-BALANCE-ACK.
           PERFORM BACK-CHECK-BALANCE.
           IF NOT BACK-OUT-OF-BALANCE
              PERFORM BACK-CHECK-SETUP
           END-IF.
           IF NOT BACK-OUT-OF-BALANCE AND NOT BACK-SETUP-ERROR
              PERFORM BACK-MATCH-ACKS
              PERFORM BACK-LIST-UNACKED
           END-IF.
           PERFORM BACK-TOTALS.
           CLOSE BACK-RPT-FILE.
           MOVE BACK-REQUEUE-AMOUNT TO BACK-EDIT-AMOUNT.
           DISPLAY 'BILLING ACKNOWLEDGMENT REQUEUED ' BACK-REQUEUE-COUNT
              ' ORDERS AMOUNT ' BACK-EDIT-AMOUNT.
           DISPLAY 'BILLING ACKNOWLEDGMENT UNMATCHED: '
              BACK-UNMATCHED-COUNT.
           IF BACK-HIST-MISS-COUNT > 0
              DISPLAY 'REQUEUED ORDERS NOT MARKED ON BILLED-ORDERS '
                 'HISTORY: ' BACK-HIST-MISS-COUNT ' - SEE DLLBAKR'
           END-IF.
           EVALUATE TRUE
              WHEN BACK-OUT-OF-BALANCE
                 DISPLAY 'DLLBACK ENDING - ACKNOWLEDGMENT OUT OF '
                    'BALANCE, NOTHING REQUEUED'
                 MOVE 16 TO RETURN-CODE
              WHEN BACK-SETUP-ERROR
                 DISPLAY 'DLLBACK ENDING - REJECTED ORDERS NOT '
                    'REQUEUED, SEE DLLBAKR'
                 MOVE 20 TO RETURN-CODE
              WHEN BACK-UNMATCHED-COUNT > 0
                 MOVE 12 TO RETURN-CODE
              WHEN BACK-REQUEUE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * the first registered list with role 'S' is where rejected    *
      * orders go back on - none registered is only an error if      *
      * billing rejected something (see BACK-CHECK-SETUP)            *
       BACK-FIND-SUSPENSE-LIST.
           OPEN INPUT DLL-REGISTRY-FILE
           READ DLL-REGISTRY-FILE
              AT END SET BACK-REG-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL BACK-REG-AT-EOF
              IF REG-LIST-ID NUMERIC
                    AND REG-LIST-ID > 0 AND REG-LIST-ID NOT > 50
                    AND REG-ROLE-BILL-SUSPENSE
                    AND BACK-SUSPENSE-LIST = 0
                 MOVE REG-LIST-ID   TO BACK-SUSPENSE-LIST
                 MOVE REG-LIST-NAME TO BACK-SUSPENSE-NAME
              END-IF
              READ DLL-REGISTRY-FILE
                 AT END SET BACK-REG-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-REGISTRY-FILE
           EXIT.

      * table the DLLBILL details and total them, and keep the       *
      * trailer - the totals cover every detail, tabled or not       *
       BACK-LOAD-BILLING.
           OPEN INPUT DLL-BILL-FILE
           READ DLL-BILL-FILE
              AT END SET BACK-BILL-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL BACK-BILL-AT-EOF
              EVALUATE TRUE
                 WHEN BIL-IS-DETAIL
                    ADD 1 TO BACK-BIL-COUNT
                    IF BIL-ORDER-AMOUNT NUMERIC
                       ADD BIL-ORDER-AMOUNT TO BACK-BIL-HASH
                    END-IF
                    PERFORM BACK-TABLE-BILL
                 WHEN BIL-IS-TRAILER
                    SET BACK-BILL-TRL-SEEN TO TRUE
                    MOVE BIT-RECORD-COUNT TO BACK-BIT-COUNT
                    MOVE BIT-AMOUNT-HASH  TO BACK-BIT-HASH
                 WHEN OTHER
                    ADD 1 TO BACK-BIL-OTHER
              END-EVALUATE
              READ DLL-BILL-FILE
                 AT END SET BACK-BILL-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-BILL-FILE
           DISPLAY 'DLLBILL DETAILS READ: ' BACK-BIL-COUNT
           EXIT.

       BACK-TABLE-BILL.
           IF BACK-BILL-COUNT < BACK-MAX
              ADD 1 TO BACK-BILL-COUNT
              SET BBL-IDX TO BACK-BILL-COUNT
              MOVE BIL-ORDER-NUMBER TO BBL-ORDER-NUMBER(BBL-IDX)
              MOVE BIL-CUSTOMER-ID  TO BBL-CUSTOMER-ID(BBL-IDX)
              MOVE BIL-ORDER-DATE   TO BBL-ORDER-DATE(BBL-IDX)
              MOVE BIL-ORDER-AMOUNT TO BBL-ORDER-AMOUNT(BBL-IDX)
              MOVE BIL-SOURCE-LIST  TO BBL-SOURCE-LIST(BBL-IDX)
              MOVE 'N' TO BBL-ACK-SW(BBL-IDX)
           END-IF
           EXIT.

       BACK-WRITE-HEADINGS.
           MOVE SPACES TO BACK-RPT-LINE
           MOVE 'DLLBACK BILLING ACKNOWLEDGMENT' TO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           IF BACK-SUSPENSE-LIST > 0
              MOVE BACK-SUSPENSE-LIST TO BACK-EDIT-COUNT
              STRING 'BILLING SUSPENSE LIST ' BACK-EDIT-COUNT ' '
                 BACK-SUSPENSE-NAME
                 DELIMITED BY SIZE INTO BACK-RPT-LINE
           ELSE
              MOVE 'NO BILLING SUSPENSE LIST REGISTERED'
                 TO BACK-RPT-LINE
           END-IF
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           MOVE 'ACTION' TO BACK-RPT-LINE(1:6)
           MOVE 'ORDER' TO BACK-RPT-LINE(12:5)
           MOVE 'CUSTOMER' TO BACK-RPT-LINE(23:8)
           MOVE 'BILLED' TO BACK-RPT-LINE(39:6)
           MOVE 'ACKED' TO BACK-RPT-LINE(53:5)
           MOVE 'LIST' TO BACK-RPT-LINE(60:4)
           MOVE 'REASON' TO BACK-RPT-LINE(66:6)
           WRITE BACK-RPT-LINE
           EXIT.

      * first pass over the acknowledgment - total its details and  *
      * keep its trailer; nothing is matched or written yet         *
       BACK-BALANCE-ACK.
           MOVE 'N' TO BACK-ACK-EOF-SW
           OPEN INPUT DLL-ACK-FILE
           READ DLL-ACK-FILE
              AT END SET BACK-ACK-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL BACK-ACK-AT-EOF
              EVALUATE TRUE
                 WHEN ACK-IS-DETAIL
                    ADD 1 TO BACK-ACK-COUNT
                    IF ACK-ORDER-AMOUNT NUMERIC
                       ADD ACK-ORDER-AMOUNT TO BACK-ACK-HASH
                    END-IF
                    IF ACK-REJECTED
                       ADD 1 TO BACK-REJECT-COUNT
                    END-IF
                    IF ACK-ACCEPTED
                       ADD 1 TO BACK-ACCEPT-COUNT
                    END-IF
                 WHEN ACK-IS-TRAILER
                    SET BACK-ACK-TRL-SEEN TO TRUE
                    MOVE AKT-RECORD-COUNT TO BACK-ACT-COUNT
                    MOVE AKT-AMOUNT-HASH  TO BACK-ACT-HASH
                 WHEN OTHER
                    ADD 1 TO BACK-ACK-OTHER
              END-EVALUATE
              READ DLL-ACK-FILE
                 AT END SET BACK-ACK-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-ACK-FILE
           EXIT.

      * three checks, all reported - DLLBILL agrees with its own    *
      * trailer, the acknowledgment's trailer is DLLBILL's (it      *
      * answers this generation), and the acknowledgment's details  *
      * agree with that trailer (billing answered every order).     *
      * A missing trailer or a record of neither type is out of     *
      * balance as well                                             *
       BACK-CHECK-BALANCE.
           MOVE SPACES TO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE 'DLLBILL TRAILER' TO BACK-REASON
           MOVE BACK-BIT-COUNT TO BACK-EDIT-COUNT
           MOVE BACK-BIT-HASH TO BACK-EDIT-AMOUNT
           PERFORM BACK-WRITE-BALANCE-LINE
           MOVE 'DLLBILL DETAILS' TO BACK-REASON
           MOVE BACK-BIL-COUNT TO BACK-EDIT-COUNT
           MOVE BACK-BIL-HASH TO BACK-EDIT-AMOUNT
           PERFORM BACK-WRITE-BALANCE-LINE
           MOVE 'DLLACK TRAILER' TO BACK-REASON
           MOVE BACK-ACT-COUNT TO BACK-EDIT-COUNT
           MOVE BACK-ACT-HASH TO BACK-EDIT-AMOUNT
           PERFORM BACK-WRITE-BALANCE-LINE
           MOVE 'DLLACK DETAILS' TO BACK-REASON
           MOVE BACK-ACK-COUNT TO BACK-EDIT-COUNT
           MOVE BACK-ACK-HASH TO BACK-EDIT-AMOUNT
           PERFORM BACK-WRITE-BALANCE-LINE
           IF NOT BACK-BILL-TRL-SEEN
              MOVE 'DLLBILL NO TRAILER' TO BACK-REASON
              PERFORM BACK-WRITE-OUT-OF-BALANCE
           END-IF
           IF NOT BACK-ACK-TRL-SEEN
              MOVE 'DLLACK NO TRAILER' TO BACK-REASON
              PERFORM BACK-WRITE-OUT-OF-BALANCE
           END-IF
           IF BACK-BIL-OTHER > 0 OR BACK-ACK-OTHER > 0
              MOVE 'UNKNOWN RECORD TYPE' TO BACK-REASON
              PERFORM BACK-WRITE-OUT-OF-BALANCE
           END-IF
           IF BACK-BIL-COUNT NOT = BACK-BIT-COUNT
                 OR BACK-BIL-HASH NOT = BACK-BIT-HASH
              MOVE 'DLLBILL VS TRAILER' TO BACK-REASON
              PERFORM BACK-WRITE-OUT-OF-BALANCE
           END-IF
           IF BACK-ACT-COUNT NOT = BACK-BIT-COUNT
                 OR BACK-ACT-HASH NOT = BACK-BIT-HASH
              MOVE 'DLLACK VS DLLBILL' TO BACK-REASON
              PERFORM BACK-WRITE-OUT-OF-BALANCE
           END-IF
           IF BACK-ACK-COUNT NOT = BACK-ACT-COUNT
                 OR BACK-ACK-HASH NOT = BACK-ACT-HASH
              MOVE 'DLLACK VS TRAILER' TO BACK-REASON
              PERFORM BACK-WRITE-OUT-OF-BALANCE
           END-IF
           MOVE SPACES TO BACK-RPT-LINE
           IF BACK-OUT-OF-BALANCE
              MOVE 'OUT OF BALANCE - NOTHING REQUEUED' TO BACK-RPT-LINE
           ELSE
              MOVE 'IN BALANCE' TO BACK-RPT-LINE
           END-IF
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           EXIT.

       BACK-WRITE-BALANCE-LINE.
           MOVE SPACES TO BACK-RPT-LINE
           STRING BACK-REASON '  COUNT ' BACK-EDIT-COUNT
              '  HASH ' BACK-EDIT-AMOUNT
              DELIMITED BY SIZE INTO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           EXIT.

       BACK-WRITE-OUT-OF-BALANCE.
           SET BACK-OUT-OF-BALANCE TO TRUE
           MOVE SPACES TO BACK-RPT-LINE
           STRING 'OUT OF BALANCE: ' BACK-REASON
              DELIMITED BY SIZE INTO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           EXIT.

      * a balanced file can still not be acted on - rejects with    *
      * nowhere to go, a generation too big for the match table, or *
      * rejects whose billed-orders history cannot be marked (the   *
      * requeued order would only be held as already billed) stop   *
      * the step before any correction is written                   *
       BACK-CHECK-SETUP.
           IF BACK-REJECT-COUNT > 0 AND BACK-SUSPENSE-LIST = 0
              SET BACK-SETUP-ERROR TO TRUE
              MOVE SPACES TO BACK-RPT-LINE
              MOVE BACK-REJECT-COUNT TO BACK-EDIT-COUNT
              STRING 'REJECTED ORDERS ' BACK-EDIT-COUNT
                 ' NOT REQUEUED - NO BILLING SUSPENSE LIST REGISTERED'
                 DELIMITED BY SIZE INTO BACK-RPT-LINE
              WRITE BACK-RPT-LINE
           END-IF
           IF BACK-BIL-COUNT > BACK-MAX
              SET BACK-SETUP-ERROR TO TRUE
              MOVE SPACES TO BACK-RPT-LINE
              MOVE BACK-MAX TO BACK-EDIT-COUNT
              STRING 'DLLBILL HAS MORE THAN ' BACK-EDIT-COUNT
                 ' ORDERS - NOT MATCHED, NOTHING REQUEUED'
                 DELIMITED BY SIZE INTO BACK-RPT-LINE
              WRITE BACK-RPT-LINE
           END-IF
           IF BACK-REJECT-COUNT > 0 AND NOT BACK-SETUP-ERROR
              OPEN I-O BILL-HIST-FILE
              IF BACK-HIST-STATUS = '00'
                 SET BACK-HIST-OPEN TO TRUE
                 ACCEPT BACK-TODAY FROM DATE YYYYMMDD
              ELSE
                 SET BACK-SETUP-ERROR TO TRUE
                 MOVE SPACES TO BACK-RPT-LINE
                 MOVE BACK-REJECT-COUNT TO BACK-EDIT-COUNT
                 STRING 'REJECTED ORDERS ' BACK-EDIT-COUNT
                    ' NOT REQUEUED - BILLED-ORDERS HISTORY NOT '
                    'AVAILABLE, OPEN STATUS ' BACK-HIST-STATUS
                    DELIMITED BY SIZE INTO BACK-RPT-LINE
                 WRITE BACK-RPT-LINE
              END-IF
           END-IF
           EXIT.

      * second pass - pair every acknowledgment with its billed     *
      * order and requeue the ones billing rejected                 *
       BACK-MATCH-ACKS.
           OPEN EXTEND CORR-FILE
           MOVE 'N' TO BACK-ACK-EOF-SW
           OPEN INPUT DLL-ACK-FILE
           READ DLL-ACK-FILE
              AT END SET BACK-ACK-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL BACK-ACK-AT-EOF
              IF ACK-IS-DETAIL
                 PERFORM BACK-MATCH-ONE-ACK
              END-IF
              READ DLL-ACK-FILE
                 AT END SET BACK-ACK-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-ACK-FILE
           CLOSE CORR-FILE
           IF BACK-HIST-OPEN
              CLOSE BILL-HIST-FILE
           END-IF
           EXIT.

      * an acknowledgment pairs with the billed order carrying its  *
      * number that has not been answered yet, so an order billed   *
      * twice may be answered twice. No such order, an amount that  *
      * is not what was billed, or a status other than accepted or  *
      * rejected leaves it unmatched - and an unmatched rejection   *
      * is never requeued, since the order it names is not known    *
       BACK-MATCH-ONE-ACK.
           MOVE 'N' TO BACK-FOUND-SW
           PERFORM VARYING BBL-IDX FROM 1 BY 1
                 UNTIL BBL-IDX > BACK-BILL-COUNT
                    OR BACK-BILL-FOUND
              IF BBL-ORDER-NUMBER(BBL-IDX) = ACK-ORDER-NUMBER
                    AND NOT BBL-ACKED(BBL-IDX)
                 MOVE 'Y' TO BACK-FOUND-SW
              END-IF
           END-PERFORM
           IF BACK-BILL-FOUND
              SET BBL-IDX DOWN BY 1
           END-IF
           EVALUATE TRUE
              WHEN ACK-ORDER-NUMBER NOT NUMERIC
                    OR ACK-ORDER-AMOUNT NOT NUMERIC
                 MOVE 'ACK DATA INVALID' TO BACK-REASON
                 ADD 1 TO BACK-INVALID-COUNT
                 PERFORM BACK-WRITE-UNMATCHED-ACK
              WHEN NOT BACK-BILL-FOUND
                 PERFORM BACK-CHECK-DUPLICATE
              WHEN ACK-ORDER-AMOUNT NOT = BBL-ORDER-AMOUNT(BBL-IDX)
                 MOVE 'Y' TO BBL-ACK-SW(BBL-IDX)
                 MOVE 'AMOUNT DIFFERS' TO BACK-REASON
                 ADD 1 TO BACK-AMT-DIFF-COUNT
                 PERFORM BACK-WRITE-UNMATCHED-ACK
              WHEN ACK-REJECTED
                 MOVE 'Y' TO BBL-ACK-SW(BBL-IDX)
                 PERFORM BACK-REQUEUE-ORDER
              WHEN ACK-ACCEPTED
                 MOVE 'Y' TO BBL-ACK-SW(BBL-IDX)
              WHEN OTHER
                 MOVE 'Y' TO BBL-ACK-SW(BBL-IDX)
                 MOVE 'ACK STATUS INVALID' TO BACK-REASON
                 ADD 1 TO BACK-INVALID-COUNT
                 PERFORM BACK-WRITE-UNMATCHED-ACK
           END-EVALUATE
           EXIT.

      * no unanswered order for this number - either it was never   *
      * billed, or billing answered it more than once               *
       BACK-CHECK-DUPLICATE.
           MOVE 'N' TO BACK-FOUND-SW
           PERFORM VARYING BBL-IDX FROM 1 BY 1
                 UNTIL BBL-IDX > BACK-BILL-COUNT
                    OR BACK-BILL-FOUND
              IF BBL-ORDER-NUMBER(BBL-IDX) = ACK-ORDER-NUMBER
                 MOVE 'Y' TO BACK-FOUND-SW
              END-IF
           END-PERFORM
           IF BACK-BILL-FOUND
              MOVE 'ACKNOWLEDGED TWICE' TO BACK-REASON
              ADD 1 TO BACK-DUP-COUNT
           ELSE
              MOVE 'NOT ON DLLBILL' TO BACK-REASON
              ADD 1 TO BACK-NO-BILL-COUNT
           END-IF
           PERFORM BACK-WRITE-UNMATCHED-ACK
           EXIT.

      * rebuild the billed order as a DLLR order record carrying    *
      * billing's reason and queue it as an INSERT-END ('B') onto   *
      * the suspense list - DLLMAIN edits and applies it with the   *
      * other pending corrections at the start of its next run      *
       BACK-REQUEUE-ORDER.
           MOVE ACK-REASON TO BACK-REASON
           IF BACK-REASON = SPACES
              MOVE 'REJECTED BY BILLING' TO BACK-REASON
           END-IF
           MOVE 'B'                TO TRANS-REQUEST
           MOVE BACK-SUSPENSE-LIST TO TRANS-LIST-ID
           MOVE 0                  TO TRANS-POSITION
           MOVE SPACES             TO TRANS-DATA
           MOVE 0                  TO TRANS-GROUP-ID
           MOVE 0                  TO TRANS-EFF-DATE
           SET ADDRESS OF DLL-TYPED-REC TO ADDRESS OF TRANS-DATA
           MOVE 'DLLR' TO REC-TAG
           SET REC-TYPE-ORDER TO TRUE
           MOVE BBL-ORDER-NUMBER(BBL-IDX) TO ORD-ORDER-NUMBER
           MOVE BBL-CUSTOMER-ID(BBL-IDX)  TO ORD-CUSTOMER-ID
           MOVE BBL-ORDER-DATE(BBL-IDX)   TO ORD-ORDER-DATE
           MOVE BBL-ORDER-AMOUNT(BBL-IDX) TO ORD-ORDER-AMOUNT
           MOVE BACK-REASON               TO ORD-HOLD-REASON
           WRITE TRANS-REC
           ADD 1 TO BACK-REQUEUE-COUNT
           ADD BBL-ORDER-AMOUNT(BBL-IDX) TO BACK-REQUEUE-AMOUNT
           MOVE SPACES TO BACK-RPT-REC
           MOVE 'REQUEUED' TO BKR-ACTION
           MOVE BBL-ORDER-NUMBER(BBL-IDX) TO BKR-ORDER-NUMBER
           MOVE BBL-CUSTOMER-ID(BBL-IDX)  TO BKR-CUSTOMER-ID
           MOVE BBL-ORDER-AMOUNT(BBL-IDX) TO BKR-BILL-AMOUNT
           MOVE ACK-ORDER-AMOUNT          TO BKR-ACK-AMOUNT
           MOVE BACK-SUSPENSE-LIST        TO BKR-LIST
           MOVE BACK-REASON               TO BKR-REASON
           WRITE BACK-RPT-REC
           PERFORM BACK-MARK-HISTORY
           EXIT.

      * mark the order rejected on the billed-orders history so the *
      * requeued order is billed again. An order with no entry was  *
      * billed before the history kept it, or has been purged from  *
      * it, and will be billed again anyway; an entry that cannot   *
      * be read or rewritten is reported, since the requeued order  *
      * will be held on DLLBDUP until it is put right by hand       *
       BACK-MARK-HISTORY.
           MOVE BBL-ORDER-NUMBER(BBL-IDX) TO BHS-ORDER-NUMBER
           READ BILL-HIST-FILE
           IF BACK-HIST-STATUS = '00'
              SET BHS-REJECTED TO TRUE
              MOVE BACK-TODAY TO BHS-REJECT-DATE
              REWRITE DLL-BILL-HIST-REC
           END-IF
           IF BACK-HIST-STATUS NOT = '00' AND NOT = '23'
              ADD 1 TO BACK-HIST-MISS-COUNT
              MOVE SPACES TO BACK-RPT-LINE
              STRING '          ORDER ' BBL-ORDER-NUMBER(BBL-IDX)
                 ' NOT MARKED REJECTED ON BILLED-ORDERS HISTORY, '
                 'STATUS ' BACK-HIST-STATUS
                 DELIMITED BY SIZE INTO BACK-RPT-LINE
              WRITE BACK-RPT-LINE
           END-IF
           EXIT.

      * BBL-IDX still names the billed order on an AMOUNT DIFFERS   *
      * line; on the others there is no billed order to show        *
       BACK-WRITE-UNMATCHED-ACK.
           ADD 1 TO BACK-UNMATCHED-COUNT
           MOVE SPACES TO BACK-RPT-REC
           MOVE 'UNMATCHED' TO BKR-ACTION
           MOVE ACK-ORDER-NUMBER TO BKR-ORDER-NUMBER
           IF BACK-REASON = 'AMOUNT DIFFERS'
              MOVE BBL-CUSTOMER-ID(BBL-IDX)  TO BKR-CUSTOMER-ID
              MOVE BBL-ORDER-AMOUNT(BBL-IDX) TO BKR-BILL-AMOUNT
              MOVE BBL-SOURCE-LIST(BBL-IDX)  TO BKR-LIST
           END-IF
           IF ACK-ORDER-AMOUNT NUMERIC
              MOVE ACK-ORDER-AMOUNT TO BKR-ACK-AMOUNT
           END-IF
           MOVE BACK-REASON TO BKR-REASON
           WRITE BACK-RPT-REC
           EXIT.

      * billed orders billing never answered                        *
       BACK-LIST-UNACKED.
           PERFORM VARYING BBL-IDX FROM 1 BY 1
                 UNTIL BBL-IDX > BACK-BILL-COUNT
              IF NOT BBL-ACKED(BBL-IDX)
                 ADD 1 TO BACK-NO-ACK-COUNT
                 ADD 1 TO BACK-UNMATCHED-COUNT
                 MOVE SPACES TO BACK-RPT-REC
                 MOVE 'UNMATCHED' TO BKR-ACTION
                 MOVE BBL-ORDER-NUMBER(BBL-IDX) TO BKR-ORDER-NUMBER
                 MOVE BBL-CUSTOMER-ID(BBL-IDX)  TO BKR-CUSTOMER-ID
                 MOVE BBL-ORDER-AMOUNT(BBL-IDX) TO BKR-BILL-AMOUNT
                 MOVE BBL-SOURCE-LIST(BBL-IDX)  TO BKR-LIST
                 MOVE 'NOT ACKNOWLEDGED' TO BKR-REASON
                 WRITE BACK-RPT-REC
              END-IF
           END-PERFORM
           EXIT.

       BACK-TOTALS.
           MOVE SPACES TO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           MOVE BACK-ACCEPT-COUNT TO BACK-EDIT-COUNT
           STRING 'ORDERS ACCEPTED      ' BACK-EDIT-COUNT
              DELIMITED BY SIZE INTO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           MOVE BACK-REJECT-COUNT TO BACK-EDIT-COUNT
           STRING 'ORDERS REJECTED      ' BACK-EDIT-COUNT
              DELIMITED BY SIZE INTO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           MOVE BACK-REQUEUE-COUNT TO BACK-EDIT-COUNT
           MOVE BACK-REQUEUE-AMOUNT TO BACK-EDIT-AMOUNT
           STRING 'ORDERS REQUEUED      ' BACK-EDIT-COUNT
              '  AMOUNT ' BACK-EDIT-AMOUNT
              DELIMITED BY SIZE INTO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           MOVE BACK-NO-ACK-COUNT TO BACK-EDIT-COUNT
           STRING 'NOT ACKNOWLEDGED     ' BACK-EDIT-COUNT
              DELIMITED BY SIZE INTO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           MOVE BACK-NO-BILL-COUNT TO BACK-EDIT-COUNT
           STRING 'NOT ON DLLBILL       ' BACK-EDIT-COUNT
              DELIMITED BY SIZE INTO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           MOVE BACK-DUP-COUNT TO BACK-EDIT-COUNT
           STRING 'ACKNOWLEDGED TWICE   ' BACK-EDIT-COUNT
              DELIMITED BY SIZE INTO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           MOVE BACK-AMT-DIFF-COUNT TO BACK-EDIT-COUNT
           STRING 'AMOUNT DIFFERS       ' BACK-EDIT-COUNT
              DELIMITED BY SIZE INTO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           MOVE BACK-INVALID-COUNT TO BACK-EDIT-COUNT
           STRING 'ACK DATA INVALID     ' BACK-EDIT-COUNT
              DELIMITED BY SIZE INTO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           MOVE SPACES TO BACK-RPT-LINE
           MOVE BACK-HIST-MISS-COUNT TO BACK-EDIT-COUNT
           STRING 'HISTORY NOT MARKED   ' BACK-EDIT-COUNT
              DELIMITED BY SIZE INTO BACK-RPT-LINE
           WRITE BACK-RPT-LINE
           EXIT.
