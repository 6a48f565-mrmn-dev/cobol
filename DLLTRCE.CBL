CBL LIB,QUOTE,TEST(SYM)
      ***************************************************
      **                                               **
      ** DLLTRCE - DLL ORDER/PAYMENT LIFECYCLE TRACE   **
      **                                               **
      ** Answers "what happened to order 123" - reads  **
      ** the audit trail on DLLAUDIN (archive          **
      ** generations oldest first, then the live       **
      ** DLLAUDIT, concatenated in the JCL) once for   **
      ** each DLLTCTL card and prints one timeline per **
      ** key: every time a record carrying the order   **
      ** number, payment reference, shipment number or **
      ** customer id was queued on a list, refused,    **
      ** moved between lists by routing, settled by    **
      ** cash application, billed, deleted, or freed   **
      ** with its list, with AUD-ORIGIN saying whether **
      ** the feed, an operator correction or one of    **
      ** DLLMAIN's end-of-run steps did it.            **
      **                                               **
      ** The trail renders a tagged record as text on  **
      ** the calls that carry data (inserts and reads) **
      ** with account fields already masked; a delete  **
      ** carries no data, so each matching entry's     **
      ** position on its list is followed through the  **
      ** inserts, reads and deletes around it, and a   **
      ** delete at that position is the entry leaving. **
      ** A delete the trace cannot place shows the     **
      ** entry as still queued where it was last seen. **
      ** Untagged (raw) data is never searched or      **
      ** printed.                                      **
      **                                               **
      ** Condition codes:                              **
      **   0  every key traced                         **
      **   4  a key was not found on the trail         **
      **  16  invalid DLLTCTL card - nothing traced    **
      **                                               **
      ***************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLLTRCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * one card per key to trace                                   *
           SELECT TRCE-CTL-FILE ASSIGN TO DLLTCTL
               ORGANIZATION IS SEQUENTIAL.
      * the audit trail - read once per key, so a concatenation of  *
      * generations is reopened from its first dataset each time    *
           SELECT DLL-AUDIN-FILE ASSIGN TO DLLAUDIN
               ORGANIZATION IS SEQUENTIAL.
      * the list registry, for the list names on the timeline       *
           SELECT DLL-REGISTRY-FILE ASSIGN TO DLLREGI
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRCE-RPT-FILE ASSIGN TO DLLTRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * column 1 the key type - O order number, P payment           *
      * reference, S shipment number, C customer id; columns 3-11   *
      * the key, nine digits; columns 13-20 and 22-29 an optional   *
      * from and to date (CCYYMMDD) bounding the trail searched.    *
      * '*' in column 1 is a comment                                *
       FD  TRCE-CTL-FILE
           RECORDING MODE IS F.
       01 TRCE-CTL-REC.
          05 TCT-KEY-TYPE      PIC X(1).
             88 TCT-KEY-ORDER    VALUE 'O'.
             88 TCT-KEY-PAYMENT  VALUE 'P'.
             88 TCT-KEY-SHIPMENT VALUE 'S'.
             88 TCT-KEY-CUSTOMER VALUE 'C'.
          05 FILLER            PIC X(1).
          05 TCT-KEY-VALUE     PIC X(9).
          05 FILLER            PIC X(1).
          05 TCT-FROM-DATE     PIC X(8).
          05 FILLER            PIC X(1).
          05 TCT-TO-DATE       PIC X(8).
          05 FILLER            PIC X(51).

       FD  DLL-AUDIN-FILE
           RECORDING MODE IS F.
       COPY DLLAUD.

       FD  DLL-REGISTRY-FILE
           RECORDING MODE IS F.
       COPY DLLREGC.

      * one line per event on the timeline, the free-form line for *
      * headings and each key's closing lines                      *
       FD  TRCE-RPT-FILE
           RECORDING MODE IS F.
       01 TRCE-RPT-REC.
          05 TRR-DATE          PIC 9(8).
          05 FILLER            PIC X(1).
          05 TRR-TIME          PIC 9(6).
          05 FILLER            PIC X(2).
          05 TRR-LIST-ID       PIC Z(3)9.
          05 FILLER            PIC X(1).
          05 TRR-LIST-NAME     PIC X(16).
          05 FILLER            PIC X(1).
          05 TRR-ACTION        PIC X(10).
          05 FILLER            PIC X(1).
          05 TRR-ORIGIN        PIC X(6).
          05 FILLER            PIC X(1).
          05 TRR-RC            PIC Z(3)9.
          05 FILLER            PIC X(1).
          05 TRR-DATA          PIC X(70).
       01 TRCE-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01 TRCE-CTL.
          05 TRCE-CTL-EOF-SW   PIC X(1) VALUE 'N'.
             88 TRCE-CTL-AT-EOF VALUE 'Y'.
          05 TRCE-AUD-EOF-SW   PIC X(1) VALUE 'N'.
             88 TRCE-AUD-AT-EOF VALUE 'Y'.
          05 TRCE-REG-EOF-SW   PIC X(1) VALUE 'N'.
             88 TRCE-REG-AT-EOF VALUE 'Y'.
          05 TRCE-CARD-ERROR-SW PIC X(1) VALUE 'N'.
             88 TRCE-CARD-ERROR VALUE 'Y'.
          05 TRCE-MATCH-SW     PIC X(1) VALUE 'N'.
             88 TRCE-MATCHED   VALUE 'Y'.
          05 TRCE-FOUND-SW     PIC X(1) VALUE 'N'.
             88 TRCE-FOUND     VALUE 'Y'.
          05 TRCE-NOT-FOUND-SW PIC X(1) VALUE 'N'.
             88 TRCE-KEY-NOT-FOUND VALUE 'Y'.
          05 TRCE-TALLY        PIC S9(4) BINARY.
          05 TRCE-REASON       PIC X(40).
      * the position a successful call left the entry it touched   *
      * at, or zero when the trail does not say                     *
          05 TRCE-AT-POSITION  PIC S9(9) BINARY.
          05 TRCE-LIST-ID      PIC S9(4) BINARY.

      * the keys as read - the text each is searched for in the    *
      * rendered AUD-DATA, and the trail dates it is bounded by    *
       01 TRCE-KEY-TABLE.
          05 TRCE-KEY-COUNT    PIC S9(4) BINARY VALUE 0.
          05 TRCE-KEY-MAX      PIC S9(4) BINARY VALUE 20.
          05 TKY-ENTRY OCCURS 20 TIMES INDEXED BY TKY-IDX.
             10 TKY-KEY-TYPE   PIC X(1).
             10 TKY-KEY-VALUE  PIC 9(9).
             10 TKY-FROM-DATE  PIC 9(8).
             10 TKY-TO-DATE    PIC 9(8).
             10 TKY-TEXT       PIC X(20).
             10 TKY-TEXT-LTH   PIC S9(4) BINARY.

      * the entries carrying the key the trace is following - the   *
      * list each is on, its position there (zero once a call the   *
      * trace cannot follow has moved it) and how the trail         *
      * rendered it                                                 *
       01 TRCE-TRACK-TABLE.
          05 TRCE-TRACK-COUNT  PIC S9(4) BINARY VALUE 0.
          05 TRCE-TRACK-MAX    PIC S9(4) BINARY VALUE 50.
          05 TRCE-TRACK-FULL-SW PIC X(1) VALUE 'N'.
             88 TRCE-TRACK-FULL VALUE 'Y'.
          05 TRK-ENTRY OCCURS 50 TIMES INDEXED BY TRK-IDX.
             10 TRK-LIST-ID    PIC S9(4) BINARY.
             10 TRK-POSITION   PIC S9(9) BINARY.
             10 TRK-DATA       PIC X(70).

       01 TRCE-REGISTRY.
          05 TRG-LIST-NAME     PIC X(20) VALUE SPACES
                               OCCURS 50 TIMES.

       01 TRCE-COUNTS.
          05 TRCE-READ-COUNT   PIC S9(9) BINARY VALUE 0.
          05 TRCE-EVENT-COUNT  PIC S9(9) BINARY VALUE 0.
          05 TRCE-CARD-COUNT   PIC S9(9) BINARY VALUE 0.

       01 TRCE-EDIT-COUNT      PIC Z(8)9.
       01 TRCE-EDIT-POSITION   PIC Z(8)9.
       01 TRCE-EDIT-LIST       PIC Z(3)9.

       PROCEDURE DIVISION.

           DISPLAY 'In DLLTRCE'.
           OPEN OUTPUT TRCE-RPT-FILE.
           PERFORM TRCE-LOAD-CARDS.
           IF TRCE-CARD-ERROR
              CLOSE TRCE-RPT-FILE
              DISPLAY 'DLLTRCE ENDING - INVALID DLLTCTL CARD'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM TRCE-LOAD-REGISTRY.
           PERFORM VARYING TKY-IDX FROM 1 BY 1
                 UNTIL TKY-IDX > TRCE-KEY-COUNT
              PERFORM TRCE-TRACE-ONE-KEY
           END-PERFORM.
           CLOSE TRCE-RPT-FILE.
           IF TRCE-KEY-NOT-FOUND
              DISPLAY 'DLLTRCE - A KEY WAS NOT FOUND ON THE TRAIL'
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * read and edit every card before the trail is touched - a    *
      * bad card refuses the run rather than trace the wrong key    *
       TRCE-LOAD-CARDS.
           OPEN INPUT TRCE-CTL-FILE
           READ TRCE-CTL-FILE
              AT END SET TRCE-CTL-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRCE-CTL-AT-EOF
              IF TCT-KEY-TYPE NOT = '*'
                    AND TRCE-CTL-REC NOT = SPACES
                 ADD 1 TO TRCE-CARD-COUNT
                 PERFORM TRCE-EDIT-CARD
              END-IF
              READ TRCE-CTL-FILE
                 AT END SET TRCE-CTL-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE TRCE-CTL-FILE
           IF TRCE-KEY-COUNT = 0 AND NOT TRCE-CARD-ERROR
              SET TRCE-CARD-ERROR TO TRUE
              MOVE SPACES TO TRCE-RPT-LINE
              MOVE 'NO DLLTCTL CARDS - NOTHING TO TRACE'
                 TO TRCE-RPT-LINE
              WRITE TRCE-RPT-LINE
           END-IF
           EXIT.

       TRCE-EDIT-CARD.
           MOVE SPACES TO TRCE-REASON
           EVALUATE TRUE
              WHEN TRCE-KEY-COUNT NOT < TRCE-KEY-MAX
                 MOVE 'MORE THAN 20 KEYS' TO TRCE-REASON
              WHEN NOT TCT-KEY-ORDER AND NOT TCT-KEY-PAYMENT
                    AND NOT TCT-KEY-SHIPMENT AND NOT TCT-KEY-CUSTOMER
                 MOVE 'KEY TYPE NOT O, P, S OR C' TO TRCE-REASON
              WHEN TCT-KEY-VALUE NOT NUMERIC
                 MOVE 'KEY NOT NINE DIGITS' TO TRCE-REASON
              WHEN TCT-FROM-DATE NOT = SPACES
                    AND TCT-FROM-DATE NOT NUMERIC
                 MOVE 'FROM DATE NOT CCYYMMDD' TO TRCE-REASON
              WHEN TCT-TO-DATE NOT = SPACES
                    AND TCT-TO-DATE NOT NUMERIC
                 MOVE 'TO DATE NOT CCYYMMDD' TO TRCE-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF TRCE-REASON = SPACES
              PERFORM TRCE-TABLE-CARD
           ELSE
              SET TRCE-CARD-ERROR TO TRUE
              MOVE SPACES TO TRCE-RPT-LINE
              STRING 'INVALID DLLTCTL CARD: ' TRCE-REASON
                 DELIMITED BY SIZE INTO TRCE-RPT-LINE
              WRITE TRCE-RPT-LINE
              MOVE SPACES TO TRCE-RPT-LINE
              MOVE TRCE-CTL-REC TO TRCE-RPT-LINE(5:80)
              WRITE TRCE-RPT-LINE
              DISPLAY 'INVALID DLLTCTL CARD: ' TRCE-CTL-REC
           END-IF
           EXIT.

      * the text the key shows up as in a rendered record - see     *
      * DLL-PRINT-FORMAT-TYPED in DLLSUBX. An order number is also  *
      * found on the order's shipments, a customer on the orders    *
      * and payments it owns; an account's number is masked on the  *
      * trail and is never matched                                  *
       TRCE-TABLE-CARD.
           ADD 1 TO TRCE-KEY-COUNT
           SET TKY-IDX TO TRCE-KEY-COUNT
           MOVE TCT-KEY-TYPE  TO TKY-KEY-TYPE(TKY-IDX)
           MOVE TCT-KEY-VALUE TO TKY-KEY-VALUE(TKY-IDX)
           MOVE 0 TO TKY-FROM-DATE(TKY-IDX)
           MOVE 99999999 TO TKY-TO-DATE(TKY-IDX)
           IF TCT-FROM-DATE NOT = SPACES
              MOVE TCT-FROM-DATE TO TKY-FROM-DATE(TKY-IDX)
           END-IF
           IF TCT-TO-DATE NOT = SPACES
              MOVE TCT-TO-DATE TO TKY-TO-DATE(TKY-IDX)
           END-IF
           MOVE SPACES TO TKY-TEXT(TKY-IDX)
           EVALUATE TRUE
              WHEN TCT-KEY-ORDER
                 STRING 'ORDER ' TCT-KEY-VALUE
                    DELIMITED BY SIZE INTO TKY-TEXT(TKY-IDX)
                 MOVE 15 TO TKY-TEXT-LTH(TKY-IDX)
              WHEN TCT-KEY-PAYMENT
                 STRING 'PAYMENT ' TCT-KEY-VALUE
                    DELIMITED BY SIZE INTO TKY-TEXT(TKY-IDX)
                 MOVE 17 TO TKY-TEXT-LTH(TKY-IDX)
              WHEN TCT-KEY-SHIPMENT
                 STRING 'SHIPMENT ' TCT-KEY-VALUE
                    DELIMITED BY SIZE INTO TKY-TEXT(TKY-IDX)
                 MOVE 18 TO TKY-TEXT-LTH(TKY-IDX)
              WHEN TCT-KEY-CUSTOMER
                 STRING ' CUST ' TCT-KEY-VALUE
                    DELIMITED BY SIZE INTO TKY-TEXT(TKY-IDX)
                 MOVE 15 TO TKY-TEXT-LTH(TKY-IDX)
           END-EVALUATE
           EXIT.

       TRCE-LOAD-REGISTRY.
           OPEN INPUT DLL-REGISTRY-FILE
           READ DLL-REGISTRY-FILE
              AT END SET TRCE-REG-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRCE-REG-AT-EOF
              IF REG-LIST-ID NUMERIC AND REG-LIST-ID > 0
                    AND REG-LIST-ID < 51
                 MOVE REG-LIST-NAME TO TRG-LIST-NAME(REG-LIST-ID)
              END-IF
              READ DLL-REGISTRY-FILE
                 AT END SET TRCE-REG-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-REGISTRY-FILE
           EXIT.

      * one full pass of the trail for the key at TKY-IDX           *
       TRCE-TRACE-ONE-KEY.
           MOVE 0 TO TRCE-TRACK-COUNT
           MOVE 'N' TO TRCE-TRACK-FULL-SW
           MOVE 0 TO TRCE-READ-COUNT
           MOVE 0 TO TRCE-EVENT-COUNT
           PERFORM TRCE-KEY-HEADINGS
           MOVE 'N' TO TRCE-AUD-EOF-SW
           OPEN INPUT DLL-AUDIN-FILE
           READ DLL-AUDIN-FILE
              AT END SET TRCE-AUD-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL TRCE-AUD-AT-EOF
              ADD 1 TO TRCE-READ-COUNT
              IF AUD-STAMP-DATE NOT < TKY-FROM-DATE(TKY-IDX)
                    AND AUD-STAMP-DATE NOT > TKY-TO-DATE(TKY-IDX)
                 PERFORM TRCE-EXAMINE-REC
              END-IF
              READ DLL-AUDIN-FILE
                 AT END SET TRCE-AUD-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-AUDIN-FILE
           PERFORM TRCE-KEY-TOTALS
           EXIT.

       TRCE-KEY-HEADINGS.
           MOVE SPACES TO TRCE-RPT-LINE
           EVALUATE TKY-KEY-TYPE(TKY-IDX)
              WHEN 'O'
                 MOVE 'DLLTRCE LIFECYCLE OF ORDER' TO TRCE-RPT-LINE
              WHEN 'P'
                 MOVE 'DLLTRCE LIFECYCLE OF PAYMENT' TO TRCE-RPT-LINE
              WHEN 'S'
                 MOVE 'DLLTRCE LIFECYCLE OF SHIPMENT' TO TRCE-RPT-LINE
              WHEN 'C'
                 MOVE 'DLLTRCE LIFECYCLE OF CUSTOMER' TO TRCE-RPT-LINE
           END-EVALUATE
           MOVE TKY-KEY-VALUE(TKY-IDX) TO TRCE-RPT-LINE(31:9)
           IF TKY-FROM-DATE(TKY-IDX) > 0
              MOVE 'FROM' TO TRCE-RPT-LINE(42:4)
              MOVE TKY-FROM-DATE(TKY-IDX) TO TRCE-RPT-LINE(47:8)
           END-IF
           IF TKY-TO-DATE(TKY-IDX) < 99999999
              MOVE 'TO' TO TRCE-RPT-LINE(57:2)
              MOVE TKY-TO-DATE(TKY-IDX) TO TRCE-RPT-LINE(60:8)
           END-IF
           WRITE TRCE-RPT-LINE
           MOVE SPACES TO TRCE-RPT-LINE
           WRITE TRCE-RPT-LINE
           MOVE SPACES TO TRCE-RPT-LINE
           MOVE 'DATE'          TO TRCE-RPT-LINE(1:4)
           MOVE 'TIME'          TO TRCE-RPT-LINE(10:4)
           MOVE 'LIST'          TO TRCE-RPT-LINE(18:4)
           MOVE 'LIST NAME'     TO TRCE-RPT-LINE(23:9)
           MOVE 'ACTION'        TO TRCE-RPT-LINE(40:6)
           MOVE 'ORIGIN'        TO TRCE-RPT-LINE(51:6)
           MOVE 'RC'            TO TRCE-RPT-LINE(60:2)
           MOVE 'RECORD'        TO TRCE-RPT-LINE(63:6)
           WRITE TRCE-RPT-LINE
           MOVE SPACES TO TRCE-RPT-LINE
           WRITE TRCE-RPT-LINE
           EXIT.

      * what one trail record means for the key - an insert or read *
      * of a record carrying it, a delete at a position where one   *
      * sits, or a call that moves the list under it               *
       TRCE-EXAMINE-REC.
           MOVE 'N' TO TRCE-MATCH-SW
           IF AUD-DATA-FORM = 'T'
              MOVE 0 TO TRCE-TALLY
              INSPECT AUD-DATA TALLYING TRCE-TALLY FOR ALL
                 TKY-TEXT(TKY-IDX)(1:TKY-TEXT-LTH(TKY-IDX))
              IF TRCE-TALLY > 0
                 MOVE 'Y' TO TRCE-MATCH-SW
              END-IF
           END-IF
           MOVE AUD-LIST-ID TO TRCE-LIST-ID
           EVALUATE AUD-REQUEST
              WHEN 'A'
              WHEN 'B'
              WHEN 'C'
              WHEN 'D'
                 PERFORM TRCE-INSERT-REC
              WHEN '5'
              WHEN '6'
              WHEN '7'
                 IF TRCE-MATCHED AND AUD-RC = 0
                    PERFORM TRCE-READ-REC
                 END-IF
              WHEN '1'
              WHEN '2'
              WHEN '3'
                 IF AUD-RC = 0
                    PERFORM TRCE-DELETE-REC
                 END-IF
              WHEN '4'
                 IF AUD-RC = 0
                    PERFORM TRCE-FREE-REC
                 END-IF
      * a reload of the whole directory puts every list back as it *
      * was saved, but not at positions the trail spells out       *
              WHEN 'Z'
                 PERFORM VARYING TRK-IDX FROM 1 BY 1
                       UNTIL TRK-IDX > TRCE-TRACK-COUNT
                    MOVE 0 TO TRK-POSITION(TRK-IDX)
                 END-PERFORM
      * the other calls that rearrange a list without saying where *
      * each entry went                                            *
              WHEN '8'
              WHEN '9'
              WHEN 'L'
              WHEN 'M'
              WHEN 'O'
              WHEN 'U'
              WHEN 'X'
                 PERFORM TRCE-LOSE-POSITIONS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.

      * an insert moves down whatever sits at or after the new     *
      * entry's position; one carrying the key goes on the timeline *
      * whether it was taken or refused                             *
       TRCE-INSERT-REC.
           MOVE 0 TO TRCE-AT-POSITION
           IF AUD-RC = 0
              EVALUATE AUD-REQUEST
                 WHEN 'A'
                    MOVE 1 TO TRCE-AT-POSITION
                 WHEN 'B'
                    MOVE AUD-NODE-COUNT TO TRCE-AT-POSITION
                 WHEN 'C'
                    MOVE AUD-POSITION TO TRCE-AT-POSITION
              END-EVALUATE
              IF TRCE-AT-POSITION = 0
                 PERFORM TRCE-LOSE-POSITIONS
              ELSE
                 PERFORM VARYING TRK-IDX FROM 1 BY 1
                       UNTIL TRK-IDX > TRCE-TRACK-COUNT
                    IF TRK-LIST-ID(TRK-IDX) = TRCE-LIST-ID
                          AND TRK-POSITION(TRK-IDX)
                              NOT < TRCE-AT-POSITION
                       ADD 1 TO TRK-POSITION(TRK-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF TRCE-MATCHED
              MOVE SPACES TO TRCE-RPT-REC
              EVALUATE TRUE
                 WHEN AUD-RC NOT = 0
                    MOVE 'REFUSED' TO TRR-ACTION
                 WHEN AUD-ORIGIN = 'R'
                    MOVE 'MOVED IN' TO TRR-ACTION
                 WHEN OTHER
                    MOVE 'QUEUED' TO TRR-ACTION
              END-EVALUATE
              MOVE AUD-DATA TO TRR-DATA
              PERFORM TRCE-WRITE-EVENT
              IF AUD-RC = 0
                 PERFORM TRCE-ADD-TRACKER
              END-IF
           END-IF
           EXIT.

      * a read of an entry carrying the key says exactly where it   *
      * is - every removal DLLMAIN makes reads the entry first      *
       TRCE-READ-REC.
           EVALUATE AUD-REQUEST
              WHEN '5'
                 MOVE 1 TO TRCE-AT-POSITION
              WHEN '7'
                 MOVE AUD-POSITION TO TRCE-AT-POSITION
              WHEN OTHER
                 MOVE 0 TO TRCE-AT-POSITION
           END-EVALUATE
           MOVE 'N' TO TRCE-FOUND-SW
           PERFORM VARYING TRK-IDX FROM 1 BY 1
                 UNTIL TRK-IDX > TRCE-TRACK-COUNT
                    OR TRCE-FOUND
              IF TRK-LIST-ID(TRK-IDX) = TRCE-LIST-ID
                    AND TRK-DATA(TRK-IDX) = AUD-DATA(1:70)
                    AND (TRK-POSITION(TRK-IDX) = TRCE-AT-POSITION
                         OR TRK-POSITION(TRK-IDX) = 0)
                 MOVE 'Y' TO TRCE-FOUND-SW
                 MOVE TRCE-AT-POSITION TO TRK-POSITION(TRK-IDX)
              END-IF
           END-PERFORM
           IF NOT TRCE-FOUND
              PERFORM TRCE-ADD-TRACKER
           END-IF
           EXIT.

      * a delete at a followed entry's position is that entry       *
      * leaving its list - billed, settled, moved on, or deleted -  *
      * and closes the gap behind it                                *
       TRCE-DELETE-REC.
           EVALUATE AUD-REQUEST
              WHEN '1'
                 MOVE 1 TO TRCE-AT-POSITION
              WHEN '2'
                 COMPUTE TRCE-AT-POSITION = AUD-NODE-COUNT + 1
              WHEN '3'
                 MOVE AUD-POSITION TO TRCE-AT-POSITION
           END-EVALUATE
           MOVE 'N' TO TRCE-FOUND-SW
           PERFORM VARYING TRK-IDX FROM 1 BY 1
                 UNTIL TRK-IDX > TRCE-TRACK-COUNT
                    OR TRCE-FOUND
              IF TRK-LIST-ID(TRK-IDX) = TRCE-LIST-ID
                    AND TRK-POSITION(TRK-IDX) = TRCE-AT-POSITION
                 MOVE 'Y' TO TRCE-FOUND-SW
              END-IF
           END-PERFORM
           IF TRCE-FOUND
              SET TRK-IDX DOWN BY 1
              MOVE SPACES TO TRCE-RPT-REC
              EVALUATE AUD-ORIGIN
                 WHEN 'B'
                    MOVE 'BILLED' TO TRR-ACTION
                 WHEN 'A'
                    MOVE 'SETTLED' TO TRR-ACTION
                 WHEN 'R'
                    MOVE 'MOVED OUT' TO TRR-ACTION
                 WHEN OTHER
                    MOVE 'DELETED' TO TRR-ACTION
              END-EVALUATE
              MOVE TRK-DATA(TRK-IDX) TO TRR-DATA
              PERFORM TRCE-WRITE-EVENT
              PERFORM TRCE-DROP-TRACKER
           END-IF
           PERFORM VARYING TRK-IDX FROM 1 BY 1
                 UNTIL TRK-IDX > TRCE-TRACK-COUNT
              IF TRK-LIST-ID(TRK-IDX) = TRCE-LIST-ID
                    AND TRK-POSITION(TRK-IDX) > TRCE-AT-POSITION
                 SUBTRACT 1 FROM TRK-POSITION(TRK-IDX)
              END-IF
           END-PERFORM
           EXIT.

      * FREE-ALL takes every entry off the list with it            *
       TRCE-FREE-REC.
           MOVE 1 TO TRK-IDX
           PERFORM UNTIL TRK-IDX > TRCE-TRACK-COUNT
              IF TRK-LIST-ID(TRK-IDX) = TRCE-LIST-ID
                 MOVE SPACES TO TRCE-RPT-REC
                 MOVE 'FREED' TO TRR-ACTION
                 MOVE TRK-DATA(TRK-IDX) TO TRR-DATA
                 PERFORM TRCE-WRITE-EVENT
                 PERFORM TRCE-DROP-TRACKER
              ELSE
                 SET TRK-IDX UP BY 1
              END-IF
           END-PERFORM
           EXIT.

       TRCE-LOSE-POSITIONS.
           PERFORM VARYING TRK-IDX FROM 1 BY 1
                 UNTIL TRK-IDX > TRCE-TRACK-COUNT
              IF TRK-LIST-ID(TRK-IDX) = TRCE-LIST-ID
                 MOVE 0 TO TRK-POSITION(TRK-IDX)
              END-IF
           END-PERFORM
           EXIT.

       TRCE-ADD-TRACKER.
           IF TRCE-TRACK-COUNT < TRCE-TRACK-MAX
              ADD 1 TO TRCE-TRACK-COUNT
              SET TRK-IDX TO TRCE-TRACK-COUNT
              MOVE TRCE-LIST-ID     TO TRK-LIST-ID(TRK-IDX)
              MOVE TRCE-AT-POSITION TO TRK-POSITION(TRK-IDX)
              MOVE AUD-DATA(1:70)   TO TRK-DATA(TRK-IDX)
           ELSE
              SET TRCE-TRACK-FULL TO TRUE
           END-IF
           EXIT.

      * the last entry takes the dropped one's place                *
       TRCE-DROP-TRACKER.
           IF TRK-IDX < TRCE-TRACK-COUNT
              MOVE TRK-ENTRY(TRCE-TRACK-COUNT) TO TRK-ENTRY(TRK-IDX)
           END-IF
           SUBTRACT 1 FROM TRCE-TRACK-COUNT
           EXIT.

       TRCE-WRITE-EVENT.
           ADD 1 TO TRCE-EVENT-COUNT
           MOVE AUD-STAMP-DATE      TO TRR-DATE
           MOVE AUD-STAMP-TIME(1:6) TO TRR-TIME
           MOVE AUD-LIST-ID         TO TRR-LIST-ID
           IF AUD-LIST-ID > 0 AND AUD-LIST-ID < 51
              MOVE TRG-LIST-NAME(AUD-LIST-ID) TO TRR-LIST-NAME
           END-IF
           EVALUATE AUD-ORIGIN
              WHEN SPACE
                 MOVE 'FEED' TO TRR-ORIGIN
              WHEN 'C'
                 MOVE 'CORR' TO TRR-ORIGIN
              WHEN 'A'
                 MOVE 'CASH' TO TRR-ORIGIN
              WHEN 'R'
                 MOVE 'ROUTE' TO TRR-ORIGIN
              WHEN 'B'
                 MOVE 'BILL' TO TRR-ORIGIN
              WHEN OTHER
                 MOVE AUD-ORIGIN TO TRR-ORIGIN
           END-EVALUATE
           MOVE AUD-RC TO TRR-RC
           WRITE TRCE-RPT-REC
           EXIT.

      * the key's closing lines - what the timeline covered, and    *
      * where each entry still carrying the key was last seen       *
       TRCE-KEY-TOTALS.
           MOVE SPACES TO TRCE-RPT-LINE
           WRITE TRCE-RPT-LINE
           IF TRCE-EVENT-COUNT = 0
              SET TRCE-KEY-NOT-FOUND TO TRUE
              MOVE 'KEY NOT FOUND ON THE AUDIT TRAIL' TO TRCE-RPT-LINE
              WRITE TRCE-RPT-LINE
              MOVE SPACES TO TRCE-RPT-LINE
           END-IF
           PERFORM VARYING TRK-IDX FROM 1 BY 1
                 UNTIL TRK-IDX > TRCE-TRACK-COUNT
              MOVE SPACES TO TRCE-RPT-LINE
              MOVE TRK-LIST-ID(TRK-IDX) TO TRCE-EDIT-LIST
              IF TRK-POSITION(TRK-IDX) > 0
                 MOVE TRK-POSITION(TRK-IDX) TO TRCE-EDIT-POSITION
                 STRING 'STILL QUEUED ON LIST ' TRCE-EDIT-LIST
                    ' AT POSITION ' TRCE-EDIT-POSITION ': '
                    TRK-DATA(TRK-IDX)
                    DELIMITED BY SIZE INTO TRCE-RPT-LINE
              ELSE
                 STRING 'LAST SEEN ON LIST ' TRCE-EDIT-LIST
                    ' (POSITION NOT KNOWN): '
                    TRK-DATA(TRK-IDX)
                    DELIMITED BY SIZE INTO TRCE-RPT-LINE
              END-IF
              WRITE TRCE-RPT-LINE
           END-PERFORM
           IF TRCE-TRACK-FULL
              MOVE SPACES TO TRCE-RPT-LINE
              MOVE 'MORE THAN 50 ENTRIES CARRY THE KEY - REMOVALS OF THE
      -          ' REST ARE NOT SHOWN' TO TRCE-RPT-LINE
              WRITE TRCE-RPT-LINE
           END-IF
           MOVE SPACES TO TRCE-RPT-LINE
           MOVE TRCE-READ-COUNT TO TRCE-EDIT-COUNT
           STRING 'AUDIT RECORDS READ       ' TRCE-EDIT-COUNT
              DELIMITED BY SIZE INTO TRCE-RPT-LINE
           WRITE TRCE-RPT-LINE
           MOVE SPACES TO TRCE-RPT-LINE
           MOVE TRCE-EVENT-COUNT TO TRCE-EDIT-COUNT
           STRING 'TIMELINE EVENTS          ' TRCE-EDIT-COUNT
              DELIMITED BY SIZE INTO TRCE-RPT-LINE
           WRITE TRCE-RPT-LINE
           MOVE SPACES TO TRCE-RPT-LINE
           WRITE TRCE-RPT-LINE
           EXIT.
