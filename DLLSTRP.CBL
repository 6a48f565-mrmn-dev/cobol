CBL LIB,QUOTE,TEST(SYM)
      ***************************************************
      **                                               **
      ** DLLSTRP - DLL LIST STATISTICS TREND REPORT    **
      **                                               **
      ** Reads the DLLSTHS statistics history DLLMAIN  **
      ** appends at the end of every completed run and **
      ** reports, per list, the 30, 60 and 90-day      **
      ** trend of its size and volume as of the latest **
      ** business date in the history. Each list's     **
      ** node and byte growth over the shortest window **
      ** with enough history is projected forward to   **
      ** the date it will reach its node and byte      **
      ** ceilings, so a ceiling can be raised before   **
      ** the list starts refusing work with RC 16/20.  **
      ** A business date that appears twice for a list **
      ** (a rerun) counts once - the later record.     **
      **                                               **
      ** Condition codes:                              **
      **   0  report written                           **
      **   4  a list is at a ceiling, or projected to  **
      **      reach one within STRP-WARN-DAYS          **
      **   8  no usable history                        **
      **                                               **
      ***************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLLSTRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the statistics history - read twice, once for the as-of    *
      * date and once to table the last 90 days                     *
           SELECT DLL-STAT-FILE ASSIGN TO DLLSTHS
               ORGANIZATION IS SEQUENTIAL.
           SELECT STRP-RPT-FILE ASSIGN TO DLLSTRR
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DLL-STAT-FILE
           RECORDING MODE IS F.
       COPY DLLSTAT.

      * one trend line per list and window, the free-form line for  *
      * headings, list titles, projections and the closing totals   *
       FD  STRP-RPT-FILE
           RECORDING MODE IS F.
       01 STRP-RPT-REC.
          05 SRP-WINDOW        PIC X(8).
          05 FILLER            PIC X(2).
          05 SRP-DAYS          PIC Z(3)9.
          05 FILLER            PIC X(2).
          05 SRP-NODE-CHANGE   PIC -Z(8)9.
          05 FILLER            PIC X(2).
          05 SRP-BYTE-CHANGE   PIC -Z(8)9.
          05 FILLER            PIC X(2).
          05 SRP-NODE-RATE     PIC -Z(8)9.99.
          05 FILLER            PIC X(2).
          05 SRP-BYTE-RATE     PIC -Z(8)9.99.
          05 FILLER            PIC X(2).
          05 SRP-INSERTS       PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 SRP-DELETES       PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 SRP-REJECTS       PIC Z(8)9.
          05 FILLER            PIC X(31).
       01 STRP-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01 STRP-CTL.
          05 STRP-EOF-SW       PIC X(1) VALUE 'N'.
             88 STRP-AT-EOF    VALUE 'Y'.
          05 STRP-VALID-SW     PIC X(1) VALUE 'N'.
             88 STRP-REC-VALID VALUE 'Y'.
      * the latest business date in the history and its day number *
      * - every window ends on it                                   *
          05 STRP-AS-OF-DATE   PIC 9(8) VALUE 0.
          05 STRP-AS-OF-DAYNUM PIC S9(9) BINARY VALUE 0.
      * a projected ceiling this close (in days) is flagged and     *
      * ends the step CC=4                                          *
          05 STRP-WARN-DAYS    PIC S9(9) BINARY VALUE 30.
          05 STRP-LIST-ID      PIC S9(4) BINARY.
          05 STRP-OFFSET       PIC S9(4) BINARY.
          05 STRP-WINDOW-DAYS  PIC S9(4) BINARY.
          05 STRP-WINDOW-NAME  PIC X(8).

       01 STRP-COUNTS.
          05 STRP-READ-COUNT   PIC S9(9) BINARY VALUE 0.
          05 STRP-INVALID-COUNT PIC S9(9) BINARY VALUE 0.
          05 STRP-OLD-COUNT    PIC S9(9) BINARY VALUE 0.
          05 STRP-LIST-COUNT   PIC S9(9) BINARY VALUE 0.
          05 STRP-WARN-COUNT   PIC S9(9) BINARY VALUE 0.

      * the last 90 days of history by list - STD-DAY(list, 1) is   *
      * the as-of date, STD-DAY(list, 91) ninety days before it. A  *
      * list's latest record also supplies its name, department,    *
      * high-water mark and the ceilings in effect                  *
       01 STRP-LIST-TABLE.
          05 STRP-LIST OCCURS 50 TIMES.
             10 STL-SEEN-SW       PIC X(1) VALUE 'N'.
                88 STL-SEEN       VALUE 'Y'.
             10 STL-LAST-OFFSET   PIC S9(4) BINARY VALUE 0.
             10 STL-LIST-NAME     PIC X(20).
             10 STL-DEPARTMENT    PIC X(8).
             10 STL-HWM-COUNT     PIC S9(9) BINARY.
             10 STL-MAX-NODES     PIC S9(9) BINARY.
             10 STL-MAX-BYTES     PIC S9(9) BINARY.
             10 STD-DAY OCCURS 91 TIMES.
                15 STD-PRESENT-SW PIC X(1) VALUE 'N'.
                   88 STD-PRESENT VALUE 'Y'.
                15 STD-NODE-COUNT PIC S9(9) BINARY.
                15 STD-TOTAL-BYTES PIC S9(9) BINARY.
                15 STD-INSERTS    PIC S9(9) BINARY.
                15 STD-DELETES    PIC S9(9) BINARY.
                15 STD-REJECTS    PIC S9(9) BINARY.

      * one window's trend for the list being reported - the oldest *
      * and newest days with data in the window and what changed    *
      * between them                                                *
       01 STRP-WINDOW.
          05 STW-DAY-COUNT     PIC S9(4) BINARY.
          05 STW-OLDEST        PIC S9(4) BINARY.
          05 STW-NEWEST        PIC S9(4) BINARY.
          05 STW-SPAN          PIC S9(4) BINARY.
          05 STW-NODE-CHANGE   PIC S9(9) BINARY.
          05 STW-BYTE-CHANGE   PIC S9(9) BINARY.
          05 STW-NODE-RATE     PIC S9(9)V99 COMP-3.
          05 STW-BYTE-RATE     PIC S9(9)V99 COMP-3.
          05 STW-INSERTS       PIC S9(9) BINARY.
          05 STW-DELETES       PIC S9(9) BINARY.
          05 STW-REJECTS       PIC S9(9) BINARY.

      * the growth rates the projection uses - the shortest window  *
      * with at least two days of data, so the rate is as current   *
      * as the history allows                                       *
       01 STRP-PROJ.
          05 STP-RATE-SW       PIC X(1) VALUE 'N'.
             88 STP-RATE-SET   VALUE 'Y'.
          05 STP-RATE-WINDOW   PIC X(8).
          05 STP-NODE-RATE     PIC S9(9)V99 COMP-3.
          05 STP-BYTE-RATE     PIC S9(9)V99 COMP-3.
          05 STP-LABEL         PIC X(13).
          05 STP-CURRENT       PIC S9(9) BINARY.
          05 STP-CEILING       PIC S9(9) BINARY.
          05 STP-RATE          PIC S9(9)V99 COMP-3.
          05 STP-ROOM          PIC S9(9) BINARY.
          05 STP-DAYS-EXACT    PIC S9(11)V99 COMP-3.
          05 STP-DAYS-LEFT     PIC S9(9) BINARY.
          05 STP-RESULT        PIC X(80).

       01 STRP-EDIT-COUNT      PIC Z(8)9.
       01 STRP-EDIT-COUNT-2    PIC Z(8)9.
       01 STRP-EDIT-LIST       PIC Z(3)9.
       01 STRP-EDIT-DATE.
          05 STRP-EDIT-YEAR    PIC 9(4).
          05 FILLER            PIC X(1) VALUE '-'.
          05 STRP-EDIT-MONTH   PIC 9(2).
          05 FILLER            PIC X(1) VALUE '-'.
          05 STRP-EDIT-DAY     PIC 9(2).

       COPY DLLDATE.

       PROCEDURE DIVISION.

           DISPLAY 'In DLLSTRP'.
           PERFORM STRP-FIND-AS-OF.
           OPEN OUTPUT STRP-RPT-FILE.
           PERFORM STRP-WRITE-HEADINGS.
           IF STRP-AS-OF-DATE > 0
              PERFORM STRP-LOAD-HISTORY
              PERFORM VARYING STRP-LIST-ID FROM 1 BY 1
                    UNTIL STRP-LIST-ID > 50
                 IF STL-SEEN(STRP-LIST-ID)
                    PERFORM STRP-REPORT-LIST
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM STRP-TOTALS.
           CLOSE STRP-RPT-FILE.
           DISPLAY 'LIST STATISTICS TREND LISTS REPORTED: '
              STRP-LIST-COUNT ' CEILING WARNINGS: ' STRP-WARN-COUNT.
           EVALUATE TRUE
              WHEN STRP-AS-OF-DATE = 0
                 DISPLAY 'DLLSTRP ENDING - NO USABLE STATISTICS '
                    'HISTORY ON DLLSTHS'
                 MOVE 8 TO RETURN-CODE
              WHEN STRP-WARN-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * first pass - the as-of date is the latest business date any *
      * valid record carries                                        *
       STRP-FIND-AS-OF.
           OPEN INPUT DLL-STAT-FILE
           READ DLL-STAT-FILE
              AT END SET STRP-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL STRP-AT-EOF
              PERFORM STRP-CHECK-REC
              IF STRP-REC-VALID AND STA-RUN-DATE > STRP-AS-OF-DATE
                 MOVE STA-RUN-DATE TO STRP-AS-OF-DATE
              END-IF
              READ DLL-STAT-FILE
                 AT END SET STRP-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-STAT-FILE
           IF STRP-AS-OF-DATE > 0
              MOVE STRP-AS-OF-DATE TO DAYS-CCYYMMDD
              PERFORM DLL-DATE-TO-DAYNUM
              MOVE DAYS-NUMBER TO STRP-AS-OF-DAYNUM
           END-IF
           EXIT.

      * a record is usable when its list-id is one of the 50 slots, *
      * its date is a real calendar date and its counts are numeric *
       STRP-CHECK-REC.
           MOVE 'N' TO STRP-VALID-SW
           IF STA-LIST-ID NUMERIC
                 AND STA-LIST-ID > 0 AND STA-LIST-ID < 51
                 AND STA-RUN-DATE NUMERIC
                 AND STA-NODE-COUNT NUMERIC
                 AND STA-HWM-COUNT NUMERIC
                 AND STA-TOTAL-BYTES NUMERIC
                 AND STA-MAX-NODES NUMERIC
                 AND STA-MAX-BYTES NUMERIC
                 AND STA-INSERTS NUMERIC
                 AND STA-DELETES NUMERIC
                 AND STA-REJECTS NUMERIC
              MOVE STA-RUN-DATE TO DAYS-CCYYMMDD
              IF DAYS-YEAR > 1900
                    AND DAYS-MONTH > 0 AND DAYS-MONTH < 13
                    AND DAYS-DAY > 0 AND DAYS-DAY < 32
                 MOVE 'Y' TO STRP-VALID-SW
              END-IF
           END-IF
           EXIT.

      * second pass - table every record of the last 90 days by the *
      * number of days it lies before the as-of date. The history   *
      * is appended in run order, so a later record for the same    *
      * list and date lands on top of the earlier one               *
       STRP-LOAD-HISTORY.
           MOVE 'N' TO STRP-EOF-SW
           OPEN INPUT DLL-STAT-FILE
           READ DLL-STAT-FILE
              AT END SET STRP-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL STRP-AT-EOF
              ADD 1 TO STRP-READ-COUNT
              PERFORM STRP-CHECK-REC
              IF STRP-REC-VALID
                 MOVE STA-RUN-DATE TO DAYS-CCYYMMDD
                 PERFORM DLL-DATE-TO-DAYNUM
                 IF STRP-AS-OF-DAYNUM - DAYS-NUMBER > 90
                    ADD 1 TO STRP-OLD-COUNT
                 ELSE
                    PERFORM STRP-TABLE-REC
                 END-IF
              ELSE
                 ADD 1 TO STRP-INVALID-COUNT
              END-IF
              READ DLL-STAT-FILE
                 AT END SET STRP-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-STAT-FILE
           DISPLAY 'STATISTICS HISTORY RECORDS READ: ' STRP-READ-COUNT
           EXIT.

       STRP-TABLE-REC.
           MOVE STA-LIST-ID TO STRP-LIST-ID
           COMPUTE STRP-OFFSET = STRP-AS-OF-DAYNUM - DAYS-NUMBER
           MOVE 'Y' TO STD-PRESENT-SW(STRP-LIST-ID, STRP-OFFSET + 1)
           MOVE STA-NODE-COUNT
              TO STD-NODE-COUNT(STRP-LIST-ID, STRP-OFFSET + 1)
           MOVE STA-TOTAL-BYTES
              TO STD-TOTAL-BYTES(STRP-LIST-ID, STRP-OFFSET + 1)
           MOVE STA-INSERTS
              TO STD-INSERTS(STRP-LIST-ID, STRP-OFFSET + 1)
           MOVE STA-DELETES
              TO STD-DELETES(STRP-LIST-ID, STRP-OFFSET + 1)
           MOVE STA-REJECTS
              TO STD-REJECTS(STRP-LIST-ID, STRP-OFFSET + 1)
           IF NOT STL-SEEN(STRP-LIST-ID)
                 OR STRP-OFFSET NOT > STL-LAST-OFFSET(STRP-LIST-ID)
              MOVE 'Y' TO STL-SEEN-SW(STRP-LIST-ID)
              MOVE STRP-OFFSET   TO STL-LAST-OFFSET(STRP-LIST-ID)
              MOVE STA-LIST-NAME TO STL-LIST-NAME(STRP-LIST-ID)
              MOVE STA-DEPARTMENT TO STL-DEPARTMENT(STRP-LIST-ID)
              MOVE STA-HWM-COUNT TO STL-HWM-COUNT(STRP-LIST-ID)
              MOVE STA-MAX-NODES TO STL-MAX-NODES(STRP-LIST-ID)
              MOVE STA-MAX-BYTES TO STL-MAX-BYTES(STRP-LIST-ID)
           END-IF
           EXIT.

       STRP-WRITE-HEADINGS.
           MOVE SPACES TO STRP-RPT-LINE
           MOVE 'DLLSTRP LIST STATISTICS TREND AND CAPACITY PROJECTION'
              TO STRP-RPT-LINE
           WRITE STRP-RPT-LINE
           MOVE SPACES TO STRP-RPT-LINE
           IF STRP-AS-OF-DATE > 0
              MOVE STRP-AS-OF-DATE TO DAYS-CCYYMMDD
              PERFORM STRP-EDIT-DAYS-DATE
              STRING 'AS OF BUSINESS DATE ' STRP-EDIT-DATE
                 DELIMITED BY SIZE INTO STRP-RPT-LINE
           ELSE
              MOVE 'NO USABLE STATISTICS HISTORY' TO STRP-RPT-LINE
           END-IF
           WRITE STRP-RPT-LINE
           MOVE SPACES TO STRP-RPT-LINE
           WRITE STRP-RPT-LINE
           EXIT.

      * one block per list - its title and current size, a trend    *
      * line for each window, then the two ceiling projections      *
       STRP-REPORT-LIST.
           ADD 1 TO STRP-LIST-COUNT
           MOVE 'N' TO STP-RATE-SW
           MOVE SPACES TO STRP-RPT-LINE
           MOVE STRP-LIST-ID TO STRP-EDIT-LIST
           MOVE STL-LAST-OFFSET(STRP-LIST-ID) TO STRP-OFFSET
           COMPUTE DAYS-NUMBER = STRP-AS-OF-DAYNUM - STRP-OFFSET
           PERFORM DLL-DAYNUM-TO-DATE
           PERFORM STRP-EDIT-DAYS-DATE
           STRING 'LIST ' STRP-EDIT-LIST '  '
              STL-LIST-NAME(STRP-LIST-ID) '  DEPT '
              STL-DEPARTMENT(STRP-LIST-ID) '  LATEST DATA '
              STRP-EDIT-DATE
              DELIMITED BY SIZE INTO STRP-RPT-LINE
           WRITE STRP-RPT-LINE
           MOVE SPACES TO STRP-RPT-LINE
           MOVE STD-NODE-COUNT(STRP-LIST-ID, STRP-OFFSET + 1)
              TO STRP-EDIT-COUNT
           MOVE STL-MAX-NODES(STRP-LIST-ID) TO STRP-EDIT-COUNT-2
           STRING '    NODES ' STRP-EDIT-COUNT
              '  MAX NODES ' STRP-EDIT-COUNT-2
              DELIMITED BY SIZE INTO STRP-RPT-LINE
           MOVE STD-TOTAL-BYTES(STRP-LIST-ID, STRP-OFFSET + 1)
              TO STRP-EDIT-COUNT
           MOVE STL-MAX-BYTES(STRP-LIST-ID) TO STRP-EDIT-COUNT-2
           STRING '  BYTES ' STRP-EDIT-COUNT
              '  MAX BYTES ' STRP-EDIT-COUNT-2
              DELIMITED BY SIZE INTO STRP-RPT-LINE(41:)
           MOVE STL-HWM-COUNT(STRP-LIST-ID) TO STRP-EDIT-COUNT
           STRING '  HIGH-WATER MARK ' STRP-EDIT-COUNT
              DELIMITED BY SIZE INTO STRP-RPT-LINE(81:)
           WRITE STRP-RPT-LINE
           PERFORM STRP-WINDOW-HEADINGS
           MOVE 30 TO STRP-WINDOW-DAYS
           MOVE '30-DAY' TO STRP-WINDOW-NAME
           PERFORM STRP-WINDOW-TREND
           MOVE 60 TO STRP-WINDOW-DAYS
           MOVE '60-DAY' TO STRP-WINDOW-NAME
           PERFORM STRP-WINDOW-TREND
           MOVE 90 TO STRP-WINDOW-DAYS
           MOVE '90-DAY' TO STRP-WINDOW-NAME
           PERFORM STRP-WINDOW-TREND
           MOVE STL-LAST-OFFSET(STRP-LIST-ID) TO STRP-OFFSET
           MOVE 'NODE CEILING' TO STP-LABEL
           MOVE STD-NODE-COUNT(STRP-LIST-ID, STRP-OFFSET + 1)
              TO STP-CURRENT
           MOVE STL-MAX-NODES(STRP-LIST-ID) TO STP-CEILING
           MOVE STP-NODE-RATE TO STP-RATE
           PERFORM STRP-PROJECT
           MOVE 'BYTE CEILING' TO STP-LABEL
           MOVE STD-TOTAL-BYTES(STRP-LIST-ID, STRP-OFFSET + 1)
              TO STP-CURRENT
           MOVE STL-MAX-BYTES(STRP-LIST-ID) TO STP-CEILING
           MOVE STP-BYTE-RATE TO STP-RATE
           PERFORM STRP-PROJECT
           MOVE SPACES TO STRP-RPT-LINE
           WRITE STRP-RPT-LINE
           EXIT.

       STRP-WINDOW-HEADINGS.
           MOVE SPACES TO STRP-RPT-LINE
           MOVE 'WINDOW' TO STRP-RPT-LINE(1:6)
           MOVE 'DAYS' TO STRP-RPT-LINE(11:4)
           MOVE 'NODE CHG' TO STRP-RPT-LINE(19:8)
           MOVE 'BYTE CHG' TO STRP-RPT-LINE(31:8)
           MOVE 'NODES/DAY' TO STRP-RPT-LINE(44:9)
           MOVE 'BYTES/DAY' TO STRP-RPT-LINE(59:9)
           MOVE 'INSERTS' TO STRP-RPT-LINE(72:7)
           MOVE 'DELETES' TO STRP-RPT-LINE(83:7)
           MOVE 'REJECTS' TO STRP-RPT-LINE(94:7)
           WRITE STRP-RPT-LINE
           EXIT.

      * the window runs from the as-of date back STRP-WINDOW-DAYS   *
      * days. Growth is measured between the oldest and newest day  *
      * in it that have data, so a missed run only widens the span; *
      * the volume is summed over every day with data              *
       STRP-WINDOW-TREND.
           MOVE 0 TO STW-DAY-COUNT
           MOVE -1 TO STW-OLDEST
           MOVE -1 TO STW-NEWEST
           MOVE 0 TO STW-INSERTS
           MOVE 0 TO STW-DELETES
           MOVE 0 TO STW-REJECTS
           PERFORM VARYING STRP-OFFSET FROM 0 BY 1
                 UNTIL STRP-OFFSET NOT < STRP-WINDOW-DAYS
              IF STD-PRESENT(STRP-LIST-ID, STRP-OFFSET + 1)
                 ADD 1 TO STW-DAY-COUNT
                 IF STW-NEWEST < 0
                    MOVE STRP-OFFSET TO STW-NEWEST
                 END-IF
                 MOVE STRP-OFFSET TO STW-OLDEST
                 ADD STD-INSERTS(STRP-LIST-ID, STRP-OFFSET + 1)
                    TO STW-INSERTS
                 ADD STD-DELETES(STRP-LIST-ID, STRP-OFFSET + 1)
                    TO STW-DELETES
                 ADD STD-REJECTS(STRP-LIST-ID, STRP-OFFSET + 1)
                    TO STW-REJECTS
              END-IF
           END-PERFORM
           MOVE 0 TO STW-NODE-CHANGE
           MOVE 0 TO STW-BYTE-CHANGE
           MOVE 0 TO STW-NODE-RATE
           MOVE 0 TO STW-BYTE-RATE
           IF STW-DAY-COUNT > 1
              COMPUTE STW-SPAN = STW-OLDEST - STW-NEWEST
              COMPUTE STW-NODE-CHANGE =
                 STD-NODE-COUNT(STRP-LIST-ID, STW-NEWEST + 1)
                 - STD-NODE-COUNT(STRP-LIST-ID, STW-OLDEST + 1)
              COMPUTE STW-BYTE-CHANGE =
                 STD-TOTAL-BYTES(STRP-LIST-ID, STW-NEWEST + 1)
                 - STD-TOTAL-BYTES(STRP-LIST-ID, STW-OLDEST + 1)
              DIVIDE STW-NODE-CHANGE BY STW-SPAN
                 GIVING STW-NODE-RATE ROUNDED
              DIVIDE STW-BYTE-CHANGE BY STW-SPAN
                 GIVING STW-BYTE-RATE ROUNDED
              IF NOT STP-RATE-SET
                 MOVE 'Y' TO STP-RATE-SW
                 MOVE STRP-WINDOW-NAME TO STP-RATE-WINDOW
                 MOVE STW-NODE-RATE TO STP-NODE-RATE
                 MOVE STW-BYTE-RATE TO STP-BYTE-RATE
              END-IF
           END-IF
           MOVE SPACES TO STRP-RPT-REC
           MOVE STRP-WINDOW-NAME TO SRP-WINDOW
           MOVE STW-DAY-COUNT   TO SRP-DAYS
           MOVE STW-NODE-CHANGE TO SRP-NODE-CHANGE
           MOVE STW-BYTE-CHANGE TO SRP-BYTE-CHANGE
           MOVE STW-NODE-RATE   TO SRP-NODE-RATE
           MOVE STW-BYTE-RATE   TO SRP-BYTE-RATE
           MOVE STW-INSERTS     TO SRP-INSERTS
           MOVE STW-DELETES     TO SRP-DELETES
           MOVE STW-REJECTS     TO SRP-REJECTS
           WRITE STRP-RPT-REC
           EXIT.

      * project one ceiling - the days left are the room under the  *
      * ceiling over the daily growth, rounded up, counted from the *
      * list's latest data. Within STRP-WARN-DAYS (or already at    *
      * the ceiling) is flagged for the capacity planners           *
       STRP-PROJECT.
           MOVE SPACES TO STP-RESULT
           EVALUATE TRUE
              WHEN STP-CEILING = 0
                 MOVE 'NO CEILING SET' TO STP-RESULT
              WHEN STP-CURRENT NOT < STP-CEILING
                 MOVE 'AT CEILING NOW  *** ACTION NEEDED ***'
                    TO STP-RESULT
                 ADD 1 TO STRP-WARN-COUNT
              WHEN NOT STP-RATE-SET
                 MOVE 'NOT ENOUGH HISTORY TO PROJECT' TO STP-RESULT
              WHEN STP-RATE NOT > 0
                 MOVE 'NOT GROWING - NO PROJECTION' TO STP-RESULT
              WHEN OTHER
                 PERFORM STRP-PROJECT-DATE
           END-EVALUATE
           MOVE SPACES TO STRP-RPT-LINE
           STRING '    ' STP-LABEL ' ' STP-RESULT
              DELIMITED BY SIZE INTO STRP-RPT-LINE
           WRITE STRP-RPT-LINE
           EXIT.

       STRP-PROJECT-DATE.
           COMPUTE STP-ROOM = STP-CEILING - STP-CURRENT
           DIVIDE STP-ROOM BY STP-RATE GIVING STP-DAYS-EXACT
           MOVE STP-DAYS-EXACT TO STP-DAYS-LEFT
           IF STP-DAYS-LEFT < STP-DAYS-EXACT
              ADD 1 TO STP-DAYS-LEFT
           END-IF
           IF STP-DAYS-EXACT > 3650
              STRING 'NOT WITHIN TEN YEARS AT ' DELIMITED BY SIZE
                 STP-RATE-WINDOW DELIMITED BY SPACE
                 ' RATE' DELIMITED BY SIZE
                 INTO STP-RESULT
           ELSE
              COMPUTE DAYS-NUMBER = STRP-AS-OF-DAYNUM
                 - STL-LAST-OFFSET(STRP-LIST-ID) + STP-DAYS-LEFT
              PERFORM DLL-DAYNUM-TO-DATE
              PERFORM STRP-EDIT-DAYS-DATE
              MOVE STP-DAYS-LEFT TO STRP-EDIT-COUNT
              STRING 'REACHED ' STRP-EDIT-DATE ' IN'
                 STRP-EDIT-COUNT ' DAYS AT ' DELIMITED BY SIZE
                 STP-RATE-WINDOW DELIMITED BY SPACE
                 ' RATE' DELIMITED BY SIZE
                 INTO STP-RESULT
              IF STP-DAYS-LEFT NOT > STRP-WARN-DAYS
                 MOVE '*** ACTION NEEDED ***' TO STP-RESULT(55:)
                 ADD 1 TO STRP-WARN-COUNT
              END-IF
           END-IF
           EXIT.

       STRP-EDIT-DAYS-DATE.
           MOVE DAYS-YEAR  TO STRP-EDIT-YEAR
           MOVE DAYS-MONTH TO STRP-EDIT-MONTH
           MOVE DAYS-DAY   TO STRP-EDIT-DAY
           EXIT.

       STRP-TOTALS.
           MOVE SPACES TO STRP-RPT-LINE
           WRITE STRP-RPT-LINE
           MOVE SPACES TO STRP-RPT-LINE
           MOVE STRP-LIST-COUNT TO STRP-EDIT-COUNT
           STRING 'LISTS REPORTED           ' STRP-EDIT-COUNT
              DELIMITED BY SIZE INTO STRP-RPT-LINE
           WRITE STRP-RPT-LINE
           MOVE SPACES TO STRP-RPT-LINE
           MOVE STRP-WARN-COUNT TO STRP-EDIT-COUNT
           STRING 'CEILINGS NEEDING ACTION  ' STRP-EDIT-COUNT
              DELIMITED BY SIZE INTO STRP-RPT-LINE
           WRITE STRP-RPT-LINE
           MOVE SPACES TO STRP-RPT-LINE
           MOVE STRP-READ-COUNT TO STRP-EDIT-COUNT
           STRING 'HISTORY RECORDS READ     ' STRP-EDIT-COUNT
              DELIMITED BY SIZE INTO STRP-RPT-LINE
           WRITE STRP-RPT-LINE
           MOVE SPACES TO STRP-RPT-LINE
           MOVE STRP-OLD-COUNT TO STRP-EDIT-COUNT
           STRING 'OLDER THAN 90 DAYS       ' STRP-EDIT-COUNT
              DELIMITED BY SIZE INTO STRP-RPT-LINE
           WRITE STRP-RPT-LINE
           MOVE SPACES TO STRP-RPT-LINE
           MOVE STRP-INVALID-COUNT TO STRP-EDIT-COUNT
           STRING 'INVALID RECORDS SKIPPED  ' STRP-EDIT-COUNT
              DELIMITED BY SIZE INTO STRP-RPT-LINE
           WRITE STRP-RPT-LINE
           EXIT.

       COPY DLLDATEP.
