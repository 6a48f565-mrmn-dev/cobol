CBL LIB,QUOTE,TEST(SYM)
      ***************************************************
      **                                               **
      ** DLLFHRP - DLL FEED HISTORY REPORT             **
      **                                               **
      ** Lists the DLLFHST feed history DLLMAIN adds   **
      ** to at the end of every completed run - each   **
      ** DLLTRANS feed applied, in the order applied:  **
      ** its header id, date and time, the business    **
      ** date it was applied for, whether it was the   **
      ** day's feed or a DLLRSUB resubmission, when    **
      ** and by which job it was applied, the records  **
      ** and order hash it balanced to and the rejects **
      ** it left. A feed let through a sequence gap    **
      ** under FEED-GAP=WARN shows the business days   **
      ** that had no feed.                             **
      **                                               **
      ** Condition codes:                              **
      **   0  report written                           **
      **   4  report written - a feed on it followed   **
      **      business days with no feed               **
      **   8  no feed history                          **
      **                                               **
      ***************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLLFHRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLL-FEED-HIST-FILE ASSIGN TO DLLFHST
               ORGANIZATION IS SEQUENTIAL.
           SELECT FHRP-RPT-FILE ASSIGN TO DLLFHRR
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DLL-FEED-HIST-FILE
           RECORDING MODE IS F.
       COPY DLLFEEDH.

      * one line per feed applied, the free-form line for headings *
      * and the closing totals                                      *
       FD  FHRP-RPT-FILE
           RECORDING MODE IS F.
       01 FHRP-RPT-REC.
          05 FHR-BUSINESS-DATE PIC 9(8).
          05 FILLER            PIC X(2).
          05 FHR-FEED-ID       PIC X(8).
          05 FILLER            PIC X(2).
          05 FHR-FEED-DATE     PIC 9(8).
          05 FILLER            PIC X(1).
          05 FHR-FEED-TIME     PIC 9(6).
          05 FILLER            PIC X(2).
          05 FHR-KIND          PIC X(5).
          05 FILLER            PIC X(2).
          05 FHR-APPLY-DATE    PIC 9(8).
          05 FILLER            PIC X(1).
          05 FHR-APPLY-TIME    PIC 9(6).
          05 FILLER            PIC X(2).
          05 FHR-JOBNAME       PIC X(8).
          05 FILLER            PIC X(2).
          05 FHR-RECORDS       PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 FHR-REJECTS       PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 FHR-ORDER-HASH    PIC -Z(12)9.99.
          05 FILLER            PIC X(2).
          05 FHR-NOTE          PIC X(20).
       01 FHRP-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01 FHRP-CTL.
          05 FHRP-EOF-SW       PIC X(1) VALUE 'N'.
             88 FHRP-AT-EOF    VALUE 'Y'.
          05 FHRP-EDIT-DAYS    PIC ZZ9.

       01 FHRP-COUNTS.
          05 FHRP-FEED-COUNT   PIC S9(9) BINARY VALUE 0.
          05 FHRP-DAILY-COUNT  PIC S9(9) BINARY VALUE 0.
          05 FHRP-RESUB-COUNT  PIC S9(9) BINARY VALUE 0.
          05 FHRP-GAP-COUNT    PIC S9(9) BINARY VALUE 0.
          05 FHRP-MISSED-COUNT PIC S9(9) BINARY VALUE 0.
          05 FHRP-RECORD-COUNT PIC S9(9) BINARY VALUE 0.
          05 FHRP-REJECT-COUNT PIC S9(9) BINARY VALUE 0.

       01 FHRP-EDIT-COUNT      PIC Z(8)9.

       PROCEDURE DIVISION.

           DISPLAY 'In DLLFHRP'.
           OPEN INPUT DLL-FEED-HIST-FILE.
           OPEN OUTPUT FHRP-RPT-FILE.
           PERFORM FHRP-WRITE-HEADINGS.
           READ DLL-FEED-HIST-FILE
              AT END SET FHRP-AT-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FHRP-AT-EOF
              PERFORM FHRP-REPORT-ONE-FEED
              READ DLL-FEED-HIST-FILE
                 AT END SET FHRP-AT-EOF TO TRUE
              END-READ
           END-PERFORM.
           PERFORM FHRP-TOTALS.
           CLOSE DLL-FEED-HIST-FILE.
           CLOSE FHRP-RPT-FILE.
           DISPLAY 'FEEDS ON HISTORY: ' FHRP-FEED-COUNT
              ' FOLLOWING A GAP: ' FHRP-GAP-COUNT.
           EVALUATE TRUE
              WHEN FHRP-FEED-COUNT = 0
                 DISPLAY 'DLLFHRP - NO FEED HISTORY'
                 MOVE 8 TO RETURN-CODE
              WHEN FHRP-GAP-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       FHRP-WRITE-HEADINGS.
           MOVE SPACES TO FHRP-RPT-LINE
           MOVE 'DLLFHRP DLLTRANS FEED HISTORY' TO FHRP-RPT-LINE
           WRITE FHRP-RPT-LINE
           MOVE SPACES TO FHRP-RPT-LINE
           WRITE FHRP-RPT-LINE
           MOVE SPACES TO FHRP-RPT-LINE
           MOVE 'BUS DATE'      TO FHRP-RPT-LINE(1:8)
           MOVE 'FEED ID'       TO FHRP-RPT-LINE(11:7)
           MOVE 'FEED DATE/TIME' TO FHRP-RPT-LINE(21:14)
           MOVE 'KIND'          TO FHRP-RPT-LINE(38:4)
           MOVE 'APPLIED'       TO FHRP-RPT-LINE(45:7)
           MOVE 'JOB'           TO FHRP-RPT-LINE(62:3)
           MOVE 'RECORDS'       TO FHRP-RPT-LINE(74:7)
           MOVE 'REJECTS'       TO FHRP-RPT-LINE(85:7)
           MOVE 'ORDER HASH'    TO FHRP-RPT-LINE(102:10)
           MOVE 'SEQUENCE'      TO FHRP-RPT-LINE(114:8)
           WRITE FHRP-RPT-LINE
           MOVE SPACES TO FHRP-RPT-LINE
           WRITE FHRP-RPT-LINE
           EXIT.

       FHRP-REPORT-ONE-FEED.
           ADD 1 TO FHRP-FEED-COUNT
           ADD FHS-RECORD-COUNT TO FHRP-RECORD-COUNT
           ADD FHS-REJECT-COUNT TO FHRP-REJECT-COUNT
           MOVE SPACES TO FHRP-RPT-REC
           MOVE FHS-BUSINESS-DATE TO FHR-BUSINESS-DATE
           MOVE FHS-FEED-ID       TO FHR-FEED-ID
           MOVE FHS-FEED-DATE     TO FHR-FEED-DATE
           MOVE FHS-FEED-TIME     TO FHR-FEED-TIME
           IF FHS-RESUBMISSION
              ADD 1 TO FHRP-RESUB-COUNT
              MOVE 'RESUB' TO FHR-KIND
           ELSE
              ADD 1 TO FHRP-DAILY-COUNT
              MOVE 'DAILY' TO FHR-KIND
           END-IF
           MOVE FHS-APPLY-DATE    TO FHR-APPLY-DATE
           MOVE FHS-APPLY-TIME    TO FHR-APPLY-TIME
           MOVE FHS-JOBNAME       TO FHR-JOBNAME
           MOVE FHS-RECORD-COUNT  TO FHR-RECORDS
           MOVE FHS-REJECT-COUNT  TO FHR-REJECTS
           MOVE FHS-ORDER-HASH    TO FHR-ORDER-HASH
           IF FHS-DAYS-MISSED NUMERIC AND FHS-DAYS-MISSED > 0
              ADD 1 TO FHRP-GAP-COUNT
              ADD FHS-DAYS-MISSED TO FHRP-MISSED-COUNT
              MOVE FHS-DAYS-MISSED TO FHRP-EDIT-DAYS
              STRING 'GAP - ' FHRP-EDIT-DAYS ' MISSED'
                 DELIMITED BY SIZE INTO FHR-NOTE
           END-IF
           WRITE FHRP-RPT-REC
           EXIT.

       FHRP-TOTALS.
           MOVE SPACES TO FHRP-RPT-LINE
           WRITE FHRP-RPT-LINE
           MOVE SPACES TO FHRP-RPT-LINE
           MOVE FHRP-FEED-COUNT TO FHRP-EDIT-COUNT
           STRING 'FEEDS APPLIED            ' FHRP-EDIT-COUNT
              DELIMITED BY SIZE INTO FHRP-RPT-LINE
           WRITE FHRP-RPT-LINE
           MOVE SPACES TO FHRP-RPT-LINE
           MOVE FHRP-DAILY-COUNT TO FHRP-EDIT-COUNT
           STRING '  DAILY FEEDS            ' FHRP-EDIT-COUNT
              DELIMITED BY SIZE INTO FHRP-RPT-LINE
           WRITE FHRP-RPT-LINE
           MOVE SPACES TO FHRP-RPT-LINE
           MOVE FHRP-RESUB-COUNT TO FHRP-EDIT-COUNT
           STRING '  RESUBMISSIONS          ' FHRP-EDIT-COUNT
              DELIMITED BY SIZE INTO FHRP-RPT-LINE
           WRITE FHRP-RPT-LINE
           MOVE SPACES TO FHRP-RPT-LINE
           MOVE FHRP-RECORD-COUNT TO FHRP-EDIT-COUNT
           STRING 'DATA RECORDS             ' FHRP-EDIT-COUNT
              DELIMITED BY SIZE INTO FHRP-RPT-LINE
           WRITE FHRP-RPT-LINE
           MOVE SPACES TO FHRP-RPT-LINE
           MOVE FHRP-REJECT-COUNT TO FHRP-EDIT-COUNT
           STRING 'REJECTS                  ' FHRP-EDIT-COUNT
              DELIMITED BY SIZE INTO FHRP-RPT-LINE
           WRITE FHRP-RPT-LINE
           MOVE SPACES TO FHRP-RPT-LINE
           MOVE FHRP-GAP-COUNT TO FHRP-EDIT-COUNT
           STRING 'FEEDS FOLLOWING A GAP    ' FHRP-EDIT-COUNT
              DELIMITED BY SIZE INTO FHRP-RPT-LINE
           WRITE FHRP-RPT-LINE
           MOVE SPACES TO FHRP-RPT-LINE
           MOVE FHRP-MISSED-COUNT TO FHRP-EDIT-COUNT
           STRING 'BUSINESS DAYS NO FEED    ' FHRP-EDIT-COUNT
              DELIMITED BY SIZE INTO FHRP-RPT-LINE
           WRITE FHRP-RPT-LINE
           EXIT.
