CBL LIB,QUOTE,TEST(SYM)
      ***************************************************
      **                                               **
      ** DLLRSUB - DLL REJECT RESUBMISSION BUILDER     **
      **                                               **
      ** Picks rejects off the DLLREJ reject file by   **
      ** the selection cards on DLLRSEL - list-id,     **
      ** REJ-RC, a piece of REJ-MSG text, the date the **
      ** reject was written, or REJ-GROUP-ID - and     **
      ** writes them to DLLRSUB as a DLLTRANS feed     **
      ** DLLMAIN will accept: an 'H' header first, the **
      ** transactions, and a 'Y' trailer whose DLLHDRT **
      ** per-type counts and order hash are computed   **
      ** from what was written. A rejected group goes  **
      ** out whole whichever member was picked, its    **
      ** members together under a new group id. Every  **
      ** reject written is marked resubmitted in place **
      ** with the feed's date and id, and a marked     **
      ** reject is never picked again.                 **
      **                                               **
      ** Condition codes:                              **
      **   0  resubmission feed written                **
      **   4  nothing selected - header and trailer    **
      **      only                                     **
      **   8  feed written, but more groups were       **
      **      selected than one feed takes - rerun for **
      **      the rest                                 **
      **  16  invalid selection card - nothing written **
      **      and nothing marked                       **
      **                                               **
      ***************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLLRSUB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the reject file - read once to select, then rewritten in    *
      * place record by record as rejects are resubmitted, so the   *
      * DD must be DISP=OLD and no DLLMAIN may be running           *
           SELECT DLL-REJECT-FILE ASSIGN TO DLLREJ
               ORGANIZATION IS SEQUENTIAL.
      * selection cards, one criterion set per card                 *
           SELECT RSEL-FILE ASSIGN TO DLLRSEL
               ORGANIZATION IS SEQUENTIAL.
      * the resubmission feed, in TRANS-REC layout                  *
           SELECT TRANS-FILE ASSIGN TO DLLRSUB
               ORGANIZATION IS SEQUENTIAL.
           SELECT RSUB-RPT-FILE ASSIGN TO DLLRSRP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DLL-REJECT-FILE
           RECORDING MODE IS F.
       COPY DLLREJC.

      * a reject is picked when it satisfies every criterion coded  *
      * on any one card - blank means any. REJ-MSG is matched when  *
      * it contains the text anywhere. 'ALL' in columns 1-3 picks   *
      * every reject not yet resubmitted; '*' in column 1 is a      *
      * comment. Numbers are right-justified or zero-filled:        *
      *   1-4 list-id   6-8 REJ-RC   10-17 from date  19-26 to date *
      *   28-36 REJ-GROUP-ID   38-69 REJ-MSG text                   *
      * the dates are CCYYMMDD and bound the day the reject was     *
      * written                                                     *
       FD  RSEL-FILE
           RECORDING MODE IS F.
       01 RSEL-REC.
          05 RSEL-LIST-ID      PIC X(4).
          05 FILLER            PIC X(1).
          05 RSEL-RC           PIC X(3).
          05 FILLER            PIC X(1).
          05 RSEL-FROM-DATE    PIC X(8).
          05 FILLER            PIC X(1).
          05 RSEL-TO-DATE      PIC X(8).
          05 FILLER            PIC X(1).
          05 RSEL-GROUP-ID     PIC X(9).
          05 FILLER            PIC X(1).
          05 RSEL-MSG-TEXT     PIC X(32).
          05 FILLER            PIC X(11).
       01 RSEL-CARD            PIC X(80).

       FD  TRANS-FILE
           RECORDING MODE IS F.
       COPY DLLTRANS.

      * one detail line per reject resubmitted, the free-form line  *
      * for headings, card errors and the closing totals            *
       FD  RSUB-RPT-FILE
           RECORDING MODE IS F.
       01 RSUB-RPT-REC.
          05 RSR-STAMP-DATE    PIC 9(8).
          05 FILLER            PIC X(2).
          05 RSR-REQUEST       PIC X(1).
          05 FILLER            PIC X(2).
          05 RSR-LIST-ID       PIC Z(3)9.
          05 FILLER            PIC X(2).
          05 RSR-LIST-NAME     PIC X(20).
          05 FILLER            PIC X(2).
          05 RSR-OLD-GROUP     PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 RSR-NEW-GROUP     PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 RSR-RC            PIC Z(3)9.
          05 FILLER            PIC X(2).
          05 RSR-MSG           PIC X(32).
          05 FILLER            PIC X(31).
       01 RSUB-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01 RSUB-CTL.
          05 RSUB-REJ-EOF-SW   PIC X(1) VALUE 'N'.
             88 RSUB-REJ-AT-EOF VALUE 'Y'.
          05 RSUB-SEL-EOF-SW   PIC X(1) VALUE 'N'.
             88 RSUB-SEL-AT-EOF VALUE 'Y'.
          05 RSUB-CARD-ERROR-SW PIC X(1) VALUE 'N'.
             88 RSUB-CARD-ERROR VALUE 'Y'.
          05 RSUB-PICKED-SW    PIC X(1) VALUE 'N'.
             88 RSUB-PICKED    VALUE 'Y'.
          05 RSUB-FOUND-SW     PIC X(1) VALUE 'N'.
             88 RSUB-FOUND     VALUE 'Y'.
          05 RSUB-GROUP-FULL-SW PIC X(1) VALUE 'N'.
             88 RSUB-GROUP-FULL VALUE 'Y'.
          05 RSUB-NEW-GROUP-ID PIC S9(9) BINARY.
          05 RSUB-TALLY        PIC S9(4) BINARY.
          05 RSUB-REASON       PIC X(40).
      * the resubmission feed's identity - today's date and time,   *
      * and an id of 'RS' and the time, carried on the header and   *
      * stamped on every reject it takes                            *
          05 RSUB-FEED-DATE    PIC 9(8).
          05 RSUB-FEED-TIME    PIC 9(8).
          05 RSUB-FEED-ID.
             10 FILLER         PIC X(2) VALUE 'RS'.
             10 RSUB-FEED-ID-TIME PIC 9(6).

      * the selection cards as read - a zero or blank criterion     *
      * matches anything                                            *
       01 RSUB-SEL-TABLE.
          05 RSUB-SEL-COUNT    PIC S9(4) BINARY VALUE 0.
          05 RSUB-SEL-MAX      PIC S9(4) BINARY VALUE 20.
          05 RSL-ENTRY OCCURS 20 TIMES INDEXED BY RSL-IDX.
             10 RSL-ALL-SW     PIC X(1).
                88 RSL-PICK-ALL VALUE 'Y'.
             10 RSL-LIST-ID    PIC S9(4) BINARY.
             10 RSL-RC-SW      PIC X(1).
                88 RSL-RC-CODED VALUE 'Y'.
             10 RSL-RC         PIC S9(9) BINARY.
             10 RSL-FROM-DATE  PIC 9(8).
             10 RSL-TO-DATE    PIC 9(8).
             10 RSL-GROUP-ID   PIC S9(9) BINARY.
             10 RSL-MSG-TEXT   PIC X(32).
             10 RSL-MSG-LTH    PIC S9(4) BINARY.

      * one entry per rejected group with a member picked - a group  *
      * is its REJ-GROUP-ID and the date its rejects were written,   *
      * since feed group ids repeat from one day to the next. Its    *
      * place in the table is its new group id on the feed          *
       01 RSUB-GROUP-TABLE.
          05 RSUB-GROUP-COUNT  PIC S9(4) BINARY VALUE 0.
          05 RSUB-GROUP-MAX    PIC S9(4) BINARY VALUE 500.
          05 RGK-ENTRY OCCURS 500 TIMES INDEXED BY RGK-IDX.
             10 RGK-GROUP-ID   PIC S9(9) BINARY.
             10 RGK-STAMP-DATE PIC 9(8).

       01 RSUB-COUNTS.
          05 RSUB-READ-COUNT   PIC S9(9) BINARY VALUE 0.
          05 RSUB-DONE-COUNT   PIC S9(9) BINARY VALUE 0.
          05 RSUB-SINGLE-COUNT PIC S9(9) BINARY VALUE 0.
          05 RSUB-MEMBER-COUNT PIC S9(9) BINARY VALUE 0.
          05 RSUB-WRITTEN-COUNT PIC S9(9) BINARY VALUE 0.
          05 RSUB-DEFER-COUNT  PIC S9(9) BINARY VALUE 0.
          05 RSUB-CARD-COUNT   PIC S9(9) BINARY VALUE 0.

       01 RSUB-EDIT-COUNT      PIC Z(8)9.
       01 RSUB-EDIT-AMOUNT     PIC -Z(12)9.99.

      * the control-record bodies the header and trailer carry      *
       COPY DLLHDRT.

       LINKAGE SECTION.

      * typed-record overlay addressed onto TRANS-DATA to roll a     *
      * tagged order's amount into the trailer's hash total          *
       COPY DLLREC.

       PROCEDURE DIVISION.

           DISPLAY 'In DLLRSUB'.
           ACCEPT RSUB-FEED-DATE FROM DATE YYYYMMDD.
           ACCEPT RSUB-FEED-TIME FROM TIME.
           MOVE RSUB-FEED-TIME(1:6) TO RSUB-FEED-ID-TIME.
           OPEN OUTPUT RSUB-RPT-FILE.
           PERFORM RSUB-WRITE-HEADINGS.
           PERFORM RSUB-LOAD-CARDS.
           IF NOT RSUB-CARD-ERROR
              PERFORM RSUB-SELECT-PASS
              PERFORM RSUB-BUILD-FEED
           END-IF.
           PERFORM RSUB-TOTALS.
           CLOSE RSUB-RPT-FILE.
           DISPLAY 'REJECT RESUBMISSION FEED ' RSUB-FEED-ID
              ' RECORDS ' RSUB-WRITTEN-COUNT.
           EVALUATE TRUE
              WHEN RSUB-CARD-ERROR
                 DISPLAY 'DLLRSUB ENDING - INVALID SELECTION CARD, '
                    'NOTHING RESUBMITTED'
                 MOVE 16 TO RETURN-CODE
              WHEN RSUB-GROUP-FULL
                 DISPLAY 'DLLRSUB - GROUP TABLE FULL, RERUN FOR THE '
                    'REMAINING GROUPS'
                 MOVE 8 TO RETURN-CODE
              WHEN RSUB-WRITTEN-COUNT = 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       RSUB-WRITE-HEADINGS.
           MOVE SPACES TO RSUB-RPT-LINE
           MOVE 'DLLRSUB REJECT RESUBMISSION' TO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           STRING 'FEED ID ' RSUB-FEED-ID '  DATE ' RSUB-FEED-DATE
              '  TIME ' RSUB-FEED-TIME(1:6)
              DELIMITED BY SIZE INTO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           EXIT.

      * read and edit every selection card before anything is       *
      * touched - one bad card refuses the run, as a half-understood *
      * selection could resubmit the wrong rejects                   *
       RSUB-LOAD-CARDS.
           OPEN INPUT RSEL-FILE
           READ RSEL-FILE
              AT END SET RSUB-SEL-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL RSUB-SEL-AT-EOF
              IF RSEL-CARD(1:1) NOT = '*'
                 ADD 1 TO RSUB-CARD-COUNT
                 PERFORM RSUB-EDIT-CARD
              END-IF
              READ RSEL-FILE
                 AT END SET RSUB-SEL-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE RSEL-FILE
           IF RSUB-SEL-COUNT = 0 AND NOT RSUB-CARD-ERROR
              MOVE 'NO SELECTION CARDS' TO RSUB-REASON
              MOVE SPACES TO RSEL-CARD
              PERFORM RSUB-CARD-REJECTED
           END-IF
           EXIT.

       RSUB-EDIT-CARD.
           MOVE SPACES TO RSUB-REASON
           IF RSEL-LIST-ID NOT = SPACES
              INSPECT RSEL-LIST-ID REPLACING LEADING SPACE BY '0'
           END-IF
           IF RSEL-RC NOT = SPACES
              INSPECT RSEL-RC REPLACING LEADING SPACE BY '0'
           END-IF
           IF RSEL-GROUP-ID NOT = SPACES
              INSPECT RSEL-GROUP-ID REPLACING LEADING SPACE BY '0'
           END-IF
           EVALUATE TRUE
              WHEN RSUB-SEL-COUNT NOT < RSUB-SEL-MAX
                 MOVE 'MORE THAN 20 SELECTION CARDS' TO RSUB-REASON
              WHEN RSEL-CARD(1:4) = 'ALL '
                 CONTINUE
              WHEN RSEL-CARD = SPACES
                 MOVE 'BLANK CARD - CODE ALL TO PICK EVERY REJECT'
                    TO RSUB-REASON
              WHEN RSEL-LIST-ID NOT = SPACES
                    AND RSEL-LIST-ID NOT NUMERIC
                 MOVE 'LIST-ID NOT NUMERIC' TO RSUB-REASON
              WHEN RSEL-RC NOT = SPACES AND RSEL-RC NOT NUMERIC
                 MOVE 'RC NOT NUMERIC' TO RSUB-REASON
              WHEN RSEL-FROM-DATE NOT = SPACES
                    AND RSEL-FROM-DATE NOT NUMERIC
                 MOVE 'FROM DATE NOT CCYYMMDD' TO RSUB-REASON
              WHEN RSEL-TO-DATE NOT = SPACES
                    AND RSEL-TO-DATE NOT NUMERIC
                 MOVE 'TO DATE NOT CCYYMMDD' TO RSUB-REASON
              WHEN RSEL-GROUP-ID NOT = SPACES
                    AND RSEL-GROUP-ID NOT NUMERIC
                 MOVE 'GROUP-ID NOT NUMERIC' TO RSUB-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF RSUB-REASON = SPACES
              PERFORM RSUB-TABLE-CARD
           ELSE
              PERFORM RSUB-CARD-REJECTED
           END-IF
           EXIT.

       RSUB-TABLE-CARD.
           ADD 1 TO RSUB-SEL-COUNT
           SET RSL-IDX TO RSUB-SEL-COUNT
           MOVE 'N' TO RSL-ALL-SW(RSL-IDX)
           MOVE 0 TO RSL-LIST-ID(RSL-IDX)
           MOVE 'N' TO RSL-RC-SW(RSL-IDX)
           MOVE 0 TO RSL-RC(RSL-IDX)
           MOVE 0 TO RSL-FROM-DATE(RSL-IDX)
           MOVE 99999999 TO RSL-TO-DATE(RSL-IDX)
           MOVE 0 TO RSL-GROUP-ID(RSL-IDX)
           MOVE SPACES TO RSL-MSG-TEXT(RSL-IDX)
           MOVE 0 TO RSL-MSG-LTH(RSL-IDX)
           IF RSEL-CARD(1:4) = 'ALL '
              MOVE 'Y' TO RSL-ALL-SW(RSL-IDX)
           ELSE
              IF RSEL-LIST-ID NOT = SPACES
                 MOVE RSEL-LIST-ID TO RSL-LIST-ID(RSL-IDX)
              END-IF
              IF RSEL-RC NOT = SPACES
                 MOVE 'Y' TO RSL-RC-SW(RSL-IDX)
                 MOVE RSEL-RC TO RSL-RC(RSL-IDX)
              END-IF
              IF RSEL-FROM-DATE NOT = SPACES
                 MOVE RSEL-FROM-DATE TO RSL-FROM-DATE(RSL-IDX)
              END-IF
              IF RSEL-TO-DATE NOT = SPACES
                 MOVE RSEL-TO-DATE TO RSL-TO-DATE(RSL-IDX)
              END-IF
              IF RSEL-GROUP-ID NOT = SPACES
                 MOVE RSEL-GROUP-ID TO RSL-GROUP-ID(RSL-IDX)
              END-IF
              MOVE RSEL-MSG-TEXT TO RSL-MSG-TEXT(RSL-IDX)
              MOVE 32 TO RSL-MSG-LTH(RSL-IDX)
              PERFORM UNTIL RSL-MSG-LTH(RSL-IDX) = 0
                    OR RSEL-MSG-TEXT(RSL-MSG-LTH(RSL-IDX):1)
                       NOT = SPACE
                 SUBTRACT 1 FROM RSL-MSG-LTH(RSL-IDX)
              END-PERFORM
           END-IF
           EXIT.

       RSUB-CARD-REJECTED.
           SET RSUB-CARD-ERROR TO TRUE
           MOVE SPACES TO RSUB-RPT-LINE
           STRING 'INVALID SELECTION CARD: ' RSUB-REASON
              DELIMITED BY SIZE INTO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           MOVE RSEL-CARD TO RSUB-RPT-LINE(5:80)
           WRITE RSUB-RPT-LINE
           DISPLAY 'INVALID SELECTION CARD: ' RSEL-CARD
           EXIT.

      * first pass - find every group with a member picked, so the  *
      * whole group can be taken however its members are spread     *
      * through the reject file                                     *
       RSUB-SELECT-PASS.
           MOVE 'N' TO RSUB-REJ-EOF-SW
           OPEN INPUT DLL-REJECT-FILE
           READ DLL-REJECT-FILE
              AT END SET RSUB-REJ-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL RSUB-REJ-AT-EOF
              ADD 1 TO RSUB-READ-COUNT
              IF REJ-RESUBMITTED
                 ADD 1 TO RSUB-DONE-COUNT
              ELSE
                 PERFORM RSUB-MATCH-CARDS
                 IF RSUB-PICKED AND REJ-GROUP-ID NOT = 0
                    PERFORM RSUB-ADD-GROUP
                 END-IF
              END-IF
              READ DLL-REJECT-FILE
                 AT END SET RSUB-REJ-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-REJECT-FILE
           EXIT.

      * does any card pick the current reject                       *
       RSUB-MATCH-CARDS.
           MOVE 'N' TO RSUB-PICKED-SW
           PERFORM VARYING RSL-IDX FROM 1 BY 1
                 UNTIL RSL-IDX > RSUB-SEL-COUNT
                    OR RSUB-PICKED
              PERFORM RSUB-MATCH-ONE-CARD
           END-PERFORM
           EXIT.

       RSUB-MATCH-ONE-CARD.
           MOVE 'Y' TO RSUB-PICKED-SW
           IF NOT RSL-PICK-ALL(RSL-IDX)
              IF RSL-LIST-ID(RSL-IDX) NOT = 0
                    AND RSL-LIST-ID(RSL-IDX) NOT = REJ-LIST-ID
                 MOVE 'N' TO RSUB-PICKED-SW
              END-IF
              IF RSL-RC-CODED(RSL-IDX)
                    AND RSL-RC(RSL-IDX) NOT = REJ-RC
                 MOVE 'N' TO RSUB-PICKED-SW
              END-IF
              IF REJ-STAMP-DATE < RSL-FROM-DATE(RSL-IDX)
                    OR REJ-STAMP-DATE > RSL-TO-DATE(RSL-IDX)
                 MOVE 'N' TO RSUB-PICKED-SW
              END-IF
              IF RSL-GROUP-ID(RSL-IDX) NOT = 0
                    AND RSL-GROUP-ID(RSL-IDX) NOT = REJ-GROUP-ID
                 MOVE 'N' TO RSUB-PICKED-SW
              END-IF
              IF RSL-MSG-LTH(RSL-IDX) > 0 AND RSUB-PICKED
                 MOVE 0 TO RSUB-TALLY
                 INSPECT REJ-MSG TALLYING RSUB-TALLY FOR ALL
                    RSL-MSG-TEXT(RSL-IDX)(1:RSL-MSG-LTH(RSL-IDX))
                 IF RSUB-TALLY = 0
                    MOVE 'N' TO RSUB-PICKED-SW
                 END-IF
              END-IF
           END-IF
           EXIT.

      * note the picked member's group, once - a group that does   *
      * not fit is left for the next run, none of it written        *
       RSUB-ADD-GROUP.
           PERFORM RSUB-FIND-GROUP
           IF NOT RSUB-FOUND
              IF RSUB-GROUP-COUNT < RSUB-GROUP-MAX
                 ADD 1 TO RSUB-GROUP-COUNT
                 SET RGK-IDX TO RSUB-GROUP-COUNT
                 MOVE REJ-GROUP-ID   TO RGK-GROUP-ID(RGK-IDX)
                 MOVE REJ-STAMP-DATE TO RGK-STAMP-DATE(RGK-IDX)
              ELSE
                 SET RSUB-GROUP-FULL TO TRUE
                 ADD 1 TO RSUB-DEFER-COUNT
              END-IF
           END-IF
           EXIT.

       RSUB-FIND-GROUP.
           MOVE 'N' TO RSUB-FOUND-SW
           PERFORM VARYING RGK-IDX FROM 1 BY 1
                 UNTIL RGK-IDX > RSUB-GROUP-COUNT
                    OR RSUB-FOUND
              IF RGK-GROUP-ID(RGK-IDX) = REJ-GROUP-ID
                    AND RGK-STAMP-DATE(RGK-IDX) = REJ-STAMP-DATE
                 MOVE 'Y' TO RSUB-FOUND-SW
              END-IF
           END-PERFORM
           IF RSUB-FOUND
              SET RGK-IDX DOWN BY 1
           END-IF
           EXIT.

      * header, the picked standalone rejects, each picked group's  *
      * members together, then the trailer built from what went    *
      * out                                                         *
       RSUB-BUILD-FEED.
           MOVE LOW-VALUES TO DLL-FEED-TRL
           MOVE 0 TO FT-TYPE-COUNT
           MOVE 0 TO FT-ORDER-HASH
           OPEN OUTPUT TRANS-FILE
           MOVE SPACES TO DLL-FEED-HDR
           SET FH-RESUBMISSION TO TRUE
           MOVE RSUB-FEED-DATE      TO FH-FEED-DATE
           MOVE RSUB-FEED-TIME(1:6) TO FH-FEED-TIME
           MOVE RSUB-FEED-ID        TO FH-FEED-ID
           MOVE 'H' TO TRANS-REQUEST
           MOVE 0 TO TRANS-LIST-ID
           MOVE 0 TO TRANS-POSITION
           MOVE DLL-FEED-HDR TO TRANS-DATA
           MOVE 0 TO TRANS-GROUP-ID
           MOVE 0 TO TRANS-EFF-DATE
           WRITE TRANS-REC
           MOVE 0 TO RSUB-NEW-GROUP-ID
           PERFORM RSUB-REJECT-PASS
           PERFORM VARYING RGK-IDX FROM 1 BY 1
                 UNTIL RGK-IDX > RSUB-GROUP-COUNT
              SET RSUB-NEW-GROUP-ID TO RGK-IDX
              PERFORM RSUB-REJECT-PASS
           END-PERFORM
           MOVE 'Y' TO TRANS-REQUEST
           MOVE 0 TO TRANS-LIST-ID
           MOVE 0 TO TRANS-POSITION
           MOVE DLL-FEED-TRL TO TRANS-DATA
           MOVE 0 TO TRANS-GROUP-ID
           MOVE 0 TO TRANS-EFF-DATE
           WRITE TRANS-REC
           CLOSE TRANS-FILE
           EXIT.

      * one pass over the reject file, updating in place - with     *
      * RSUB-NEW-GROUP-ID zero it takes the picked standalone       *
      * rejects, otherwise every member of that group               *
       RSUB-REJECT-PASS.
           MOVE 'N' TO RSUB-REJ-EOF-SW
           OPEN I-O DLL-REJECT-FILE
           READ DLL-REJECT-FILE
              AT END SET RSUB-REJ-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL RSUB-REJ-AT-EOF
              MOVE 'N' TO RSUB-PICKED-SW
              IF NOT REJ-RESUBMITTED
                 IF RSUB-NEW-GROUP-ID = 0
                    IF REJ-GROUP-ID = 0
                       PERFORM RSUB-MATCH-CARDS
                    END-IF
                 ELSE
                    IF REJ-GROUP-ID = RGK-GROUP-ID(RGK-IDX)
                          AND REJ-STAMP-DATE = RGK-STAMP-DATE(RGK-IDX)
                       MOVE 'Y' TO RSUB-PICKED-SW
                    END-IF
                 END-IF
              END-IF
              IF RSUB-PICKED
                 PERFORM RSUB-RESUBMIT-ONE
              END-IF
              READ DLL-REJECT-FILE
                 AT END SET RSUB-REJ-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-REJECT-FILE
           EXIT.

      * write the reject back out as a transaction taking effect    *
      * the day it is fed, roll it into the trailer totals, and     *
      * mark it resubmitted                                         *
       RSUB-RESUBMIT-ONE.
           MOVE REJ-REQUEST       TO TRANS-REQUEST
           MOVE REJ-LIST-ID       TO TRANS-LIST-ID
           MOVE REJ-POSITION      TO TRANS-POSITION
           MOVE REJ-DATA          TO TRANS-DATA
           MOVE RSUB-NEW-GROUP-ID TO TRANS-GROUP-ID
           MOVE 0 TO TRANS-EFF-DATE
           WRITE TRANS-REC
           ADD 1 TO RSUB-WRITTEN-COUNT
           IF RSUB-NEW-GROUP-ID = 0
              ADD 1 TO RSUB-SINGLE-COUNT
           ELSE
              ADD 1 TO RSUB-MEMBER-COUNT
           END-IF
           PERFORM RSUB-TALLY-TYPE
           SET ADDRESS OF DLL-TYPED-REC TO ADDRESS OF TRANS-DATA
           IF REC-IS-TAGGED AND REC-TYPE-ORDER
                 AND ORD-ORDER-AMOUNT NUMERIC
              ADD ORD-ORDER-AMOUNT TO FT-ORDER-HASH
           END-IF
           MOVE SPACES TO RSUB-RPT-REC
           MOVE REJ-STAMP-DATE    TO RSR-STAMP-DATE
           MOVE REJ-REQUEST       TO RSR-REQUEST
           MOVE REJ-LIST-ID       TO RSR-LIST-ID
           MOVE REJ-LIST-NAME     TO RSR-LIST-NAME
           MOVE REJ-GROUP-ID      TO RSR-OLD-GROUP
           MOVE RSUB-NEW-GROUP-ID TO RSR-NEW-GROUP
           MOVE REJ-RC            TO RSR-RC
           MOVE REJ-MSG           TO RSR-MSG
           WRITE RSUB-RPT-REC
           MOVE 'Y' TO REJ-RESUB-SW
           MOVE RSUB-FEED-DATE TO REJ-RESUB-DATE
           MOVE RSUB-FEED-ID   TO REJ-RESUB-FEED-ID
           REWRITE DLL-REJECT-REC
           EXIT.

      * count the transaction under its request type in the trailer *
      * - the same 20-type table DLLMAIN balances against           *
       RSUB-TALLY-TYPE.
           MOVE 'N' TO RSUB-FOUND-SW
           PERFORM VARYING RSUB-TALLY FROM 1 BY 1
                 UNTIL RSUB-TALLY > FT-TYPE-COUNT
                    OR RSUB-FOUND
              IF FT-REQUEST(RSUB-TALLY) = TRANS-REQUEST
                 MOVE 'Y' TO RSUB-FOUND-SW
                 ADD 1 TO FT-COUNT(RSUB-TALLY)
              END-IF
           END-PERFORM
           IF NOT RSUB-FOUND AND FT-TYPE-COUNT < 20
              ADD 1 TO FT-TYPE-COUNT
              MOVE TRANS-REQUEST TO FT-REQUEST(FT-TYPE-COUNT)
              MOVE 1 TO FT-COUNT(FT-TYPE-COUNT)
           END-IF
           EXIT.

       RSUB-TOTALS.
           MOVE SPACES TO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           MOVE RSUB-CARD-COUNT TO RSUB-EDIT-COUNT
           STRING 'SELECTION CARDS          ' RSUB-EDIT-COUNT
              DELIMITED BY SIZE INTO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           MOVE RSUB-READ-COUNT TO RSUB-EDIT-COUNT
           STRING 'REJECTS READ             ' RSUB-EDIT-COUNT
              DELIMITED BY SIZE INTO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           MOVE RSUB-DONE-COUNT TO RSUB-EDIT-COUNT
           STRING 'ALREADY RESUBMITTED      ' RSUB-EDIT-COUNT
              DELIMITED BY SIZE INTO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           MOVE RSUB-SINGLE-COUNT TO RSUB-EDIT-COUNT
           STRING 'STANDALONE RESUBMITTED   ' RSUB-EDIT-COUNT
              DELIMITED BY SIZE INTO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           MOVE RSUB-GROUP-COUNT TO RSUB-EDIT-COUNT
           STRING 'GROUPS RESUBMITTED       ' RSUB-EDIT-COUNT
              DELIMITED BY SIZE INTO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           MOVE RSUB-MEMBER-COUNT TO RSUB-EDIT-COUNT
           STRING 'GROUP MEMBERS RESUBMITTED' RSUB-EDIT-COUNT
              DELIMITED BY SIZE INTO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           MOVE RSUB-DEFER-COUNT TO RSUB-EDIT-COUNT
           STRING 'GROUP MEMBERS DEFERRED   ' RSUB-EDIT-COUNT
              DELIMITED BY SIZE INTO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           MOVE RSUB-WRITTEN-COUNT TO RSUB-EDIT-COUNT
           STRING 'FEED DATA RECORDS        ' RSUB-EDIT-COUNT
              DELIMITED BY SIZE INTO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           MOVE SPACES TO RSUB-RPT-LINE
           MOVE FT-ORDER-HASH TO RSUB-EDIT-AMOUNT
           STRING 'FEED ORDER HASH       ' RSUB-EDIT-AMOUNT
              DELIMITED BY SIZE INTO RSUB-RPT-LINE
           WRITE RSUB-RPT-LINE
           EXIT.
