      * one line per mismatched entry for COMPARE-LIST *
           SELECT DLL-COMPARE-FILE ASSIGN TO DLLCMP
               ORGANIZATION IS SEQUENTIAL.
      * entry aging report - age buckets per list plus one line per  *
      * entry past its list's SLA, for AGING-REPORT                  *
           SELECT DLL-AGING-FILE ASSIGN TO DLLAGE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DLL-WORK-FILE
           RECORDING MODE IS F.
       01 DLL-WORK-REC.
          05 WORK-REC-LTH      PIC S9(9) BINARY.
          05 WORK-REC-ENQ-DATE PIC 9(8).
          05 WORK-REC-ENQ-TIME PIC 9(8).
          05 WORK-REC-DATA     PIC X(32760).

       FD  DLL-PRINT-FILE
             10 DV-LIST-ID     PIC S9(4) BINARY.
             10 DV-ENTRY-SEQ   PIC S9(9) BINARY.
          05 DV-REC-LTH        PIC S9(9) BINARY.
          05 DV-ENQ-DATE       PIC 9(8).
          05 DV-ENQ-TIME       PIC 9(8).
          05 DV-REC-DATA       PIC X(32734).

       FD  DLL-REGISTRY-FILE
           RECORDING MODE IS F.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 CMP-DATA          PIC X(100).

      * AGING-REPORT lines - a heading, one age-bucket summary per   *
      * list holding entries, one line per entry past its list's    *
      * SLA, and a closing total                                    *
       FD  DLL-AGING-FILE
           RECORDING MODE IS F.
       01 DLL-AGING-REC        PIC X(132).
       01 DLL-AGING-LIST-REC.
          05 AGL-LIST-ID       PIC Z(3)9.
          05 FILLER            PIC X(2).
          05 AGL-NAME          PIC X(20).
          05 FILLER            PIC X(2).
          05 AGL-COUNT         PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 AGL-AGE-0-1       PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 AGL-AGE-2-5       PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 AGL-AGE-6-10      PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 AGL-AGE-11-UP     PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 AGL-UNDATED       PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 AGL-SLA-DAYS      PIC Z(3)9.
          05 FILLER            PIC X(2).
          05 AGL-PAST-SLA      PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 AGL-OLDEST        PIC Z(8)9.
          05 FILLER            PIC X(12).
       01 DLL-AGING-ENTRY-REC.
          05 FILLER            PIC X(6).
          05 AGE-POSITION      PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 AGE-ENQ-DATE      PIC 9(8).
          05 FILLER            PIC X(1).
          05 AGE-ENQ-TIME      PIC X(6).
          05 FILLER            PIC X(2).
          05 AGE-DAYS-OLD      PIC Z(4)9.
          05 FILLER            PIC X(2).
          05 AGE-FLAG          PIC X(8).
          05 FILLER            PIC X(2).
          05 AGE-DATA          PIC X(81).

       WORKING-STORAGE SECTION.
       01  HEAPID                  PIC S9(9) BINARY.
       01  DYNSTGS                 PIC S9(9) BINARY.
      * registry name for the slot, loaded by REG-LOAD - spaces     *
      * until (and unless) the registry names it                    *
             10 DLL-LIST-NAME    PIC X(20) VALUE SPACES.
      * registry SLA for the slot in days, loaded by REG-LOAD - 0    *
      * means no SLA, so AGING-REPORT flags nothing on the list      *
             10 DLL-LIST-SLA-DAYS PIC S9(4) BINARY VALUE 0.
      * cached positional cursor - the node and ordinal the last    *
      * positional request touched, so DLL-SEEK-POS can start from  *
      * it instead of walking the whole chain from node 1. NULL     *
          05 CMP-MATCHED-PTR OCCURS 2000 TIMES USAGE POINTER.
       01 CMP-MATCHED-IDX PIC S9(9) BINARY.

      * AGING-REPORT state - an entry's age is whole calendar days   *
      * from its enqueue date to today, so anything queued today is  *
      * 0 and yesterday's work is 1. Entries with no usable stamp    *
      * are counted undated rather than guessed at                   *
       01 AGING-CTL.
          05 AGE-TODAY-NUM     PIC S9(9) BINARY.
          05 AGE-DAYS          PIC S9(9) BINARY.
          05 AGE-OLDEST-DAYS   PIC S9(9) BINARY.
          05 AGE-COUNT-0-1     PIC S9(9) BINARY.
          05 AGE-COUNT-2-5     PIC S9(9) BINARY.
          05 AGE-COUNT-6-10    PIC S9(9) BINARY.
          05 AGE-COUNT-11-UP   PIC S9(9) BINARY.
          05 AGE-COUNT-UNDATED PIC S9(9) BINARY.
          05 AGE-LIST-PAST-SLA PIC S9(9) BINARY.
          05 AGE-TOTAL-ENTRIES PIC S9(9) BINARY.
          05 AGE-TOTAL-EDIT    PIC Z(8)9.
          05 AGE-BREACH-EDIT   PIC Z(8)9.
          05 AGE-DATED-SW      PIC X(1) VALUE 'N'.
             88 AGE-DATED      VALUE 'Y'.
          05 AGE-TODAY-DATE    PIC 9(8).

       COPY DLLDATE.

       LINKAGE SECTION.

       COPY  DLLPARM.

      * ENQ-DATE/ENQ-TIME record when the entry was first queued -  *
      * carried through every save/load/merge/copy so the aging     *
      * report can tell overnight work from work weeks old          *
       01 NEW-NODE.
          10 PREV-PTR USAGE POINTER.
          10 NEXT-PTR USAGE POINTER.
          10 DATA-PTR USAGE POINTER.
          10 DATA-LTH       PIC S9(9) BINARY.
          10 ENQ-DATE       PIC 9(8).
          10 ENQ-TIME       PIC 9(8).

       01 CURR-NODE.
          10 PREV-PTR USAGE POINTER.
          10 NEXT-PTR USAGE POINTER.
          10 DATA-PTR USAGE POINTER.
          10 DATA-LTH       PIC S9(9) BINARY.
          10 ENQ-DATE       PIC 9(8).
          10 ENQ-TIME       PIC 9(8).

       01 PREV-NODE.
          10 PREV-PTR USAGE POINTER.
          10 NEXT-PTR USAGE POINTER.
          10 DATA-PTR USAGE POINTER.
          10 DATA-LTH       PIC S9(9) BINARY.
          10 ENQ-DATE       PIC 9(8).
          10 ENQ-TIME       PIC 9(8).

       01 NEXT-NODE.
          10 PREV-PTR USAGE POINTER.
          10 NEXT-PTR USAGE POINTER.
          10 DATA-PTR USAGE POINTER.
          10 DATA-LTH       PIC S9(9) BINARY.
          10 ENQ-DATE       PIC 9(8).
          10 ENQ-TIME       PIC 9(8).

       01 DLL-FROM-BYTES    PIC X(32760).
       01 DLL-TO-BYTES      PIC X(32760).
                     PERFORM DLL-LOAD-LIST
                 WHEN FIND
                     PERFORM DLL-FIND
                 WHEN FIND-BY-KEY
                     PERFORM DLL-FIND-BY-KEY
                 WHEN GET-FRONT
                     PERFORM DLL-GET-FRONT
                 WHEN GET-NEXT
                     PERFORM DLL-MOVE-POS
                 WHEN PRINT-LIST
                     PERFORM DLL-PRINT-LIST
                 WHEN DIR-SAVE AND RUN-VALIDATE-ONLY
                     SET SUCCESSFUL TO TRUE
                     MOVE 'DIR-SAVE SKIPPED - VALIDATE ONLY'
                        TO DLLSUBX-MSG
                 WHEN DIR-SAVE
                     PERFORM DLL-DIR-SAVE
                 WHEN DIR-LOAD
                     PERFORM DLL-COMPARE-LISTS
                 WHEN SORTED-REPORT
                     PERFORM DLL-SORTED-REPORT
                 WHEN AGING-REPORT
                     PERFORM DLL-AGING-REPORT
                 WHEN OTHER
                     SET FAILED TO TRUE
                     MOVE 'PARM-REQUEST IS INVALID' TO DLLSUBX-MSG
              END-EVALUATE
              PERFORM DLL-LIST-CTX-SAVE
           END-IF.
           IF NOT RUN-VALIDATE-ONLY
              PERFORM DLL-AUDIT-WRITE
           END-IF.
      * a caller-supplied enqueue stamp applies to this CALL only *
           MOVE ZEROS TO PARM-ENQ-STAMP.
           GOBACK.


           PERFORM UNTIL SAVE-CURR-PTR = NULL
              SET ADDRESS OF CURR-NODE TO SAVE-CURR-PTR
              MOVE DATA-LTH OF CURR-NODE TO WORK-REC-LTH
              MOVE ENQ-DATE OF CURR-NODE TO WORK-REC-ENQ-DATE
              MOVE ENQ-TIME OF CURR-NODE TO WORK-REC-ENQ-TIME
              SET ADDRESS OF DLL-TO-BYTES TO DATA-PTR OF CURR-NODE
              MOVE LOW-VALUES TO WORK-REC-DATA
              MOVE DLL-TO-BYTES(1:WORK-REC-LTH) TO
              ELSE
                 MOVE DATA-LTH OF CURR-NODE TO DW-REC-LTH
              END-IF
              MOVE ENQ-DATE OF CURR-NODE TO DW-ENQ-DATE
              MOVE ENQ-TIME OF CURR-NODE TO DW-ENQ-TIME
              SET ADDRESS OF DLL-TO-BYTES TO DATA-PTR OF CURR-NODE
              MOVE LOW-VALUES TO DW-REC-DATA
              MOVE DLL-TO-BYTES(1:DW-REC-LTH) TO
           MOVE DW-LIST-ID   TO DV-LIST-ID
           MOVE DW-ENTRY-SEQ TO DV-ENTRY-SEQ
           MOVE DW-REC-LTH   TO DV-REC-LTH
           MOVE DW-ENQ-DATE  TO DV-ENQ-DATE
           MOVE DW-ENQ-TIME  TO DV-ENQ-TIME
           MOVE DW-REC-DATA  TO DV-REC-DATA
           WRITE DLL-DIRV-REC
           IF DLL-DIRV-STATUS NOT = '00'
                 PERFORM DLL-DIR-CTX-LOAD
                 SET PARM-DATA-PTR TO ADDRESS OF DW-REC-DATA
                 MOVE DW-REC-LTH TO PARM-DATA-LTH
                 MOVE DW-ENQ-DATE TO PARM-ENQ-DATE
                 MOVE DW-ENQ-TIME TO PARM-ENQ-TIME
                 PERFORM DLL-INSERT-TAIL
      * a record the insert would not take (a capacity ceiling left  *
      * set on that slot returns RC 16/20) is counted so the drop is *
                 SET ADDRESS OF CURR-NODE TO WORK-A-PTR
                 SET PARM-DATA-PTR TO DATA-PTR OF CURR-NODE
                 MOVE DATA-LTH OF CURR-NODE TO PARM-DATA-LTH
                 MOVE ENQ-DATE OF CURR-NODE TO PARM-ENQ-DATE
                 MOVE ENQ-TIME OF CURR-NODE TO PARM-ENQ-TIME
      * DLL-INSERT-TAIL re-addresses CURR-NODE to the destination's  *
      * old tail, so everything still needed from the source node    *
      * must be captured before the PERFORM                          *
                 SET ADDRESS OF CURR-NODE TO WORK-A-PTR
                 SET PARM-DATA-PTR TO DATA-PTR OF CURR-NODE
                 MOVE DATA-LTH OF CURR-NODE TO PARM-DATA-LTH
                 MOVE ENQ-DATE OF CURR-NODE TO PARM-ENQ-DATE
                 MOVE ENQ-TIME OF CURR-NODE TO PARM-ENQ-TIME
      * DLL-INSERT-TAIL re-addresses CURR-NODE to the destination's  *
      * old tail, so the walk's next source node must be captured    *
      * before the PERFORM                                           *
           END-PERFORM
           EXIT.

      * locate the first tagged node of record type PARM-KEY-REC-   *
      * TYPE whose PARM-KEY-FIELD key holds PARM-KEY-VALUE and hand  *
      * back its ordinal PARM-POSITION - FIND for a caller that knows *
      * a business key rather than the entry's exact bytes           *
       DLL-FIND-BY-KEY.
           SET FAILED TO TRUE
           MOVE 'NOT FOUND' TO DLLSUBX-MSG
           SET WORK-A-PTR TO DLL-HEAD-PTR
           MOVE 1 TO WORK-POSITION
           PERFORM UNTIL WORK-A-PTR = NULL
              SET ADDRESS OF CURR-NODE TO WORK-A-PTR
              IF DATA-LTH OF CURR-NODE >= LENGTH OF DLL-TYPED-REC
                 SET ADDRESS OF DLL-TYPED-REC TO DATA-PTR OF CURR-NODE
                 IF REC-IS-TAGGED AND REC-TYPE = PARM-KEY-REC-TYPE
                    PERFORM DLL-FIND-KEY-CHECK-NODE
                 END-IF
              END-IF
              IF SUCCESSFUL
                 SET WORK-A-PTR TO NULL
              ELSE
                 SET WORK-A-PTR TO NEXT-PTR OF CURR-NODE
                 ADD 1 TO WORK-POSITION
              END-IF
           END-PERFORM
           EXIT.

       DLL-FIND-KEY-CHECK-NODE.
           EVALUATE TRUE
              WHEN KEY-ORDER-NUMBER AND REC-TYPE-ORDER
                 IF ORD-ORDER-NUMBER NUMERIC
                       AND ORD-ORDER-NUMBER = PARM-KEY-VALUE
                    SET SUCCESSFUL TO TRUE
                 END-IF
              WHEN KEY-ORDER-NUMBER AND REC-TYPE-SHIPMENT
                 IF SHP-ORDER-NUMBER NUMERIC
                       AND SHP-ORDER-NUMBER = PARM-KEY-VALUE
                    SET SUCCESSFUL TO TRUE
                 END-IF
              WHEN KEY-CUSTOMER-ID AND REC-TYPE-ORDER
                 IF ORD-CUSTOMER-ID NUMERIC
                       AND ORD-CUSTOMER-ID = PARM-KEY-VALUE
                    SET SUCCESSFUL TO TRUE
                 END-IF
              WHEN KEY-CUSTOMER-ID AND REC-TYPE-PAYMENT
                 IF PAY-CUSTOMER-ID NUMERIC
                       AND PAY-CUSTOMER-ID = PARM-KEY-VALUE
                    SET SUCCESSFUL TO TRUE
                 END-IF
              WHEN KEY-CUSTOMER-ID AND REC-TYPE-ACCOUNT
                 IF ACT-ACCOUNT-NUMBER NUMERIC
                       AND ACT-ACCOUNT-NUMBER = PARM-KEY-VALUE
                    SET SUCCESSFUL TO TRUE
                 END-IF
           END-EVALUATE
           IF SUCCESSFUL
              MOVE SPACES TO DLLSUBX-MSG
              MOVE WORK-POSITION TO PARM-POSITION
           END-IF
           EXIT.

      * walk the whole list and remove every node whose data begins  *
      * with the PARM-FIND-PTR/LTH pattern, reporting the count      *
      * purged in PARM-PURGE-COUNT - a single call in place of a     *
              MOVE DLL-FROM-BYTES(1:DATA-LTH OF CURR-NODE) TO
                 DLL-TO-BYTES(1:DATA-LTH OF CURR-NODE)
              MOVE DATA-LTH OF CURR-NODE TO PARM-DATA-LTH
              MOVE ENQ-DATE OF CURR-NODE TO PARM-GOT-DATE
              MOVE ENQ-TIME OF CURR-NODE TO PARM-GOT-TIME
           END-IF
           EXIT.

                        ORD-CUSTOMER-ID   ' DATE ' ORD-ORDER-DATE
                        ' AMT ' WORK-EDIT-AMOUNT
                        DELIMITED BY SIZE INTO WORK-TYPED-TEXT
                 IF ORD-HOLD-REASON NOT = SPACES
                    MOVE ' HELD ' TO WORK-TYPED-TEXT(61:6)
                    MOVE ORD-HOLD-REASON TO WORK-TYPED-TEXT(67:20)
                 END-IF
              WHEN REC-TYPE-ACCOUNT
                 MOVE ACT-BALANCE TO WORK-EDIT-BALANCE
                 PERFORM DLL-MASK-ACCOUNT-FIELDS
           CLOSE DLL-LISTDIR-FILE
           EXIT.

      * age every entry on every list holding entries against today's *
      * date, count the ages into 0-1/2-5/6-10/11+ day buckets per   *
      * list and list each entry older than its list's registry SLA  *
      * on DLLAGE. Subscripts DLL-LIST-DIR with WORK-DIR-IDX, the    *
      * same as DLL-LIST-DIR-REPORT, so the dispatcher's DLL-LIST-   *
      * IDX is left untouched. The number of entries past SLA comes  *
      * back in PARM-SLA-BREACH-COUNT for the caller's run log       *
       DLL-AGING-REPORT.
           SET SUCCESSFUL TO TRUE
           MOVE SPACES TO DLLSUBX-MSG
           MOVE 0 TO PARM-SLA-BREACH-COUNT
           MOVE 0 TO AGE-TOTAL-ENTRIES
           ACCEPT AGE-TODAY-DATE FROM DATE YYYYMMDD
           MOVE AGE-TODAY-DATE TO DAYS-CCYYMMDD
           PERFORM DLL-DATE-TO-DAYNUM
           MOVE DAYS-NUMBER TO AGE-TODAY-NUM
           OPEN OUTPUT DLL-AGING-FILE
           MOVE SPACES TO DLL-AGING-REC
           STRING 'ENTRY AGING REPORT AS OF ' AGE-TODAY-DATE
                  ' - AGES IN DAYS SINCE QUEUED'
                  DELIMITED BY SIZE INTO DLL-AGING-REC
           WRITE DLL-AGING-REC
           MOVE SPACES TO DLL-AGING-REC
           MOVE 'LIST'     TO DLL-AGING-REC(1:4)
           MOVE 'NAME'     TO DLL-AGING-REC(7:4)
           MOVE 'COUNT'    TO DLL-AGING-REC(33:5)
           MOVE 'AGE 0-1'  TO DLL-AGING-REC(42:7)
           MOVE 'AGE 2-5'  TO DLL-AGING-REC(53:7)
           MOVE 'AGE 6-10' TO DLL-AGING-REC(63:8)
           MOVE 'AGE 11+'  TO DLL-AGING-REC(75:7)
           MOVE 'UNDATED'  TO DLL-AGING-REC(86:7)
           MOVE 'SLA'      TO DLL-AGING-REC(96:3)
           MOVE 'PAST SLA' TO DLL-AGING-REC(102:8)
           MOVE 'OLDEST'   TO DLL-AGING-REC(115:6)
           WRITE DLL-AGING-REC
           MOVE 1 TO WORK-DIR-IDX
           PERFORM UNTIL WORK-DIR-IDX > DLL-LIST-MAX-ID
              IF DLL-LIST-COUNT(WORK-DIR-IDX) > 0
                 PERFORM DLL-AGING-ONE-LIST
              END-IF
              ADD 1 TO WORK-DIR-IDX
           END-PERFORM
           MOVE AGE-TOTAL-ENTRIES TO AGE-TOTAL-EDIT
           MOVE PARM-SLA-BREACH-COUNT TO AGE-BREACH-EDIT
           MOVE SPACES TO DLL-AGING-REC
           STRING 'TOTAL ENTRIES ' AGE-TOTAL-EDIT
                  '   ENTRIES PAST SLA ' AGE-BREACH-EDIT
                  DELIMITED BY SIZE INTO DLL-AGING-REC
           WRITE DLL-AGING-REC
           CLOSE DLL-AGING-FILE
           EXIT.

      * one list's summary line, then a second walk for the entries  *
      * past SLA so the detail lines print under their own summary   *
       DLL-AGING-ONE-LIST.
           MOVE 0 TO AGE-COUNT-0-1
           MOVE 0 TO AGE-COUNT-2-5
           MOVE 0 TO AGE-COUNT-6-10
           MOVE 0 TO AGE-COUNT-11-UP
           MOVE 0 TO AGE-COUNT-UNDATED
           MOVE 0 TO AGE-LIST-PAST-SLA
           MOVE 0 TO AGE-OLDEST-DAYS
           SET WORK-A-PTR TO DLL-LIST-HEAD(WORK-DIR-IDX)
           PERFORM UNTIL WORK-A-PTR = NULL
              SET ADDRESS OF CURR-NODE TO WORK-A-PTR
              PERFORM DLL-AGING-ENTRY-AGE
              EVALUATE TRUE
                 WHEN NOT AGE-DATED
                    ADD 1 TO AGE-COUNT-UNDATED
                 WHEN AGE-DAYS <= 1
                    ADD 1 TO AGE-COUNT-0-1
                 WHEN AGE-DAYS <= 5
                    ADD 1 TO AGE-COUNT-2-5
                 WHEN AGE-DAYS <= 10
                    ADD 1 TO AGE-COUNT-6-10
                 WHEN OTHER
                    ADD 1 TO AGE-COUNT-11-UP
              END-EVALUATE
              IF AGE-DATED
                 IF AGE-DAYS > AGE-OLDEST-DAYS
                    MOVE AGE-DAYS TO AGE-OLDEST-DAYS
                 END-IF
                 IF DLL-LIST-SLA-DAYS(WORK-DIR-IDX) > 0
                       AND AGE-DAYS > DLL-LIST-SLA-DAYS(WORK-DIR-IDX)
                    ADD 1 TO AGE-LIST-PAST-SLA
                 END-IF
              END-IF
              ADD 1 TO AGE-TOTAL-ENTRIES
              SET WORK-A-PTR TO NEXT-PTR OF CURR-NODE
           END-PERFORM
           MOVE SPACES TO DLL-AGING-REC
           MOVE WORK-DIR-IDX TO AGL-LIST-ID
           MOVE DLL-LIST-NAME(WORK-DIR-IDX) TO AGL-NAME
           MOVE DLL-LIST-COUNT(WORK-DIR-IDX) TO AGL-COUNT
           MOVE AGE-COUNT-0-1 TO AGL-AGE-0-1
           MOVE AGE-COUNT-2-5 TO AGL-AGE-2-5
           MOVE AGE-COUNT-6-10 TO AGL-AGE-6-10
           MOVE AGE-COUNT-11-UP TO AGL-AGE-11-UP
           MOVE AGE-COUNT-UNDATED TO AGL-UNDATED
           MOVE DLL-LIST-SLA-DAYS(WORK-DIR-IDX) TO AGL-SLA-DAYS
           MOVE AGE-LIST-PAST-SLA TO AGL-PAST-SLA
           MOVE AGE-OLDEST-DAYS TO AGL-OLDEST
           WRITE DLL-AGING-LIST-REC
           ADD AGE-LIST-PAST-SLA TO PARM-SLA-BREACH-COUNT
           IF AGE-LIST-PAST-SLA > 0
              MOVE 0 TO WORK-POSITION
              SET WORK-A-PTR TO DLL-LIST-HEAD(WORK-DIR-IDX)
              PERFORM UNTIL WORK-A-PTR = NULL
                 SET ADDRESS OF CURR-NODE TO WORK-A-PTR
                 ADD 1 TO WORK-POSITION
                 PERFORM DLL-AGING-ENTRY-AGE
                 IF AGE-DATED
                       AND AGE-DAYS > DLL-LIST-SLA-DAYS(WORK-DIR-IDX)
                    PERFORM DLL-AGING-WRITE-PAST-SLA
                 END-IF
                 SET WORK-A-PTR TO NEXT-PTR OF CURR-NODE
              END-PERFORM
           END-IF
           EXIT.

      * AGE-DAYS for the node at CURR-NODE - a stamp that is not a   *
      * plausible date leaves the entry undated. A stamp later than  *
      * today (a clock set back) ages as 0 rather than negative      *
       DLL-AGING-ENTRY-AGE.
           MOVE 'N' TO AGE-DATED-SW
           MOVE 0 TO AGE-DAYS
           IF ENQ-DATE OF CURR-NODE NUMERIC
                 AND ENQ-DATE OF CURR-NODE > 0
              MOVE ENQ-DATE OF CURR-NODE TO DAYS-CCYYMMDD
              IF DAYS-MONTH >= 1 AND DAYS-MONTH <= 12
                    AND DAYS-DAY >= 1 AND DAYS-DAY <= 31
                 MOVE 'Y' TO AGE-DATED-SW
                 PERFORM DLL-DATE-TO-DAYNUM
                 COMPUTE AGE-DAYS = AGE-TODAY-NUM - DAYS-NUMBER
                 IF AGE-DAYS < 0
                    MOVE 0 TO AGE-DAYS
                 END-IF
              END-IF
           END-IF
           EXIT.

      * one past-SLA entry, rendered (and masked) the same way       *
      * DLL-PRINT-LIST renders DLLPRT                                *
       DLL-AGING-WRITE-PAST-SLA.
           MOVE SPACES TO DLL-AGING-REC
           MOVE WORK-POSITION TO AGE-POSITION
           MOVE ENQ-DATE OF CURR-NODE TO AGE-ENQ-DATE
           MOVE ENQ-TIME OF CURR-NODE(1:6) TO AGE-ENQ-TIME
           MOVE AGE-DAYS TO AGE-DAYS-OLD
           MOVE 'PAST SLA' TO AGE-FLAG
           IF DATA-LTH OF CURR-NODE > LENGTH OF AGE-DATA
              MOVE LENGTH OF AGE-DATA TO WORK-CMP-LEN
           ELSE
              MOVE DATA-LTH OF CURR-NODE TO WORK-CMP-LEN
           END-IF
           SET ADDRESS OF DLL-TO-BYTES TO DATA-PTR OF CURR-NODE
           MOVE DLL-TO-BYTES(1:WORK-CMP-LEN) TO
              AGE-DATA(1:WORK-CMP-LEN)
           IF DATA-LTH OF CURR-NODE >= LENGTH OF DLL-TYPED-REC
              SET ADDRESS OF DLL-TYPED-REC TO DATA-PTR OF CURR-NODE
              IF REC-IS-TAGGED
                 PERFORM DLL-PRINT-FORMAT-TYPED
                 MOVE WORK-TYPED-TEXT TO AGE-DATA
              END-IF
           END-IF
           WRITE DLL-AGING-ENTRY-REC
           EXIT.

      * rebuild the chain from a work file written by DLL-SAVE-LIST *
       DLL-LOAD-LIST.
           SET SUCCESSFUL TO TRUE
           PERFORM UNTIL WORK-AT-EOF
              SET PARM-DATA-PTR TO ADDRESS OF WORK-REC-DATA
              MOVE WORK-REC-LTH TO PARM-DATA-LTH
              MOVE WORK-REC-ENQ-DATE TO PARM-ENQ-DATE
              MOVE WORK-REC-ENQ-TIME TO PARM-ENQ-TIME
              PERFORM DLL-INSERT-TAIL
              READ DLL-WORK-FILE
                 AT END SET WORK-AT-EOF TO TRUE
                    AND REG-LIST-ID <= DLL-LIST-MAX-ID
                 MOVE REG-LIST-ID TO WORK-DIR-IDX
                 MOVE REG-LIST-NAME TO DLL-LIST-NAME(WORK-DIR-IDX)
                 IF REG-SLA-DAYS NUMERIC
                    MOVE REG-SLA-DAYS TO
                       DLL-LIST-SLA-DAYS(WORK-DIR-IDX)
                 ELSE
                    MOVE 0 TO DLL-LIST-SLA-DAYS(WORK-DIR-IDX)
                 END-IF
              END-IF
              READ DLL-REGISTRY-FILE
                 AT END SET WORK-AT-EOF TO TRUE
               SET NEXT-PTR OF NEW-NODE TO NULL
               SET PREV-PTR OF NEW-NODE TO NULL
               SET DATA-PTR OF NEW-NODE TO NULL
               IF PARM-ENQ-DATE NUMERIC AND PARM-ENQ-DATE > 0
                  MOVE PARM-ENQ-DATE TO ENQ-DATE OF NEW-NODE
                  MOVE PARM-ENQ-TIME TO ENQ-TIME OF NEW-NODE
               ELSE
                  ACCEPT ENQ-DATE OF NEW-NODE FROM DATE YYYYMMDD
                  ACCEPT ENQ-TIME OF NEW-NODE FROM TIME
               END-IF
               ADD DYNSTGS TO DLL-TOTAL-BYTES
               PERFORM DLL-ALLOC-NODE-DATA
           ELSE
           CALL "CEEFRST" USING FREE-DATA-PTR, FC.
           EXIT.

       COPY DLLDATEP.
