CBL LIB,QUOTE,TEST(SYM)
      ***************************************************
      **                                               **
      ** DLLEXPT - DLL DELIMITED LIST EXPORT           **
      **                                               **
      ** Reads a DLLDIRW whole-directory snapshot and  **
      ** writes the entries the DLLECTL cards select   **
      ** as comma-delimited files for the business     **
      ** analysts - one file per DLLREC record type    **
      ** (orders, accounts, payments, shipments), each **
      ** with a heading row, and every row carrying    **
      ** the list-id, the registry list name and the   **
      ** entry's position on its list. Amounts come    **
      ** out with a sign and decimal point, dates as   **
      ** CCYY-MM-DD, text in double quotes. Account    **
      ** numbers and names are masked exactly as the   **
      ** printed reports mask them. Entries without    **
      ** the DLLREC tag (or too short to hold a typed  **
      ** record, or of a type DLLREC does not know)    **
      ** go to the raw file as hexadecimal. The        **
      ** control report gives the rows written per     **
      ** list and file.                                **
      **                                               **
      ** Condition codes:                              **
      **   0  rows exported                            **
      **   4  nothing selected - heading rows only     **
      **  16  invalid DLLECTL card - nothing exported  **
      **                                               **
      ***************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLLEXPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * selection cards, one list (or ALL) and its types per card   *
           SELECT EXPT-CTL-FILE ASSIGN TO DLLECTL
               ORGANIZATION IS SEQUENTIAL.
      * the directory snapshot DLLSUBX DIR-SAVE wrote - read once   *
           SELECT DLL-DIRALL-FILE ASSIGN TO DLLDIRW
               ORGANIZATION IS SEQUENTIAL.
      * the list registry, for the list names on every row          *
           SELECT DLL-REGISTRY-FILE ASSIGN TO DLLREGI
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXPT-ORDER-FILE ASSIGN TO DLLXORD
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXPT-ACCOUNT-FILE ASSIGN TO DLLXACT
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXPT-PAYMENT-FILE ASSIGN TO DLLXPAY
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXPT-SHIPMENT-FILE ASSIGN TO DLLXSHP
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXPT-RAW-FILE ASSIGN TO DLLXRAW
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXPT-RPT-FILE ASSIGN TO DLLXRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * columns 1-4 the list-id, right-justified or zero-filled, or *
      * ALL for every list; columns 6-10 the record types wanted -  *
      * any of O order, A account, P payment, S shipment, R raw -   *
      * blank for all five. An entry is exported when any one card  *
      * selects it. '*' in column 1 is a comment                    *
       FD  EXPT-CTL-FILE
           RECORDING MODE IS F.
       01 EXPT-CTL-REC.
          05 ECT-LIST-ID       PIC X(4).
          05 FILLER            PIC X(1).
          05 ECT-TYPES         PIC X(5).
          05 FILLER            PIC X(70).
       01 EXPT-CTL-CARD        PIC X(80).

       FD  DLL-DIRALL-FILE
           RECORDING MODE IS F.
       COPY DLLDIRW.

       FD  DLL-REGISTRY-FILE
           RECORDING MODE IS F.
       COPY DLLREGC.

      * the delimited files are variable-length, so no row carries  *
      * trailing blanks into the spreadsheet                        *
       FD  EXPT-ORDER-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
              DEPENDING ON EXPT-OUT-LTH.
       01 EXPT-ORDER-REC       PIC X(300).

       FD  EXPT-ACCOUNT-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
              DEPENDING ON EXPT-OUT-LTH.
       01 EXPT-ACCOUNT-REC     PIC X(300).

       FD  EXPT-PAYMENT-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
              DEPENDING ON EXPT-OUT-LTH.
       01 EXPT-PAYMENT-REC     PIC X(300).

       FD  EXPT-SHIPMENT-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
              DEPENDING ON EXPT-OUT-LTH.
       01 EXPT-SHIPMENT-REC    PIC X(300).

       FD  EXPT-RAW-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
              DEPENDING ON EXPT-OUT-LTH.
       01 EXPT-RAW-REC         PIC X(300).

      * one line per list exported, the free-form line for          *
      * headings, card errors and the closing totals                *
       FD  EXPT-RPT-FILE
           RECORDING MODE IS F.
       01 EXPT-RPT-REC.
          05 ERR-LIST-ID       PIC Z(3)9.
          05 FILLER            PIC X(2).
          05 ERR-LIST-NAME     PIC X(20).
          05 FILLER            PIC X(2).
          05 ERR-ORDERS        PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 ERR-ACCOUNTS      PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 ERR-PAYMENTS      PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 ERR-SHIPMENTS     PIC Z(8)9.
          05 FILLER            PIC X(2).
          05 ERR-RAW           PIC Z(8)9.
          05 FILLER            PIC X(51).
       01 EXPT-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

       01 EXPT-CTL.
          05 EXPT-CTL-EOF-SW   PIC X(1) VALUE 'N'.
             88 EXPT-CTL-AT-EOF VALUE 'Y'.
          05 EXPT-DIR-EOF-SW   PIC X(1) VALUE 'N'.
             88 EXPT-DIR-AT-EOF VALUE 'Y'.
          05 EXPT-REG-EOF-SW   PIC X(1) VALUE 'N'.
             88 EXPT-REG-AT-EOF VALUE 'Y'.
          05 EXPT-CARD-ERROR-SW PIC X(1) VALUE 'N'.
             88 EXPT-CARD-ERROR VALUE 'Y'.
          05 EXPT-PICKED-SW    PIC X(1) VALUE 'N'.
             88 EXPT-PICKED    VALUE 'Y'.
          05 EXPT-FIRST-FIELD-SW PIC X(1) VALUE 'Y'.
             88 EXPT-FIRST-FIELD VALUE 'Y'.
          05 EXPT-TALLY        PIC S9(4) BINARY.
          05 EXPT-REASON       PIC X(40).
      * the file the current entry belongs in - its DLLREC type,   *
      * or R when it is not a typed record this program knows      *
          05 EXPT-ENTRY-TYPE   PIC X(1).
             88 EXPT-ENTRY-ORDER    VALUE 'O'.
             88 EXPT-ENTRY-ACCOUNT  VALUE 'A'.
             88 EXPT-ENTRY-PAYMENT  VALUE 'P'.
             88 EXPT-ENTRY-SHIPMENT VALUE 'S'.
             88 EXPT-ENTRY-RAW      VALUE 'R'.
          05 EXPT-LIST-IDX     PIC S9(4) BINARY.
          05 EXPT-SUB          PIC S9(4) BINARY.

      * the selection cards as read - blank types match every type *
       01 EXPT-SEL-TABLE.
          05 EXPT-SEL-COUNT    PIC S9(4) BINARY VALUE 0.
          05 EXPT-SEL-MAX      PIC S9(4) BINARY VALUE 50.
          05 ESL-ENTRY OCCURS 50 TIMES INDEXED BY ESL-IDX.
             10 ESL-ALL-SW     PIC X(1).
                88 ESL-ALL-LISTS VALUE 'Y'.
             10 ESL-LIST-ID    PIC S9(4) BINARY.
             10 ESL-TYPES      PIC X(5).

       01 EXPT-REGISTRY.
          05 ERG-LIST-NAME     PIC X(20) VALUE SPACES
                               OCCURS 50 TIMES.

      * rows written per list and file, for the control report     *
       01 EXPT-LIST-TABLE.
          05 ELT-ENTRY OCCURS 50 TIMES.
             10 ELT-ORDERS     PIC S9(9) BINARY VALUE 0.
             10 ELT-ACCOUNTS   PIC S9(9) BINARY VALUE 0.
             10 ELT-PAYMENTS   PIC S9(9) BINARY VALUE 0.
             10 ELT-SHIPMENTS  PIC S9(9) BINARY VALUE 0.
             10 ELT-RAW        PIC S9(9) BINARY VALUE 0.

       01 EXPT-COUNTS.
          05 EXPT-READ-COUNT   PIC S9(9) BINARY VALUE 0.
          05 EXPT-SKIP-COUNT   PIC S9(9) BINARY VALUE 0.
          05 EXPT-CARD-COUNT   PIC S9(9) BINARY VALUE 0.
          05 EXPT-ORDER-COUNT  PIC S9(9) BINARY VALUE 0.
          05 EXPT-ACCOUNT-COUNT PIC S9(9) BINARY VALUE 0.
          05 EXPT-PAYMENT-COUNT PIC S9(9) BINARY VALUE 0.
          05 EXPT-SHIPMENT-COUNT PIC S9(9) BINARY VALUE 0.
          05 EXPT-RAW-COUNT    PIC S9(9) BINARY VALUE 0.
          05 EXPT-WRITTEN-COUNT PIC S9(9) BINARY VALUE 0.

      * the row being built - EXPT-OUT-PTR is the next free byte   *
      * and EXPT-OUT-LTH the length the row is written with        *
       01 EXPT-OUT-LINE        PIC X(300).
       01 EXPT-OUT-PTR         PIC S9(4) BINARY.
       01 EXPT-OUT-LTH         PIC S9(4) BINARY.

      * one field on its way into the row - its text and length    *
       01 EXPT-FIELD           PIC X(40).
       01 EXPT-FIELD-LTH       PIC S9(4) BINARY.

       01 EXPT-EDIT-NUMBER     PIC -(9)9.
       01 EXPT-EDIT-AMOUNT     PIC -(10)9.99.
       01 EXPT-EDIT-COUNT      PIC Z(8)9.
       01 EXPT-EDIT-DATE.
          05 EXPT-EDIT-YEAR    PIC 9(4).
          05 FILLER            PIC X(1) VALUE '-'.
          05 EXPT-EDIT-MONTH   PIC 9(2).
          05 FILLER            PIC X(1) VALUE '-'.
          05 EXPT-EDIT-DAY     PIC 9(2).
       01 EXPT-EDIT-TIME.
          05 EXPT-EDIT-HOUR    PIC 9(2).
          05 FILLER            PIC X(1) VALUE ':'.
          05 EXPT-EDIT-MINUTE  PIC 9(2).
          05 FILLER            PIC X(1) VALUE ':'.
          05 EXPT-EDIT-SECOND  PIC 9(2).

      * a date or time as it stands on the record, taken apart     *
       01 EXPT-DATE-IN         PIC 9(8).
       01 EXPT-DATE-PARTS REDEFINES EXPT-DATE-IN.
          05 EXPT-IN-YEAR      PIC 9(4).
          05 EXPT-IN-MONTH     PIC 9(2).
          05 EXPT-IN-DAY       PIC 9(2).
       01 EXPT-TIME-PARTS REDEFINES EXPT-DATE-IN.
          05 EXPT-IN-HOUR      PIC 9(2).
          05 EXPT-IN-MINUTE    PIC 9(2).
          05 EXPT-IN-SECOND    PIC 9(2).
          05 FILLER            PIC 9(2).

      * the masked account fields - as DLL-MASK-ACCOUNT-FIELDS in  *
      * DLLSUBX renders them on the printed reports                *
       01 EXPT-MASK-ACCT       PIC X(9).
       01 EXPT-MASK-NAME       PIC X(20).

      * the raw file carries the first 100 bytes of an entry in    *
      * hexadecimal, so a row never holds an unprintable byte or   *
      * a stray comma                                              *
       01 EXPT-HEX-DIGITS      PIC X(16) VALUE '0123456789ABCDEF'.
       01 EXPT-HEX-MAX         PIC S9(4) BINARY VALUE 100.
       01 EXPT-HEX-LTH         PIC S9(4) BINARY.
       01 EXPT-HEX-TEXT        PIC X(200).
       01 EXPT-BYTE-VALUE      PIC 9(4) BINARY.
       01 EXPT-BYTE-CHARS REDEFINES EXPT-BYTE-VALUE.
          05 EXPT-BYTE-HIGH    PIC X(1).
          05 EXPT-BYTE-LOW     PIC X(1).
       01 EXPT-HEX-HIGH        PIC 9(4) BINARY.
       01 EXPT-HEX-LOW         PIC 9(4) BINARY.
       01 EXPT-RAW-DATA        PIC X(100).

       LINKAGE SECTION.

      * typed-record overlay addressed onto DW-REC-DATA            *
       COPY DLLREC.

       PROCEDURE DIVISION.

           DISPLAY 'In DLLEXPT'.
           OPEN OUTPUT EXPT-RPT-FILE.
           PERFORM EXPT-WRITE-HEADINGS.
           PERFORM EXPT-LOAD-CARDS.
           OPEN OUTPUT EXPT-ORDER-FILE.
           OPEN OUTPUT EXPT-ACCOUNT-FILE.
           OPEN OUTPUT EXPT-PAYMENT-FILE.
           OPEN OUTPUT EXPT-SHIPMENT-FILE.
           OPEN OUTPUT EXPT-RAW-FILE.
           IF NOT EXPT-CARD-ERROR
              PERFORM EXPT-LOAD-REGISTRY
              PERFORM EXPT-WRITE-COLUMN-ROWS
              PERFORM EXPT-EXPORT-PASS
           END-IF.
           CLOSE EXPT-ORDER-FILE.
           CLOSE EXPT-ACCOUNT-FILE.
           CLOSE EXPT-PAYMENT-FILE.
           CLOSE EXPT-SHIPMENT-FILE.
           CLOSE EXPT-RAW-FILE.
           PERFORM EXPT-TOTALS.
           CLOSE EXPT-RPT-FILE.
           DISPLAY 'DELIMITED EXPORT ROWS WRITTEN ' EXPT-WRITTEN-COUNT.
           EVALUATE TRUE
              WHEN EXPT-CARD-ERROR
                 DISPLAY 'DLLEXPT ENDING - INVALID DLLECTL CARD, '
                    'NOTHING EXPORTED'
                 MOVE 16 TO RETURN-CODE
              WHEN EXPT-WRITTEN-COUNT = 0
                 DISPLAY 'DLLEXPT - NO SNAPSHOT ENTRY SELECTED'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       EXPT-WRITE-HEADINGS.
           MOVE SPACES TO EXPT-RPT-LINE
           MOVE 'DLLEXPT DELIMITED LIST EXPORT' TO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           MOVE SPACES TO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           EXIT.

      * read and edit every card before the snapshot is touched -   *
      * one bad card refuses the run rather than export the wrong   *
      * lists                                                       *
       EXPT-LOAD-CARDS.
           OPEN INPUT EXPT-CTL-FILE
           READ EXPT-CTL-FILE
              AT END SET EXPT-CTL-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL EXPT-CTL-AT-EOF
              IF EXPT-CTL-CARD(1:1) NOT = '*'
                 ADD 1 TO EXPT-CARD-COUNT
                 PERFORM EXPT-EDIT-CARD
              END-IF
              READ EXPT-CTL-FILE
                 AT END SET EXPT-CTL-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE EXPT-CTL-FILE
           IF EXPT-SEL-COUNT = 0 AND NOT EXPT-CARD-ERROR
              MOVE 'NO DLLECTL CARDS' TO EXPT-REASON
              MOVE SPACES TO EXPT-CTL-CARD
              PERFORM EXPT-CARD-REJECTED
           END-IF
           EXIT.

       EXPT-EDIT-CARD.
           MOVE SPACES TO EXPT-REASON
           IF ECT-LIST-ID NOT = SPACES AND ECT-LIST-ID NOT = 'ALL '
              INSPECT ECT-LIST-ID REPLACING LEADING SPACE BY '0'
           END-IF
           MOVE 0 TO EXPT-TALLY
           INSPECT ECT-TYPES TALLYING EXPT-TALLY
              FOR ALL 'O' ALL 'A' ALL 'P' ALL 'S' ALL 'R' ALL SPACE
           EVALUATE TRUE
              WHEN EXPT-SEL-COUNT NOT < EXPT-SEL-MAX
                 MOVE 'MORE THAN 50 DLLECTL CARDS' TO EXPT-REASON
              WHEN ECT-LIST-ID = SPACES
                 MOVE 'LIST-ID MISSING - CODE ALL FOR EVERY LIST'
                    TO EXPT-REASON
              WHEN ECT-LIST-ID = 'ALL '
                 CONTINUE
              WHEN ECT-LIST-ID NOT NUMERIC
                 MOVE 'LIST-ID NOT NUMERIC' TO EXPT-REASON
              WHEN ECT-LIST-ID = '0000' OR ECT-LIST-ID > '0050'
                 MOVE 'LIST-ID OUT OF RANGE 1-50' TO EXPT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF EXPT-REASON = SPACES AND EXPT-TALLY NOT = 5
              MOVE 'RECORD TYPE NOT O, A, P, S OR R' TO EXPT-REASON
           END-IF
           IF EXPT-REASON = SPACES
              ADD 1 TO EXPT-SEL-COUNT
              SET ESL-IDX TO EXPT-SEL-COUNT
              MOVE 'N' TO ESL-ALL-SW(ESL-IDX)
              MOVE 0 TO ESL-LIST-ID(ESL-IDX)
              IF ECT-LIST-ID = 'ALL '
                 MOVE 'Y' TO ESL-ALL-SW(ESL-IDX)
              ELSE
                 MOVE ECT-LIST-ID TO ESL-LIST-ID(ESL-IDX)
              END-IF
              MOVE ECT-TYPES TO ESL-TYPES(ESL-IDX)
           ELSE
              PERFORM EXPT-CARD-REJECTED
           END-IF
           EXIT.

       EXPT-CARD-REJECTED.
           SET EXPT-CARD-ERROR TO TRUE
           MOVE SPACES TO EXPT-RPT-LINE
           STRING 'INVALID DLLECTL CARD: ' EXPT-REASON
              DELIMITED BY SIZE INTO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           MOVE SPACES TO EXPT-RPT-LINE
           MOVE EXPT-CTL-CARD TO EXPT-RPT-LINE(5:80)
           WRITE EXPT-RPT-LINE
           DISPLAY 'INVALID DLLECTL CARD: ' EXPT-CTL-CARD
           EXIT.

       EXPT-LOAD-REGISTRY.
           OPEN INPUT DLL-REGISTRY-FILE
           READ DLL-REGISTRY-FILE
              AT END SET EXPT-REG-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL EXPT-REG-AT-EOF
              IF REG-LIST-ID NUMERIC AND REG-LIST-ID > 0
                    AND REG-LIST-ID < 51
                 MOVE REG-LIST-NAME TO ERG-LIST-NAME(REG-LIST-ID)
              END-IF
              READ DLL-REGISTRY-FILE
                 AT END SET EXPT-REG-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-REGISTRY-FILE
           EXIT.

      * the heading row of each file, naming its columns in order   *
       EXPT-WRITE-COLUMN-ROWS.
           MOVE SPACES TO EXPT-OUT-LINE
           STRING 'LIST_ID,LIST_NAME,POSITION,ORDER_NUMBER,'
              'CUSTOMER_ID,ORDER_DATE,ORDER_AMOUNT,HOLD_REASON,'
              'QUEUED_DATE,QUEUED_TIME'
              DELIMITED BY SIZE INTO EXPT-OUT-LINE
           SET EXPT-ENTRY-ORDER TO TRUE
           PERFORM EXPT-WRITE-HEADING-ROW
           MOVE SPACES TO EXPT-OUT-LINE
           STRING 'LIST_ID,LIST_NAME,POSITION,ACCOUNT_NUMBER,'
              'ACCOUNT_NAME,BALANCE,QUEUED_DATE,QUEUED_TIME'
              DELIMITED BY SIZE INTO EXPT-OUT-LINE
           SET EXPT-ENTRY-ACCOUNT TO TRUE
           PERFORM EXPT-WRITE-HEADING-ROW
           MOVE SPACES TO EXPT-OUT-LINE
           STRING 'LIST_ID,LIST_NAME,POSITION,PAYMENT_REF,'
              'CUSTOMER_ID,PAYMENT_DATE,PAYMENT_AMOUNT,'
              'PAYMENT_METHOD,QUEUED_DATE,QUEUED_TIME'
              DELIMITED BY SIZE INTO EXPT-OUT-LINE
           SET EXPT-ENTRY-PAYMENT TO TRUE
           PERFORM EXPT-WRITE-HEADING-ROW
           MOVE SPACES TO EXPT-OUT-LINE
           STRING 'LIST_ID,LIST_NAME,POSITION,SHIPMENT_NUMBER,'
              'ORDER_NUMBER,CARRIER,SHIP_DATE,QUEUED_DATE,'
              'QUEUED_TIME'
              DELIMITED BY SIZE INTO EXPT-OUT-LINE
           SET EXPT-ENTRY-SHIPMENT TO TRUE
           PERFORM EXPT-WRITE-HEADING-ROW
           MOVE SPACES TO EXPT-OUT-LINE
           STRING 'LIST_ID,LIST_NAME,POSITION,DATA_LENGTH,'
              'QUEUED_DATE,QUEUED_TIME,DATA_HEX'
              DELIMITED BY SIZE INTO EXPT-OUT-LINE
           SET EXPT-ENTRY-RAW TO TRUE
           PERFORM EXPT-WRITE-HEADING-ROW
           EXIT.

       EXPT-WRITE-HEADING-ROW.
           MOVE 300 TO EXPT-OUT-LTH
           PERFORM UNTIL EXPT-OUT-LTH = 1
                 OR EXPT-OUT-LINE(EXPT-OUT-LTH:1) NOT = SPACE
              SUBTRACT 1 FROM EXPT-OUT-LTH
           END-PERFORM
           PERFORM EXPT-WRITE-ROW
           EXIT.

      * one pass of the snapshot, in list and position order as     *
      * DIR-SAVE wrote it                                           *
       EXPT-EXPORT-PASS.
           OPEN INPUT DLL-DIRALL-FILE
           READ DLL-DIRALL-FILE
              AT END SET EXPT-DIR-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL EXPT-DIR-AT-EOF
              ADD 1 TO EXPT-READ-COUNT
              PERFORM EXPT-CLASSIFY-ENTRY
              PERFORM EXPT-MATCH-CARDS
              IF EXPT-PICKED
                 PERFORM EXPT-EXPORT-ENTRY
              ELSE
                 ADD 1 TO EXPT-SKIP-COUNT
              END-IF
              READ DLL-DIRALL-FILE
                 AT END SET EXPT-DIR-AT-EOF TO TRUE
              END-READ
           END-PERFORM
           CLOSE DLL-DIRALL-FILE
           EXIT.

      * a typed record is one long enough to hold DLL-TYPED-REC,    *
      * carrying the DLLR tag and a type DLLREC defines - the same  *
      * test PRINT-LIST applies; anything else is raw               *
       EXPT-CLASSIFY-ENTRY.
           SET EXPT-ENTRY-RAW TO TRUE
           SET ADDRESS OF DLL-TYPED-REC TO ADDRESS OF DW-REC-DATA
           IF DW-REC-LTH >= LENGTH OF DLL-TYPED-REC
                 AND REC-IS-TAGGED
              EVALUATE TRUE
                 WHEN REC-TYPE-ORDER
                    SET EXPT-ENTRY-ORDER TO TRUE
                 WHEN REC-TYPE-ACCOUNT
                    SET EXPT-ENTRY-ACCOUNT TO TRUE
                 WHEN REC-TYPE-PAYMENT
                    SET EXPT-ENTRY-PAYMENT TO TRUE
                 WHEN REC-TYPE-SHIPMENT
                    SET EXPT-ENTRY-SHIPMENT TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           EXIT.

      * does any card select the current entry                      *
       EXPT-MATCH-CARDS.
           MOVE 'N' TO EXPT-PICKED-SW
           PERFORM VARYING ESL-IDX FROM 1 BY 1
                 UNTIL ESL-IDX > EXPT-SEL-COUNT
                    OR EXPT-PICKED
              IF ESL-ALL-LISTS(ESL-IDX)
                    OR ESL-LIST-ID(ESL-IDX) = DW-LIST-ID
                 IF ESL-TYPES(ESL-IDX) = SPACES
                    MOVE 'Y' TO EXPT-PICKED-SW
                 ELSE
                    MOVE 0 TO EXPT-TALLY
                    INSPECT ESL-TYPES(ESL-IDX) TALLYING EXPT-TALLY
                       FOR ALL EXPT-ENTRY-TYPE
                    IF EXPT-TALLY > 0
                       MOVE 'Y' TO EXPT-PICKED-SW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXIT.

      * build the row for the current entry and write it to the     *
      * file for its type                                           *
       EXPT-EXPORT-ENTRY.
           MOVE SPACES TO EXPT-OUT-LINE
           MOVE 1 TO EXPT-OUT-PTR
           MOVE 'Y' TO EXPT-FIRST-FIELD-SW
           MOVE DW-LIST-ID TO EXPT-EDIT-NUMBER
           PERFORM EXPT-PUT-NUMBER
           MOVE SPACES TO EXPT-FIELD
           IF DW-LIST-ID > 0 AND DW-LIST-ID < 51
              MOVE ERG-LIST-NAME(DW-LIST-ID) TO EXPT-FIELD
           END-IF
           MOVE 20 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-TEXT
           MOVE DW-ENTRY-SEQ TO EXPT-EDIT-NUMBER
           PERFORM EXPT-PUT-NUMBER
           EVALUATE TRUE
              WHEN EXPT-ENTRY-ORDER
                 PERFORM EXPT-BUILD-ORDER
              WHEN EXPT-ENTRY-ACCOUNT
                 PERFORM EXPT-BUILD-ACCOUNT
              WHEN EXPT-ENTRY-PAYMENT
                 PERFORM EXPT-BUILD-PAYMENT
              WHEN EXPT-ENTRY-SHIPMENT
                 PERFORM EXPT-BUILD-SHIPMENT
              WHEN OTHER
                 PERFORM EXPT-BUILD-RAW
           END-EVALUATE
           IF NOT EXPT-ENTRY-RAW
              MOVE DW-ENQ-DATE TO EXPT-DATE-IN
              PERFORM EXPT-PUT-DATE
              MOVE DW-ENQ-TIME TO EXPT-DATE-IN
              PERFORM EXPT-PUT-TIME
           END-IF
           COMPUTE EXPT-OUT-LTH = EXPT-OUT-PTR - 1
           PERFORM EXPT-WRITE-ROW
           PERFORM EXPT-COUNT-ROW
           EXIT.

       EXPT-BUILD-ORDER.
           MOVE ORD-ORDER-NUMBER TO EXPT-FIELD
           MOVE 9 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-FIELD
           MOVE ORD-CUSTOMER-ID TO EXPT-FIELD
           MOVE 9 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-FIELD
           MOVE ORD-ORDER-DATE TO EXPT-DATE-IN
           PERFORM EXPT-PUT-DATE
           IF ORD-ORDER-AMOUNT NUMERIC
              MOVE ORD-ORDER-AMOUNT TO EXPT-EDIT-AMOUNT
              PERFORM EXPT-PUT-AMOUNT
           ELSE
              PERFORM EXPT-PUT-EMPTY
           END-IF
           MOVE ORD-HOLD-REASON TO EXPT-FIELD
           MOVE 20 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-TEXT
           EXIT.

      * the account number and name go out masked, never as held   *
       EXPT-BUILD-ACCOUNT.
           MOVE ALL '*' TO EXPT-MASK-ACCT
           MOVE ACT-ACCOUNT-NUMBER(6:4) TO EXPT-MASK-ACCT(6:4)
           MOVE ALL '*' TO EXPT-MASK-NAME
           MOVE ACT-ACCOUNT-NAME(1:3) TO EXPT-MASK-NAME(1:3)
           MOVE EXPT-MASK-ACCT TO EXPT-FIELD
           MOVE 9 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-TEXT
           MOVE EXPT-MASK-NAME TO EXPT-FIELD
           MOVE 20 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-TEXT
           IF ACT-BALANCE NUMERIC
              MOVE ACT-BALANCE TO EXPT-EDIT-AMOUNT
              PERFORM EXPT-PUT-AMOUNT
           ELSE
              PERFORM EXPT-PUT-EMPTY
           END-IF
           EXIT.

       EXPT-BUILD-PAYMENT.
           MOVE PAY-PAYMENT-REF TO EXPT-FIELD
           MOVE 9 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-FIELD
           MOVE PAY-CUSTOMER-ID TO EXPT-FIELD
           MOVE 9 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-FIELD
           MOVE PAY-PAYMENT-DATE TO EXPT-DATE-IN
           PERFORM EXPT-PUT-DATE
           IF PAY-AMOUNT NUMERIC
              MOVE PAY-AMOUNT TO EXPT-EDIT-AMOUNT
              PERFORM EXPT-PUT-AMOUNT
           ELSE
              PERFORM EXPT-PUT-EMPTY
           END-IF
           MOVE PAY-METHOD TO EXPT-FIELD
           MOVE 4 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-TEXT
           EXIT.

       EXPT-BUILD-SHIPMENT.
           MOVE SHP-SHIPMENT-NUMBER TO EXPT-FIELD
           MOVE 9 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-FIELD
           MOVE SHP-ORDER-NUMBER TO EXPT-FIELD
           MOVE 9 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-FIELD
           MOVE SHP-CARRIER TO EXPT-FIELD
           MOVE 10 TO EXPT-FIELD-LTH
           PERFORM EXPT-PUT-TEXT
           MOVE SHP-SHIP-DATE TO EXPT-DATE-IN
           PERFORM EXPT-PUT-DATE
           EXIT.

      * an untagged entry is dumped as it stands - except that one  *
      * which starts like a tagged account but is too short to be   *
      * typed still has the account number and name bytes (6-10    *
      * and 18-34 of the record, as DLLINQ masks them) blotted out  *
       EXPT-BUILD-RAW.
           MOVE DW-REC-LTH TO EXPT-EDIT-NUMBER
           PERFORM EXPT-PUT-NUMBER
           MOVE DW-ENQ-DATE TO EXPT-DATE-IN
           PERFORM EXPT-PUT-DATE
           MOVE DW-ENQ-TIME TO EXPT-DATE-IN
           PERFORM EXPT-PUT-TIME
           IF DW-REC-LTH > EXPT-HEX-MAX
              MOVE EXPT-HEX-MAX TO EXPT-HEX-LTH
           ELSE
              MOVE DW-REC-LTH TO EXPT-HEX-LTH
           END-IF
           MOVE SPACES TO EXPT-RAW-DATA
           IF EXPT-HEX-LTH > 0
              MOVE DW-REC-DATA(1:EXPT-HEX-LTH)
                 TO EXPT-RAW-DATA(1:EXPT-HEX-LTH)
           END-IF
           IF EXPT-RAW-DATA(1:5) = 'DLLRA'
              MOVE ALL '*' TO EXPT-RAW-DATA(6:5)
              MOVE ALL '*' TO EXPT-RAW-DATA(18:17)
           END-IF
           PERFORM EXPT-PUT-SEPARATOR
           MOVE SPACES TO EXPT-HEX-TEXT
           PERFORM VARYING EXPT-SUB FROM 1 BY 1
                 UNTIL EXPT-SUB > EXPT-HEX-LTH
              MOVE 0 TO EXPT-BYTE-VALUE
              MOVE EXPT-RAW-DATA(EXPT-SUB:1) TO EXPT-BYTE-LOW
              DIVIDE EXPT-BYTE-VALUE BY 16 GIVING EXPT-HEX-HIGH
                 REMAINDER EXPT-HEX-LOW
              MOVE EXPT-HEX-DIGITS(EXPT-HEX-HIGH + 1:1)
                 TO EXPT-HEX-TEXT(EXPT-SUB * 2 - 1:1)
              MOVE EXPT-HEX-DIGITS(EXPT-HEX-LOW + 1:1)
                 TO EXPT-HEX-TEXT(EXPT-SUB * 2:1)
           END-PERFORM
           IF EXPT-HEX-LTH > 0
              STRING EXPT-HEX-TEXT(1:EXPT-HEX-LTH * 2)
                 DELIMITED BY SIZE
                 INTO EXPT-OUT-LINE WITH POINTER EXPT-OUT-PTR
           END-IF
           EXIT.

      * a comma ahead of every field but the first                  *
       EXPT-PUT-SEPARATOR.
           IF EXPT-FIRST-FIELD
              MOVE 'N' TO EXPT-FIRST-FIELD-SW
           ELSE
              STRING ',' DELIMITED BY SIZE
                 INTO EXPT-OUT-LINE WITH POINTER EXPT-OUT-PTR
           END-IF
           EXIT.

      * EXPT-FIELD(1:EXPT-FIELD-LTH) as it stands                   *
       EXPT-PUT-FIELD.
           PERFORM EXPT-PUT-SEPARATOR
           STRING EXPT-FIELD(1:EXPT-FIELD-LTH) DELIMITED BY SIZE
              INTO EXPT-OUT-LINE WITH POINTER EXPT-OUT-PTR
           EXIT.

       EXPT-PUT-EMPTY.
           PERFORM EXPT-PUT-SEPARATOR
           EXIT.

      * EXPT-EDIT-NUMBER without its leading blanks                 *
       EXPT-PUT-NUMBER.
           MOVE 0 TO EXPT-TALLY
           INSPECT EXPT-EDIT-NUMBER TALLYING EXPT-TALLY
              FOR LEADING SPACE
           MOVE SPACES TO EXPT-FIELD
           MOVE EXPT-EDIT-NUMBER(EXPT-TALLY + 1:) TO EXPT-FIELD
           COMPUTE EXPT-FIELD-LTH =
              LENGTH OF EXPT-EDIT-NUMBER - EXPT-TALLY
           PERFORM EXPT-PUT-FIELD
           EXIT.

      * EXPT-EDIT-AMOUNT - sign, digits, point and cents - without  *
      * its leading blanks                                          *
       EXPT-PUT-AMOUNT.
           MOVE 0 TO EXPT-TALLY
           INSPECT EXPT-EDIT-AMOUNT TALLYING EXPT-TALLY
              FOR LEADING SPACE
           MOVE SPACES TO EXPT-FIELD
           MOVE EXPT-EDIT-AMOUNT(EXPT-TALLY + 1:) TO EXPT-FIELD
           COMPUTE EXPT-FIELD-LTH =
              LENGTH OF EXPT-EDIT-AMOUNT - EXPT-TALLY
           PERFORM EXPT-PUT-FIELD
           EXIT.

      * EXPT-DATE-IN as CCYY-MM-DD - an empty field when the date   *
      * is zero or not numeric                                      *
       EXPT-PUT-DATE.
           IF EXPT-DATE-IN NUMERIC AND EXPT-DATE-IN > 0
              MOVE EXPT-IN-YEAR  TO EXPT-EDIT-YEAR
              MOVE EXPT-IN-MONTH TO EXPT-EDIT-MONTH
              MOVE EXPT-IN-DAY   TO EXPT-EDIT-DAY
              MOVE EXPT-EDIT-DATE TO EXPT-FIELD
              MOVE 10 TO EXPT-FIELD-LTH
              PERFORM EXPT-PUT-FIELD
           ELSE
              PERFORM EXPT-PUT-EMPTY
           END-IF
           EXIT.

      * EXPT-DATE-IN holding an HHMMSSHH time, as HH:MM:SS - empty   *
      * when the entry was never stamped                            *
       EXPT-PUT-TIME.
           IF EXPT-DATE-IN NUMERIC AND DW-ENQ-DATE NUMERIC
                 AND DW-ENQ-DATE > 0
              MOVE EXPT-IN-HOUR   TO EXPT-EDIT-HOUR
              MOVE EXPT-IN-MINUTE TO EXPT-EDIT-MINUTE
              MOVE EXPT-IN-SECOND TO EXPT-EDIT-SECOND
              MOVE EXPT-EDIT-TIME TO EXPT-FIELD
              MOVE 8 TO EXPT-FIELD-LTH
              PERFORM EXPT-PUT-FIELD
           ELSE
              PERFORM EXPT-PUT-EMPTY
           END-IF
           EXIT.

      * EXPT-FIELD(1:EXPT-FIELD-LTH) in double quotes, trailing     *
      * blanks dropped and any quote inside doubled                 *
       EXPT-PUT-TEXT.
           PERFORM UNTIL EXPT-FIELD-LTH = 0
                 OR EXPT-FIELD(EXPT-FIELD-LTH:1) NOT = SPACE
              SUBTRACT 1 FROM EXPT-FIELD-LTH
           END-PERFORM
           PERFORM EXPT-PUT-SEPARATOR
           STRING '"' DELIMITED BY SIZE
              INTO EXPT-OUT-LINE WITH POINTER EXPT-OUT-PTR
           PERFORM VARYING EXPT-SUB FROM 1 BY 1
                 UNTIL EXPT-SUB > EXPT-FIELD-LTH
              IF EXPT-FIELD(EXPT-SUB:1) = '"'
                 STRING '""' DELIMITED BY SIZE
                    INTO EXPT-OUT-LINE WITH POINTER EXPT-OUT-PTR
              ELSE
                 STRING EXPT-FIELD(EXPT-SUB:1) DELIMITED BY SIZE
                    INTO EXPT-OUT-LINE WITH POINTER EXPT-OUT-PTR
              END-IF
           END-PERFORM
           STRING '"' DELIMITED BY SIZE
              INTO EXPT-OUT-LINE WITH POINTER EXPT-OUT-PTR
           EXIT.

      * the row in EXPT-OUT-LINE, EXPT-OUT-LTH bytes long, to the   *
      * file for EXPT-ENTRY-TYPE                                    *
       EXPT-WRITE-ROW.
           EVALUATE TRUE
              WHEN EXPT-ENTRY-ORDER
                 WRITE EXPT-ORDER-REC FROM EXPT-OUT-LINE
              WHEN EXPT-ENTRY-ACCOUNT
                 WRITE EXPT-ACCOUNT-REC FROM EXPT-OUT-LINE
              WHEN EXPT-ENTRY-PAYMENT
                 WRITE EXPT-PAYMENT-REC FROM EXPT-OUT-LINE
              WHEN EXPT-ENTRY-SHIPMENT
                 WRITE EXPT-SHIPMENT-REC FROM EXPT-OUT-LINE
              WHEN OTHER
                 WRITE EXPT-RAW-REC FROM EXPT-OUT-LINE
           END-EVALUATE
           EXIT.

       EXPT-COUNT-ROW.
           ADD 1 TO EXPT-WRITTEN-COUNT
           MOVE 0 TO EXPT-LIST-IDX
           IF DW-LIST-ID > 0 AND DW-LIST-ID < 51
              MOVE DW-LIST-ID TO EXPT-LIST-IDX
           END-IF
           EVALUATE TRUE
              WHEN EXPT-ENTRY-ORDER
                 ADD 1 TO EXPT-ORDER-COUNT
                 IF EXPT-LIST-IDX > 0
                    ADD 1 TO ELT-ORDERS(EXPT-LIST-IDX)
                 END-IF
              WHEN EXPT-ENTRY-ACCOUNT
                 ADD 1 TO EXPT-ACCOUNT-COUNT
                 IF EXPT-LIST-IDX > 0
                    ADD 1 TO ELT-ACCOUNTS(EXPT-LIST-IDX)
                 END-IF
              WHEN EXPT-ENTRY-PAYMENT
                 ADD 1 TO EXPT-PAYMENT-COUNT
                 IF EXPT-LIST-IDX > 0
                    ADD 1 TO ELT-PAYMENTS(EXPT-LIST-IDX)
                 END-IF
              WHEN EXPT-ENTRY-SHIPMENT
                 ADD 1 TO EXPT-SHIPMENT-COUNT
                 IF EXPT-LIST-IDX > 0
                    ADD 1 TO ELT-SHIPMENTS(EXPT-LIST-IDX)
                 END-IF
              WHEN OTHER
                 ADD 1 TO EXPT-RAW-COUNT
                 IF EXPT-LIST-IDX > 0
                    ADD 1 TO ELT-RAW(EXPT-LIST-IDX)
                 END-IF
           END-EVALUATE
           EXIT.

      * rows written per list with any, then the run's totals       *
       EXPT-TOTALS.
           IF NOT EXPT-CARD-ERROR
              MOVE SPACES TO EXPT-RPT-LINE
              MOVE 'LIST' TO EXPT-RPT-LINE(1:4)
              MOVE 'LIST NAME' TO EXPT-RPT-LINE(7:9)
              MOVE 'ORDERS' TO EXPT-RPT-LINE(32:6)
              MOVE 'ACCOUNTS' TO EXPT-RPT-LINE(41:8)
              MOVE 'PAYMENTS' TO EXPT-RPT-LINE(52:8)
              MOVE 'SHIPMENTS' TO EXPT-RPT-LINE(62:9)
              MOVE 'RAW' TO EXPT-RPT-LINE(79:3)
              WRITE EXPT-RPT-LINE
              PERFORM VARYING EXPT-LIST-IDX FROM 1 BY 1
                    UNTIL EXPT-LIST-IDX > 50
                 IF ELT-ORDERS(EXPT-LIST-IDX) > 0
                       OR ELT-ACCOUNTS(EXPT-LIST-IDX) > 0
                       OR ELT-PAYMENTS(EXPT-LIST-IDX) > 0
                       OR ELT-SHIPMENTS(EXPT-LIST-IDX) > 0
                       OR ELT-RAW(EXPT-LIST-IDX) > 0
                    MOVE SPACES TO EXPT-RPT-REC
                    MOVE EXPT-LIST-IDX TO ERR-LIST-ID
                    MOVE ERG-LIST-NAME(EXPT-LIST-IDX) TO ERR-LIST-NAME
                    MOVE ELT-ORDERS(EXPT-LIST-IDX) TO ERR-ORDERS
                    MOVE ELT-ACCOUNTS(EXPT-LIST-IDX) TO ERR-ACCOUNTS
                    MOVE ELT-PAYMENTS(EXPT-LIST-IDX) TO ERR-PAYMENTS
                    MOVE ELT-SHIPMENTS(EXPT-LIST-IDX) TO ERR-SHIPMENTS
                    MOVE ELT-RAW(EXPT-LIST-IDX) TO ERR-RAW
                    WRITE EXPT-RPT-REC
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           MOVE SPACES TO EXPT-RPT-LINE
           MOVE EXPT-CARD-COUNT TO EXPT-EDIT-COUNT
           STRING 'DLLECTL CARDS            ' EXPT-EDIT-COUNT
              DELIMITED BY SIZE INTO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           MOVE SPACES TO EXPT-RPT-LINE
           MOVE EXPT-READ-COUNT TO EXPT-EDIT-COUNT
           STRING 'SNAPSHOT ENTRIES READ    ' EXPT-EDIT-COUNT
              DELIMITED BY SIZE INTO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           MOVE SPACES TO EXPT-RPT-LINE
           MOVE EXPT-SKIP-COUNT TO EXPT-EDIT-COUNT
           STRING 'ENTRIES NOT SELECTED     ' EXPT-EDIT-COUNT
              DELIMITED BY SIZE INTO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           MOVE SPACES TO EXPT-RPT-LINE
           MOVE EXPT-ORDER-COUNT TO EXPT-EDIT-COUNT
           STRING 'ORDER ROWS (DLLXORD)     ' EXPT-EDIT-COUNT
              DELIMITED BY SIZE INTO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           MOVE SPACES TO EXPT-RPT-LINE
           MOVE EXPT-ACCOUNT-COUNT TO EXPT-EDIT-COUNT
           STRING 'ACCOUNT ROWS (DLLXACT)   ' EXPT-EDIT-COUNT
              DELIMITED BY SIZE INTO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           MOVE SPACES TO EXPT-RPT-LINE
           MOVE EXPT-PAYMENT-COUNT TO EXPT-EDIT-COUNT
           STRING 'PAYMENT ROWS (DLLXPAY)   ' EXPT-EDIT-COUNT
              DELIMITED BY SIZE INTO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           MOVE SPACES TO EXPT-RPT-LINE
           MOVE EXPT-SHIPMENT-COUNT TO EXPT-EDIT-COUNT
           STRING 'SHIPMENT ROWS (DLLXSHP)  ' EXPT-EDIT-COUNT
              DELIMITED BY SIZE INTO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           MOVE SPACES TO EXPT-RPT-LINE
           MOVE EXPT-RAW-COUNT TO EXPT-EDIT-COUNT
           STRING 'RAW ROWS (DLLXRAW)       ' EXPT-EDIT-COUNT
              DELIMITED BY SIZE INTO EXPT-RPT-LINE
           WRITE EXPT-RPT-LINE
           EXIT.
