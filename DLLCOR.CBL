      ** next day's DLLTRANS extract. Keys in a        **
      ** list-id, a request type and the data, which   **
      ** is edited with the same field edits DLLMAIN   **
      ** applies to the feed (COPY DLLEDITP), customer **
      ** master and known-order checks included, and   **
      ** then written in TRANS-REC layout to the DLLC  **
      ** extrapartition TD queue - the pending-        **
      ** corrections dataset DLLMAIN applies, tagged   **
      ** operator-entered, ahead of the next nightly   **
          05 FILLER PIC X(58) VALUE
             'ENTER LISTID REQ POSITION DATA - EG 0007 A 000000000 ...'.

      * EIBRESP values this program acts on *
       01 COR-RESP                PIC S9(8) BINARY.
          88 COR-RESP-NORMAL      VALUE 0.
          88 COR-RESP-NOTFND      VALUE 13.
          88 COR-RESP-ENDFILE     VALUE 20.

      * the shared edits' referential lookups - the customer master  *
      * KSDS read by customer number, the DLLREGV registry copy to   *
      * find the lists that hold orders, and the DLLDIRV snapshot    *
      * browsed for a shipment's order. DLLDIRV is as of DLLMAIN's   *
      * last checkpoint; DLLMAIN repeats the check against the live  *
      * lists when it applies the correction                         *
       COPY DLLCUST.
       01 COR-CUST-RID            PIC 9(9).
       COPY DLLREGC.
       01 COR-REG-RID             PIC 9(4).
       COPY DLLDIRW.
       01 COR-DIR-RID.
          05 COR-DIR-RID-LIST-ID  PIC S9(4) BINARY.
          05 COR-DIR-RID-ENTRY-SEQ PIC S9(9) BINARY.
       01 COR-FILE-LENGTH         PIC S9(4) COMP.
       01 COR-LOOKUP-LIST-ID      PIC S9(4) BINARY.
       01 COR-BROWSE-DONE-SW      PIC X(1) VALUE 'N'.
          88 COR-BROWSE-DONE      VALUE 'Y'.

       01 COR-RECV-LENGTH         PIC S9(4) COMP.
       01 COR-SEND-LENGTH         PIC S9(4) COMP.
                 MOVE 'POSITION NOT NUMERIC' TO COR-STATUS-MSG
              WHEN OTHER
                 MOVE COR-IN-REQUEST TO EDIT-REQUEST
                 MOVE 'N' TO EDIT-REQUEUE-SW
                 SET ADDRESS OF DLL-TYPED-REC
                    TO ADDRESS OF COR-IN-DATA
                 PERFORM DLL-EDIT-TAGGED-DATA
           MOVE SPACES          TO TRANS-DATA
           MOVE COR-IN-DATA     TO TRANS-DATA
           MOVE 0               TO TRANS-GROUP-ID
           MOVE 0               TO TRANS-EFF-DATE
           MOVE LENGTH OF TRANS-REC TO COR-QUEUE-LENGTH
           EXEC CICS WRITEQ TD
               QUEUE('DLLC')
           END-EXEC
           EXIT.

      * the shared edits' customer master lookup *
       DLL-EDIT-LOOKUP-CUSTOMER.
           MOVE EDIT-LOOKUP-KEY TO COR-CUST-RID
           MOVE LENGTH OF DLL-CUSTOMER-REC TO COR-FILE-LENGTH
           EXEC CICS READ FILE('DLLCUSTM')
               INTO(DLL-CUSTOMER-REC)
               LENGTH(COR-FILE-LENGTH)
               RIDFLD(COR-CUST-RID)
               RESP(COR-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN COR-RESP-NORMAL AND CUS-ACTIVE
                 SET EDIT-CUST-ACTIVE TO TRUE
              WHEN COR-RESP-NORMAL
                 SET EDIT-CUST-NOT-ACTIVE TO TRUE
              WHEN COR-RESP-NOTFND
                 SET EDIT-CUST-UNKNOWN TO TRUE
              WHEN OTHER
                 SET EDIT-CUST-UNAVAILABLE TO TRUE
           END-EVALUATE
           EXIT.

      * the shared edits' order lookup - every list DLLREGV says    *
      * holds orders (expected type 'O', or role 'O' or 'S') is     *
      * browsed in DLLDIRV for a tagged order with the number,      *
      * stopping at the first list that has it                      *
       DLL-EDIT-LOOKUP-ORDER.
           PERFORM VARYING COR-LOOKUP-LIST-ID FROM 1 BY 1
                 UNTIL COR-LOOKUP-LIST-ID > 50
                    OR EDIT-ORDER-KNOWN OR EDIT-ORDER-UNAVAILABLE
              MOVE SPACES TO DLL-REGISTRY-REC
              MOVE COR-LOOKUP-LIST-ID TO COR-REG-RID
              MOVE LENGTH OF DLL-REGISTRY-REC TO COR-FILE-LENGTH
              EXEC CICS READ FILE('DLLREGV')
                  INTO(DLL-REGISTRY-REC)
                  LENGTH(COR-FILE-LENGTH)
                  RIDFLD(COR-REG-RID)
                  RESP(COR-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN COR-RESP-NOTFND
                    CONTINUE
                 WHEN NOT COR-RESP-NORMAL
                    SET EDIT-ORDER-UNAVAILABLE TO TRUE
                 WHEN REG-EXPECTED-TYPE = 'O'
                       OR REG-ROLE-OPEN-ORDERS
                       OR REG-ROLE-BILL-SUSPENSE
                    SET EDIT-ORDER-UNKNOWN TO TRUE
                    PERFORM DLL-COR-BROWSE-ORDERS
              END-EVALUATE
           END-PERFORM
           EXIT.

       DLL-COR-BROWSE-ORDERS.
           MOVE 'N' TO COR-BROWSE-DONE-SW
           MOVE COR-LOOKUP-LIST-ID TO COR-DIR-RID-LIST-ID
           MOVE 0 TO COR-DIR-RID-ENTRY-SEQ
           EXEC CICS STARTBR FILE('DLLDIRV')
               RIDFLD(COR-DIR-RID)
               GTEQ
               RESP(COR-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN COR-RESP-NORMAL
                 PERFORM DLL-COR-BROWSE-NEXT
                    UNTIL COR-BROWSE-DONE
                 EXEC CICS ENDBR FILE('DLLDIRV')
                     RESP(COR-RESP)
                 END-EXEC
              WHEN COR-RESP-NOTFND
                 CONTINUE
              WHEN OTHER
                 SET EDIT-ORDER-UNAVAILABLE TO TRUE
           END-EVALUATE
           EXIT.

      * an order record is tagged 'DLLR', type 'O', with its order   *
      * number in bytes 6-14 (see DLLREC)                            *
       DLL-COR-BROWSE-NEXT.
           MOVE LENGTH OF DLL-DIRALL-REC TO COR-FILE-LENGTH
           EXEC CICS READNEXT FILE('DLLDIRV')
               INTO(DLL-DIRALL-REC)
               LENGTH(COR-FILE-LENGTH)
               RIDFLD(COR-DIR-RID)
               RESP(COR-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN COR-RESP-ENDFILE
                 MOVE 'Y' TO COR-BROWSE-DONE-SW
              WHEN NOT COR-RESP-NORMAL
                 SET EDIT-ORDER-UNAVAILABLE TO TRUE
                 MOVE 'Y' TO COR-BROWSE-DONE-SW
              WHEN DW-LIST-ID NOT = COR-LOOKUP-LIST-ID
                 MOVE 'Y' TO COR-BROWSE-DONE-SW
              WHEN DW-REC-LTH >= 14
                    AND DW-REC-DATA(1:5) = 'DLLRO'
                    AND DW-REC-DATA(6:9) = EDIT-LOOKUP-KEY
                 SET EDIT-ORDER-KNOWN TO TRUE
                 MOVE 'Y' TO COR-BROWSE-DONE-SW
           END-EVALUATE
           EXIT.

      * shared field edits - data half is COPY DLLEDIT in working   *
      * storage                                                     *
       COPY DLLEDITP.
