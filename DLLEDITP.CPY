      * that would queue new data: numeric keys, a real calendar     *
      * date, a non-negative amount and a known REC-TYPE. Untagged   *
      * data is a free-form blob and passes unexamined, as it        *
      * always has. A record whose fields are sound then has its     *
      * customer (or account) checked against the customer master,   *
      * and a shipment its order against the queued orders, through  *
      * the DLL-EDIT-LOOKUP-CUSTOMER and DLL-EDIT-LOOKUP-ORDER       *
      * paragraphs every program copying this one must supply        *
       DLL-EDIT-TAGGED-DATA.
           MOVE 'Y' TO EDIT-OK-SW
           MOVE SPACES TO EDIT-MSG
                 MOVE 'ORD-ORDER-AMOUNT NEGATIVE' TO EDIT-MSG
              WHEN ORD-ORDER-DATE NOT NUMERIC
                 MOVE 'ORD-ORDER-DATE NOT NUMERIC' TO EDIT-MSG
              WHEN ORD-HOLD-REASON NOT = SPACES
                    AND NOT EDIT-BILLING-REQUEUE
                 MOVE 'ORD-HOLD-REASON NOT BLANK' TO EDIT-MSG
              WHEN OTHER
                 MOVE ORD-ORDER-DATE TO EDIT-DATE-FLD
                 PERFORM DLL-EDIT-CALENDAR-DATE
                 IF NOT EDIT-DATE-OK
                    MOVE 'ORD-ORDER-DATE NOT A DATE' TO EDIT-MSG
                 ELSE
      * an order going back on hold (DLLBACK requeueing a billing    *
      * rejection) is queued whatever its customer's standing -      *
      * that standing is usually why billing refused it              *
                    IF NOT EDIT-BILLING-REQUEUE
                       MOVE ORD-CUSTOMER-ID TO EDIT-LOOKUP-KEY
                       MOVE 'ORD-CUSTOMER-ID' TO EDIT-FIELD-NAME
                       PERFORM DLL-EDIT-CHECK-CUSTOMER
                    END-IF
                 END-IF
           END-EVALUATE
           EXIT.
                 MOVE 'ACT-ACCOUNT-NUMBER NOT NUMERIC' TO EDIT-MSG
              WHEN ACT-BALANCE NOT NUMERIC
                 MOVE 'ACT-BALANCE NOT NUMERIC' TO EDIT-MSG
              WHEN OTHER
                 MOVE ACT-ACCOUNT-NUMBER TO EDIT-LOOKUP-KEY
                 MOVE 'ACT-ACCOUNT-NO' TO EDIT-FIELD-NAME
                 PERFORM DLL-EDIT-CHECK-CUSTOMER
           END-EVALUATE
           EXIT.

                 PERFORM DLL-EDIT-CALENDAR-DATE
                 IF NOT EDIT-DATE-OK
                    MOVE 'PAY-PAYMENT-DATE NOT A DATE' TO EDIT-MSG
                 ELSE
                    MOVE PAY-CUSTOMER-ID TO EDIT-LOOKUP-KEY
                    MOVE 'PAY-CUSTOMER-ID' TO EDIT-FIELD-NAME
                    PERFORM DLL-EDIT-CHECK-CUSTOMER
                 END-IF
           END-EVALUATE
           EXIT.
                 PERFORM DLL-EDIT-CALENDAR-DATE
                 IF NOT EDIT-DATE-OK
                    MOVE 'SHP-SHIP-DATE NOT A DATE' TO EDIT-MSG
                 ELSE
                    PERFORM DLL-EDIT-CHECK-ORDER
                 END-IF
           END-EVALUATE
           EXIT.

      * customer master check of EDIT-LOOKUP-KEY - a number nobody   *
      * has issued and a customer who may no longer trade get        *
      * different messages, since they need different fixes         *
       DLL-EDIT-CHECK-CUSTOMER.
           MOVE SPACE TO EDIT-CUST-RESULT
           PERFORM DLL-EDIT-LOOKUP-CUSTOMER
           EVALUATE TRUE
              WHEN EDIT-CUST-ACTIVE
                 CONTINUE
              WHEN EDIT-CUST-UNKNOWN
                 STRING EDIT-FIELD-NAME DELIMITED BY SPACE
                        ' NOT ON MASTER' DELIMITED BY SIZE
                    INTO EDIT-MSG
              WHEN EDIT-CUST-NOT-ACTIVE
                 STRING EDIT-FIELD-NAME DELIMITED BY SPACE
                        ' INACTIVE/CLOSED' DELIMITED BY SIZE
                    INTO EDIT-MSG
              WHEN OTHER
                 MOVE 'CUSTOMER MASTER UNAVAILABLE' TO EDIT-MSG
           END-EVALUATE
           EXIT.

      * a shipment must be for an order the lists know about         *
       DLL-EDIT-CHECK-ORDER.
           MOVE SHP-ORDER-NUMBER TO EDIT-LOOKUP-KEY
           MOVE SPACE TO EDIT-ORDER-RESULT
           PERFORM DLL-EDIT-LOOKUP-ORDER
           EVALUATE TRUE
              WHEN EDIT-ORDER-UNKNOWN
                 MOVE 'SHP-ORDER-NUMBER UNKNOWN ORDER' TO EDIT-MSG
              WHEN EDIT-ORDER-UNAVAILABLE
                 MOVE 'ORDER LOOKUP UNAVAILABLE' TO EDIT-MSG
           END-EVALUATE
           EXIT.

      * real calendar check of EDIT-DATE-FLD (CCYYMMDD, already      *
      * known numeric) - month lengths and century leap rule         *
       DLL-EDIT-CALENDAR-DATE.
