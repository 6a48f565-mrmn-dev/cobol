      * correction entry                                             *
       01 EDIT-PARMS.
          05 EDIT-REQUEST      PIC X(1).
      * set by the caller only for a DLLBACK requeue - a billing-    *
      * rejected order drained from DLLCORR as an INSERT-END onto    *
      * the billing suspense list, carrying billing's reason in      *
      * ORD-HOLD-REASON. Any other order with a hold reason is bad   *
      * data and is refused                                          *
          05 EDIT-REQUEUE-SW   PIC X(1) VALUE 'N'.
             88 EDIT-BILLING-REQUEUE VALUE 'Y'.
          05 EDIT-OK-SW        PIC X(1) VALUE 'Y'.
             88 EDIT-PASSED    VALUE 'Y'.
          05 EDIT-MSG          PIC X(32).
          05 EDIT-MONTH-DAYS   PIC 9(2).
          05 EDIT-LEAP-QUOT    PIC 9(4).
          05 EDIT-LEAP-REM     PIC 9(4).
      * referential checks - the program that copies DLLEDITP       *
      * supplies DLL-EDIT-LOOKUP-CUSTOMER and DLL-EDIT-LOOKUP-ORDER, *
      * which look EDIT-LOOKUP-KEY up wherever that program can see  *
      * the customer master and the queued orders, and answer in     *
      * EDIT-CUST-RESULT / EDIT-ORDER-RESULT                         *
          05 EDIT-LOOKUP-KEY   PIC 9(9).
          05 EDIT-FIELD-NAME   PIC X(16).
          05 EDIT-CUST-RESULT  PIC X(1).
             88 EDIT-CUST-ACTIVE      VALUE 'A'.
             88 EDIT-CUST-NOT-ACTIVE  VALUE 'X'.
             88 EDIT-CUST-UNKNOWN     VALUE 'N'.
             88 EDIT-CUST-UNAVAILABLE VALUE 'U'.
      * space means no list is registered to hold orders, so there   *
      * is nothing to check a shipment against                       *
          05 EDIT-ORDER-RESULT PIC X(1).
             88 EDIT-ORDER-KNOWN       VALUE 'Y'.
             88 EDIT-ORDER-UNKNOWN     VALUE 'N'.
             88 EDIT-ORDER-UNAVAILABLE VALUE 'U'.
             88 EDIT-ORDER-UNCHECKED   VALUE ' '.
