                15 ORD-CUSTOMER-ID   PIC 9(9).
                15 ORD-ORDER-DATE    PIC 9(8).
                15 ORD-ORDER-AMOUNT  PIC S9(7)V99.
      * why the order is being held instead of billed - set when   *
      * DLLBACK puts an order billing rejected back on the billing *
      * suspense list; spaces on an order that has never been held *
                15 ORD-HOLD-REASON   PIC X(20).
             10 REC-ACCOUNT-DATA REDEFINES REC-ORDER-DATA.
                15 ACT-ACCOUNT-NUMBER PIC 9(9).
                15 ACT-ACCOUNT-NAME   PIC X(20).
