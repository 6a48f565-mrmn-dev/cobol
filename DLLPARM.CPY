             88 SET-UNIQUE   VALUE 'E'.
             88 REG-LOAD     VALUE 'G'.
             88 SET-RPT-LIMIT VALUE 'J'.
             88 AGING-REPORT VALUE 'K'.
             88 FIND-BY-KEY  VALUE 'I'.
          05 PARM-LIST-ID    PIC S9(4) BINARY.
          05 PARM-SOURCE-LIST-ID PIC S9(4) BINARY.
          05 PARM-DATA-PTR   USAGE POINTER.
          05 PARM-CMP-ONLY-1 PIC S9(9) BINARY.
          05 PARM-CMP-ONLY-2 PIC S9(9) BINARY.
          05 PARM-CMP-BOTH   PIC S9(9) BINARY.
      * enqueue stamp for an insert - zeros (the normal case) stamp  *
      * the node with the current date and time; a caller putting    *
      * back an entry it took off (rollback, replay) passes the      *
      * entry's original stamp so its age is not reset. DLLSUBX      *
      * clears it again after every call                             *
          05 PARM-ENQ-STAMP.
             10 PARM-ENQ-DATE PIC 9(8) VALUE 0.
             10 PARM-ENQ-TIME PIC 9(8) VALUE 0.
      * enqueue stamp of the entry a GET just returned               *
          05 PARM-GOT-STAMP.
             10 PARM-GOT-DATE PIC 9(8) VALUE 0.
             10 PARM-GOT-TIME PIC 9(8) VALUE 0.
      * entries found past their list's SLA by AGING-REPORT          *
          05 PARM-SLA-BREACH-COUNT PIC S9(9) BINARY VALUE 0.
      * FIND-BY-KEY probe - the first tagged entry of record type    *
      * PARM-KEY-REC-TYPE whose key field PARM-KEY-FIELD names holds *
      * PARM-KEY-VALUE comes back as PARM-POSITION. 'O' is the order *
      * number (ORD-ORDER-NUMBER, SHP-ORDER-NUMBER), 'C' the         *
      * customer (ORD-/PAY-CUSTOMER-ID, ACT-ACCOUNT-NUMBER)          *
          05 PARM-KEY-PROBE.
             10 PARM-KEY-REC-TYPE PIC X(1).
             10 PARM-KEY-FIELD    PIC X(1).
                88 KEY-ORDER-NUMBER VALUE 'O'.
                88 KEY-CUSTOMER-ID  VALUE 'C'.
             10 PARM-KEY-VALUE    PIC 9(9).
      * who queued this call's data - space means the normal batch   *
      * feed; operator-entered corrections are tagged so the audit   *
      * trail and reconciliation can tell the two apart, and so are  *
      * the entries DLLMAIN's cash application settles off the lists, *
      * the moves its routing rules make and the orders its billing   *
      * extract drains                                               *
          05 PARM-ORIGIN     PIC X(1) VALUE SPACE.
             88 ORIGIN-OPERATOR VALUE 'C'.
             88 ORIGIN-CASH-APP VALUE 'A'.
             88 ORIGIN-ROUTING  VALUE 'R'.
             88 ORIGIN-BILLING  VALUE 'B'.
      * a validate-only DLLMAIN run - every request is applied to    *
      * the lists in storage exactly as usual, but DLLSUBX writes no *
      * audit record and takes no DIR-SAVE, so nothing the real run  *
      * depends on is touched                                        *
          05 PARM-RUN-MODE   PIC X(1) VALUE SPACE.
             88 RUN-VALIDATE-ONLY VALUE 'V'.
          05 DLLSUBX-RC      PIC S9(9) BINARY.
             88 SUCCESSFUL   VALUE 0.
             88 FAILED       VALUE 12.
