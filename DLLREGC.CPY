      * type belongs on it, and the uniqueness/capacity attributes  *
      * DLLMAIN re-drives at every startup (SET-CAPACITY and        *
      * SET-UNIQUE do not survive a restart on their own).          *
      * Held as 80-byte card images in the DLLREGV KSDS, keyed on   *
      * the leading REG-LIST-ID, which the DLLREGM online           *
      * maintenance keeps (edited by DLLREGEP) and DLLMAIN's job    *
      * copies to the batch DLLREGI dataset before every run.       *
      * Spaces or zeros in REG-MAX-NODES/REG-MAX-BYTES mean no      *
      * ceiling; REG-EXPECTED-TYPE space means any record type is   *
      * welcome. REG-SLA-DAYS is the most days an entry may sit on  *
      * the list before the aging report flags it past SLA - spaces *
      * or zeros mean no SLA.                                       *
      * REG-LIST-ROLE tells the end-of-run steps what a list is    *
      * for beyond holding records: 'O' open orders awaiting        *
      * payment, 'P' payments received awaiting cash application,   *
      * 'S' the billing suspense list DLLBACK puts orders billing   *
      * rejected back on - space means the list plays no part in   *
      * them                                                        *
       01 DLL-REGISTRY-REC.
          05 REG-LIST-ID       PIC 9(4).
          05 FILLER            PIC X(1).
          05 REG-MAX-NODES     PIC 9(9).
          05 FILLER            PIC X(1).
          05 REG-MAX-BYTES     PIC 9(9).
          05 FILLER            PIC X(1).
          05 REG-SLA-DAYS      PIC 9(4).
          05 FILLER            PIC X(1).
          05 REG-LIST-ROLE     PIC X(1).
             88 REG-ROLE-OPEN-ORDERS VALUE 'O'.
             88 REG-ROLE-PAYMENTS    VALUE 'P'.
             88 REG-ROLE-BILL-SUSPENSE VALUE 'S'.
          05 FILLER            PIC X(15).
