      * the company customer master, as the DLL edits read it - a   *
      * KSDS keyed on the 9-digit customer number (KEYS(9 0),       *
      * RECORDSIZE 200), owned and maintained by customer           *
      * accounts. Only the key, name and status are looked at here; *
      * the rest of the record is theirs. An ACCOUNT record's       *
      * ACT-ACCOUNT-NUMBER is the customer number of the account    *
       01 DLL-CUSTOMER-REC.
          05 CUS-CUSTOMER-ID   PIC 9(9).
          05 CUS-CUSTOMER-NAME PIC X(30).
          05 CUS-STATUS        PIC X(1).
             88 CUS-ACTIVE     VALUE 'A'.
             88 CUS-INACTIVE   VALUE 'I'.
             88 CUS-CLOSED     VALUE 'C'.
          05 CUS-STATUS-DATE   PIC 9(8).
          05 FILLER            PIC X(152).
