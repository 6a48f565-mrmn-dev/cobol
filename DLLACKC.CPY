      * billing's acknowledgment of one DLLBILL generation - a 'D'  *
      * detail for every order billing received, saying whether it  *
      * was accepted ('A') or rejected ('R', with billing's reason) *
      * and echoing the amount it was billed at, then a 'T' trailer *
      * carrying the record count and amount hash total of the      *
      * DLLBILL generation billing picked up, copied from that      *
      * file's own trailer. 60-byte fixed records                   *
       01 DLL-ACK-REC.
          05 ACK-REC-TYPE      PIC X(1).
             88 ACK-IS-DETAIL  VALUE 'D'.
             88 ACK-IS-TRAILER VALUE 'T'.
          05 ACK-ORDER-NUMBER  PIC 9(9).
          05 ACK-ORDER-AMOUNT  PIC S9(7)V99.
          05 ACK-STATUS        PIC X(1).
             88 ACK-ACCEPTED   VALUE 'A'.
             88 ACK-REJECTED   VALUE 'R'.
          05 ACK-REASON        PIC X(20).
          05 FILLER            PIC X(20).
       01 DLL-ACK-TRL.
          05 AKT-REC-TYPE      PIC X(1).
          05 AKT-RECORD-COUNT  PIC 9(9).
          05 AKT-AMOUNT-HASH   PIC S9(13)V99.
          05 FILLER            PIC X(35).
