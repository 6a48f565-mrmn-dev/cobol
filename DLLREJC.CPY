      * DLLREJ reject record - every transaction DLLMAIN could not  *
      * apply, with DLLSUBX's (or the field edit's) RC and message  *
      * and the registry name of the list it was meant for.         *
      * REJ-GROUP-ID carries TRANS-GROUP-ID (0 standalone) so a     *
      * resubmission lands the members back in one group.           *
      * REJ-STAMP is when the reject was written. The REJ-RESUB     *
      * fields are set by DLLRSUB once the reject has gone out on a *
      * resubmission feed - 'Y' with that feed's date and FH-FEED-  *
      * ID - so the same reject is never fed back twice. Appended   *
      * by DLLMAIN, updated in place by DLLRSUB. 600-byte records   *
       01 DLL-REJECT-REC.
          05 REJ-REQUEST       PIC X(1).
          05 REJ-LIST-ID       PIC S9(4) BINARY.
          05 REJ-POSITION      PIC S9(9) BINARY.
          05 REJ-DATA          PIC X(500).
          05 REJ-GROUP-ID      PIC S9(9) BINARY.
          05 REJ-RC            PIC S9(9) BINARY.
          05 REJ-MSG           PIC X(32).
          05 REJ-LIST-NAME     PIC X(20).
          05 REJ-STAMP.
             10 REJ-STAMP-DATE PIC 9(8).
             10 REJ-STAMP-TIME PIC 9(8).
          05 REJ-RESUB-SW      PIC X(1).
             88 REJ-RESUBMITTED VALUE 'Y'.
          05 REJ-RESUB-DATE    PIC 9(8).
          05 REJ-RESUB-FEED-ID PIC X(8).
