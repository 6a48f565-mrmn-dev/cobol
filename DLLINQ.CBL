          05 INQ-RID-ENTRY-SEQ   PIC S9(9) BINARY.

      * the list registry record, read from the DLLREGV KSDS (the   *
      * registry DLLREGM maintains, keyed on the leading display    *
      * list-id) so the reply can name the list                     *
       COPY DLLREGC.

       01 INQ-REG-RID             PIC 9(4).
