      * field-level edit of one list registry entry - DLL-EDIT-      *
      * REGISTRY-REC (see DLLREGEP) examines whatever is in DLL-     *
      * REGISTRY-REC (COPY DLLREGC), so the same edits serve the     *
      * DLLREGM online maintenance transaction before it touches     *
      * DLLREGV and DLLMAIN's registry load at startup, and a card   *
      * the one would refuse can never be quietly skipped by the     *
      * other                                                        *
       01 REGE-PARMS.
          05 REGE-OK-SW        PIC X(1) VALUE 'Y'.
             88 REGE-PASSED    VALUE 'Y'.
          05 REGE-MSG          PIC X(32).
