      * size and order are part of the online key geometry - change  *
      * them only with the DLLDIRV cluster definition. DW-REC-DATA   *
      * is sized so the whole record stays within a CICS halfword    *
      * LENGTH. DW-ENQ-DATE/TIME carry the date and time the entry   *
      * was first queued, so its age survives a checkpoint; zeros    *
      * mean the entry was saved before it was stamped               *
       01 DLL-DIRALL-REC.
          05 DW-LIST-ID        PIC S9(4) BINARY.
          05 DW-ENTRY-SEQ      PIC S9(9) BINARY.
          05 DW-REC-LTH        PIC S9(9) BINARY.
          05 DW-ENQ-DATE       PIC 9(8).
          05 DW-ENQ-TIME       PIC 9(8).
          05 DW-REC-DATA       PIC X(32734).
