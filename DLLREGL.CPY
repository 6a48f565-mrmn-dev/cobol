      * one record of the registry change log - written by the       *
      * DLLREGM online maintenance transaction through the DLLG      *
      * extrapartition TD queue for every registry entry it adds,    *
      * changes or retires: who made the change, from which          *
      * terminal and when, with the whole 80-byte DLLREGC entry as   *
      * it stood before and as it stands after. An add has a blank   *
      * before image and a retire a blank after image. 200-byte      *
      * fixed records, appended to and never rewritten               *
       01 DLL-REG-CHANGE-REC.
          05 RGL-ACTION        PIC X(1).
             88 RGL-ADDED      VALUE 'A'.
             88 RGL-CHANGED    VALUE 'C'.
             88 RGL-RETIRED    VALUE 'R'.
          05 RGL-LIST-ID       PIC 9(4).
          05 RGL-CHANGE-DATE   PIC 9(8).
          05 RGL-CHANGE-TIME   PIC 9(6).
          05 RGL-USERID        PIC X(8).
          05 RGL-TERMID        PIC X(4).
          05 RGL-BEFORE-IMAGE  PIC X(80).
          05 RGL-AFTER-IMAGE   PIC X(80).
          05 FILLER            PIC X(9).
