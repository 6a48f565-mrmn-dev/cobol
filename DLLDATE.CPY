      * calendar arithmetic on CCYYMMDD dates - DLL-DATE-TO-DAYNUM   *
      * (see DLLDATEP) turns DAYS-CCYYMMDD into DAYS-NUMBER, a plain  *
      * running day count, so an age or a gap between two dates is  *
      * one subtraction; DLL-DAYNUM-TO-DATE goes back the other way  *
      * for projected dates, and DAYS-WEEKDAY (0 Sunday thru 6       *
      * Saturday) comes with every conversion for business-day       *
      * checks. The caller is expected to hand in a real calendar    *
      * date (see DLL-EDIT-CALENDAR-DATE) - the arithmetic does not  *
      * edit what it is given                                        *
       01 DAYS-PARMS.
          05 DAYS-CCYYMMDD     PIC 9(8).
          05 DAYS-DATE-FLD REDEFINES DAYS-CCYYMMDD.
             10 DAYS-YEAR      PIC 9(4).
             10 DAYS-MONTH     PIC 9(2).
             10 DAYS-DAY       PIC 9(2).
          05 DAYS-NUMBER       PIC S9(9) BINARY.
          05 DAYS-WEEKDAY      PIC 9(1).
             88 DAYS-WEEKEND   VALUE 0 6.
      * work fields - the era/year-of-era method counts years from   *
      * 1 March so the leap day falls at the end of each year        *
          05 DAYS-CALC-YEAR    PIC S9(9) BINARY.
          05 DAYS-CALC-MONTH   PIC S9(9) BINARY.
          05 DAYS-ERA          PIC S9(9) BINARY.
          05 DAYS-YOE          PIC S9(9) BINARY.
          05 DAYS-DOY          PIC S9(9) BINARY.
          05 DAYS-DOE          PIC S9(9) BINARY.
          05 DAYS-MP           PIC S9(9) BINARY.
          05 DAYS-QUOT         PIC S9(9) BINARY.
          05 DAYS-QUOT-2       PIC S9(9) BINARY.
          05 DAYS-QUOT-3       PIC S9(9) BINARY.
          05 DAYS-REM          PIC S9(9) BINARY.
