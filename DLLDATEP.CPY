      * procedure half of the shared calendar arithmetic (data half  *
      * is DLLDATE). Every division is its own DIVIDE into a binary  *
      * whole-number field, so each quotient is truncated exactly    *
      * where the method needs it                                    *
      *                                                              *
      * DAYS-CCYYMMDD in, DAYS-NUMBER and DAYS-WEEKDAY out - the     *
      * count runs from 1 March of year 0, so 1 January 1970 is      *
      * day 719468                                                   *
       DLL-DATE-TO-DAYNUM.
           MOVE DAYS-YEAR  TO DAYS-CALC-YEAR
           MOVE DAYS-MONTH TO DAYS-CALC-MONTH
           IF DAYS-CALC-MONTH <= 2
              SUBTRACT 1 FROM DAYS-CALC-YEAR
              ADD 9 TO DAYS-CALC-MONTH
           ELSE
              SUBTRACT 3 FROM DAYS-CALC-MONTH
           END-IF
           DIVIDE DAYS-CALC-YEAR BY 400 GIVING DAYS-ERA
           COMPUTE DAYS-YOE = DAYS-CALC-YEAR - DAYS-ERA * 400
           COMPUTE DAYS-QUOT = 153 * DAYS-CALC-MONTH + 2
           DIVIDE DAYS-QUOT BY 5 GIVING DAYS-DOY
           COMPUTE DAYS-DOY = DAYS-DOY + DAYS-DAY - 1
           DIVIDE DAYS-YOE BY 4 GIVING DAYS-QUOT
           DIVIDE DAYS-YOE BY 100 GIVING DAYS-QUOT-2
           COMPUTE DAYS-DOE = DAYS-YOE * 365 + DAYS-QUOT
              - DAYS-QUOT-2 + DAYS-DOY
           COMPUTE DAYS-NUMBER = DAYS-ERA * 146097 + DAYS-DOE
           PERFORM DLL-DAYNUM-WEEKDAY
           EXIT.

      * DAYS-NUMBER in, DAYS-CCYYMMDD and DAYS-WEEKDAY out - the     *
      * exact inverse of DLL-DATE-TO-DAYNUM                          *
       DLL-DAYNUM-TO-DATE.
           DIVIDE DAYS-NUMBER BY 146097 GIVING DAYS-ERA
           COMPUTE DAYS-DOE = DAYS-NUMBER - DAYS-ERA * 146097
           DIVIDE DAYS-DOE BY 1460 GIVING DAYS-QUOT
           DIVIDE DAYS-DOE BY 36524 GIVING DAYS-QUOT-2
           DIVIDE DAYS-DOE BY 146096 GIVING DAYS-QUOT-3
           COMPUTE DAYS-YOE = DAYS-DOE - DAYS-QUOT + DAYS-QUOT-2
              - DAYS-QUOT-3
           DIVIDE DAYS-YOE BY 365 GIVING DAYS-YOE
           COMPUTE DAYS-CALC-YEAR = DAYS-YOE + DAYS-ERA * 400
           DIVIDE DAYS-YOE BY 4 GIVING DAYS-QUOT
           DIVIDE DAYS-YOE BY 100 GIVING DAYS-QUOT-2
           COMPUTE DAYS-DOY = DAYS-DOE - (365 * DAYS-YOE
              + DAYS-QUOT - DAYS-QUOT-2)
           COMPUTE DAYS-QUOT = 5 * DAYS-DOY + 2
           DIVIDE DAYS-QUOT BY 153 GIVING DAYS-MP
           COMPUTE DAYS-QUOT = 153 * DAYS-MP + 2
           DIVIDE DAYS-QUOT BY 5 GIVING DAYS-QUOT-2
           COMPUTE DAYS-DAY = DAYS-DOY - DAYS-QUOT-2 + 1
           IF DAYS-MP < 10
              COMPUTE DAYS-CALC-MONTH = DAYS-MP + 3
           ELSE
              COMPUTE DAYS-CALC-MONTH = DAYS-MP - 9
           END-IF
           IF DAYS-CALC-MONTH <= 2
              ADD 1 TO DAYS-CALC-YEAR
           END-IF
           MOVE DAYS-CALC-YEAR  TO DAYS-YEAR
           MOVE DAYS-CALC-MONTH TO DAYS-MONTH
           PERFORM DLL-DAYNUM-WEEKDAY
           EXIT.

      * day 0 (1 March of year 0) fell on a Wednesday *
       DLL-DAYNUM-WEEKDAY.
           COMPUTE DAYS-QUOT = DAYS-NUMBER + 3
           DIVIDE DAYS-QUOT BY 7 GIVING DAYS-QUOT-2
              REMAINDER DAYS-REM
           MOVE DAYS-REM TO DAYS-WEEKDAY
           EXIT.
