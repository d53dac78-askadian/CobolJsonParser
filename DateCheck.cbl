      *    INCLUDED) - OTHERWISE THE ANSWER IS INVALID.  A VALID      *
      *    DATE COMES BACK NORMALISED TO CCYYMMDD, WHICH IS WHAT      *
      *    THE SETTLEMENT SIDE EXPECTS REGARDLESS OF HOW THE          *
      *    PARTNER CHOSE TO WRITE IT, TOGETHER WITH ITS DAY NUMBER    *
      *    (DAYS SINCE A FIXED BASE) FOR CALLERS THAT NEED THE        *
      *    DISTANCE BETWEEN TWO DATES - AGING, RETENTION AND THE      *
      *    LIKE.                                                      *
      *                                                               *
      *        CALL "DateCheck" USING DATE-CHECK-PARMS                *
      *                                                               *
            10 WS-LEAP-SW         PIC X(01) VALUE 'N'.
                88 LEAP-YEAR          VALUE 'Y'.
                88 COMMON-YEAR        VALUE 'N'.
            10 WS-CALC-YEAR       PIC S9(05) COMP VALUE ZERO.
            10 WS-CALC-MONTH      PIC S9(03) COMP VALUE ZERO.
            10 WS-CALC-QUOT       PIC S9(07) COMP VALUE ZERO.
            10 WS-CALC-DAYS       PIC S9(07) COMP VALUE ZERO.

       LINKAGE SECTION.
           COPY "DATECHK.cpy".

           SET DTC-INVALID TO TRUE.
           MOVE ZEROS TO DTC-CCYYMMDD.
           MOVE ZEROS TO DTC-DAY-NUMBER.
           SET PARSE-CLEAN TO TRUE.
           MOVE ZERO TO WS-YEAR-COUNT.
           MOVE ZERO TO WS-MONTH-COUNT.
           END-IF.
           COMPUTE DTC-CCYYMMDD =
              WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           PERFORM 4000-COMPUTE-DAY-NUMBER
              THRU 4000-EXIT.
           SET DTC-VALID TO TRUE.

           GOBACK.
           END-IF.
       3000-EXIT.
              EXIT.

       4000-COMPUTE-DAY-NUMBER.
      *        COUNTS DAYS FROM A FIXED BASE WITH THE YEAR TAKEN TO
      *        START IN MARCH, SO THE LEAP DAY FALLS AT THE END OF
      *        THE YEAR AND EVERY MONTH BEFORE IT HAS A FIXED
      *        OFFSET.  EACH DIVISION IS DONE ON ITS OWN SO THE
      *        FRACTIONS ARE DROPPED STEP BY STEP, AS THE METHOD
      *        REQUIRES
           IF WS-MONTH > 2 THEN
              MOVE WS-YEAR TO WS-CALC-YEAR
              COMPUTE WS-CALC-MONTH = WS-MONTH - 3
           ELSE
              COMPUTE WS-CALC-YEAR = WS-YEAR - 1
              COMPUTE WS-CALC-MONTH = WS-MONTH + 9
           END-IF.
           COMPUTE WS-CALC-DAYS = WS-CALC-YEAR * 365 + WS-DAY.
           DIVIDE WS-CALC-YEAR BY 4 GIVING WS-CALC-QUOT.
           ADD WS-CALC-QUOT TO WS-CALC-DAYS.
           DIVIDE WS-CALC-YEAR BY 100 GIVING WS-CALC-QUOT.
           SUBTRACT WS-CALC-QUOT FROM WS-CALC-DAYS.
           DIVIDE WS-CALC-YEAR BY 400 GIVING WS-CALC-QUOT.
           ADD WS-CALC-QUOT TO WS-CALC-DAYS.
           COMPUTE WS-CALC-QUOT = WS-CALC-MONTH * 153 + 2.
           DIVIDE WS-CALC-QUOT BY 5 GIVING WS-CALC-QUOT.
           ADD WS-CALC-QUOT TO WS-CALC-DAYS.
           MOVE WS-CALC-DAYS TO DTC-DAY-NUMBER.
       4000-EXIT.
              EXIT.
       END PROGRAM DateCheck.
