      *    "CCYY-MM-DD", "MM/DD/CCYY", "DD.MM.CCYY", "CCYYMMDD")      *
      *    AND GETS BACK DTC-VALID/INVALID AND, WHEN VALID, THE       *
      *    DATE NORMALIZED TO CCYYMMDD.  IMPOSSIBLE CALENDAR DATES    *
      *    (FEB 30, MONTH 13) COME BACK INVALID.  A VALID DATE ALSO   *
      *    RETURNS DTC-DAY-NUMBER, A RUNNING DAY COUNT SO TWO DATES   *
      *    CAN BE SUBTRACTED TO GIVE THE DAYS BETWEEN THEM.  COPY     *
      *    THIS INTO THE CALLING PROGRAM'S WORKING-STORAGE RATHER     *
      *    THAN RE-KEYING IT.                                         *
      *                                                               *
      *        CALL "DateCheck" USING DATE-CHECK-PARMS                *
      *                                                               *
               88  DTC-VALID             VALUE "V".
               88  DTC-INVALID           VALUE "I".
           05  DTC-CCYYMMDD          PIC 9(08).
           05  DTC-DAY-NUMBER        PIC 9(07).
