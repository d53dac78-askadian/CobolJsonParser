      *****************************************************************
      *                                                               *
      *    RUNSTAT - RECORD LAYOUT FOR RUN-STATS.dat, THE PERSISTENT  *
      *    RUN STATISTICS RunTrend KEEPS ACROSS CYCLES.  ONE ENTRY    *
      *    PER CYCLE, RUN AND PROGRAM, FILED FROM THAT RUN'S          *
      *    CYCLE-CTL.dat ROWS (THE LAST ROW PER COUNTER, SO A RERUN   *
      *    COUNTS ONCE), CARRYING THE PARTNER WHOSE FILE THE RUN      *
      *    CARRIED, WHEN THE PROGRAM STARTED AND FINISHED, ITS        *
      *    ELAPSED SECONDS (RS-TIMING-GIVEN IS "N" WHEN THE ROWS HAD  *
      *    NO USABLE TIMESTAMPS) AND EVERY CONTROL COUNT IT WROTE.    *
      *    THE KEY LEADS WITH THE CYCLE AND RUN, SO A READ NEXT PASS  *
      *    MEETS THE RUNS IN THE ORDER THEY HAPPENED.  THE FILE       *
      *    LIVES ACROSS CYCLES - IT IS NEVER OPENED OUTPUT BY A       *
      *    ROUTINE RUN.  SHARED BY EVERY PROGRAM THAT READS OR        *
      *    WRITES THE FILE - COPY IT INTO THE FD RATHER THAN          *
      *    RE-KEYING THE LAYOUT.                                      *
      *                                                               *
      *****************************************************************
       01  RUN-STAT-REC.
           05  RS-KEY.
               10  RS-CYCLE-DATE     PIC 9(08).
               10  RS-RUN-NO         PIC 9(03).
               10  RS-PROGRAM        PIC X(14).
           05  RS-PARTNER-ID         PIC X(20).
           05  RS-STARTED.
               10  RS-START-DATE     PIC 9(08).
               10  RS-START-TIME     PIC 9(08).
           05  RS-ENDED.
               10  RS-END-DATE       PIC 9(08).
               10  RS-END-TIME       PIC 9(08).
           05  RS-TIMING-GIVEN       PIC X(01).
               88  RS-TIMED              VALUE "Y".
               88  RS-UNTIMED            VALUE "N".
           05  RS-ELAPSED-SECS       PIC 9(07).
           05  RS-COUNTER-NUM        PIC 9(02).
           05  RS-COUNTER-ENTRY OCCURS 16 TIMES
                                INDEXED BY RS-CTR-IDX.
               10  RS-COUNTER        PIC X(20).
               10  RS-VALUE          PIC S9(13)V9(04)
                                     SIGN IS LEADING SEPARATE.
