      *    END-OF-JOB CONTROL COUNTS TO: ONE ROW PER COUNTER,         *
      *    STAMPED WITH THE CYCLE AND RUN, CARRYING THE PROGRAM       *
      *    NAME, THE COUNTER NAME AND ITS VALUE AS A SIGNED DISPLAY   *
      *    NUMBER, AND THE DATE AND TIME (HHMMSSHH) THE PROGRAM       *
      *    STARTED AND FINISHED, SO ITS ELAPSED TIME TRAVELS WITH     *
      *    ITS COUNTS.  EVERY PROGRAM EXTENDS THE FILE, STARTING IT   *
      *    ONLY WHEN IT IS MISSING, SO IT HOLDS THE ROWS OF EVERY     *
      *    RUN OF EVERY CYCLE AND EACH READER PICKS OUT ITS OWN RUN   *
      *    BY CC-CYCLE-DATE AND CC-RUN-NO.  CycleReconcile READS IT   *
      *    BACK AT THE END OF THE RUN TO PROVE EVERY RECORD AND       *
      *    EVERY AMOUNT IS ACCOUNTED FOR AND ADDS ITS VERDICT AS A    *
      *    CYCLE-PROVED ROW; RunTrend FILES IT ON THE PERSISTENT      *
      *    RUN-STATS.dat; AND CycleArchive TAKES THE VERDICT TO MARK  *
      *    THE RUN'S GENERATIONS GOOD, COPYING ONLY THE ROWS OF THE   *
      *    RUN IT ARCHIVES.  WHEN A PROGRAM RERUNS, ITS ROWS APPEAR   *
      *    TWICE - THE READER TAKES THE LAST ROW PER PROGRAM AND      *
      *    COUNTER.  SHARED BY EVERY PROGRAM THAT READS OR WRITES     *
      *    THE FILE - COPY IT INTO THE FD RATHER THAN RE-KEYING THE   *
      *    LAYOUT.                                                    *
      *                                                               *
      *****************************************************************
       01  CYCLE-CTL-REC.
           05  FILLER                PIC X(01).
           05  CC-VALUE              PIC S9(13)V9(04)
                                     SIGN IS LEADING SEPARATE.
           05  FILLER                PIC X(01).
           05  CC-STARTED.
               10  CC-START-DATE     PIC 9(08).
               10  CC-START-TIME     PIC 9(08).
           05  FILLER                PIC X(01).
           05  CC-ENDED.
               10  CC-END-DATE       PIC 9(08).
               10  CC-END-TIME       PIC 9(08).
