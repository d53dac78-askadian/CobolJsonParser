                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UnmapExceptFile ASSIGN TO "UNMAP-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
          02  FILLER               PIC X(01) VALUE SPACE.
          02  UX-REASON-TEXT       PIC X(40).

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-MASTER-EOF-SW   PIC X(01) VALUE 'N'.
            10 WS-EMPTY-SKIPPED   PIC S9(07) COMP VALUE ZERO.
            10 WS-EXCEPT-COUNT    PIC S9(07) COMP VALUE ZERO.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-UX-EXCEPT-CODE  PIC X(04) VALUE SPACES.
            10 WS-UX-REASON-TXT   PIC X(40) VALUE SPACES.
            10 WS-PIC-SCAN-POS    PIC S9(05) COMP VALUE ZERO.
           CLOSE MasterInFile.
           CLOSE ParsedOutFile.
           CLOSE UnmapExceptFile.
           PERFORM 9800-WRITE-CONTROL-COUNTS
              THRU 9800-EXIT.
           PERFORM 9900-END-OF-JOB-REPORT
              THRU 9900-EXIT.

           STOP RUN.

       1000-INITIALIZE.
      *        THE STEP'S START, FILED BESIDE ITS CONTROL COUNTS
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
      *        A REPLY RUN SERVES ONE PARTNER - THE RULE SET NAMED
      *        HERE (BLANK FOR THE BLANK-SET ROWS ONLY) PICKS WHICH
      *        MAPPING ROWS DRIVE THE REVERSE MAP
       8000-EXIT.
              EXIT.

       9800-WRITE-CONTROL-COUNTS.
      *        THE RUN'S CONTROL COUNTS, EXTENDED ONTO THE COMMON
      *        CYCLE CONTROL DATASET, WHICH HOLDS THE ROWS OF EVERY
      *        RUN AND IS NEVER STARTED OVER - STATUS 35 MEANS NO
      *        STEP HAS WRITTEN IT YET, SO THE FILE IS STARTED HERE
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           OPEN EXTEND CycleCtlFile.
           IF WS-CC-STATUS = "35" THEN
              OPEN OUTPUT CycleCtlFile
           END-IF.
           IF WS-CC-STATUS NOT = "00" THEN
              DISPLAY "CYCLE-CTL.dat NOT USABLE - FILE STATUS "
                 WS-CC-STATUS
              GO TO 9800-EXIT
           END-IF.
           MOVE "MAPPING-ENTRIES" TO WS-CC-COUNTER.
           MOVE WS-MAP-NUM-KEYS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RECORDS-READ" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-READ TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "PAIRS-WRITTEN" TO WS-CC-COUNTER.
           MOVE WS-PAIRS-WRITTEN TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "EMPTY-SKIPPED" TO WS-CC-COUNTER.
           MOVE WS-EMPTY-SKIPPED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "EXCEPTIONS" TO WS-CC-COUNTER.
           MOVE WS-EXCEPT-COUNT TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "JSONUnmapper" TO CC-PROGRAM.
           MOVE WS-CC-COUNTER  TO CC-COUNTER.
           MOVE WS-CC-VALUE    TO CC-VALUE.
           MOVE WS-START-DATE  TO CC-START-DATE.
           MOVE WS-START-TIME  TO CC-START-TIME.
           MOVE WS-END-DATE    TO CC-END-DATE.
           MOVE WS-END-TIME    TO CC-END-TIME.
           WRITE CYCLE-CTL-REC.
       9810-EXIT.
              EXIT.

       9900-END-OF-JOB-REPORT.
      *        PRINTS CONTROL TOTALS FOR THE WHOLE RUN - RECORDS IN,
      *        PAIRS OUT, ABSENT FIELDS SKIPPED AND EXCEPTIONS
