                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AuditFile ASSIGN TO "RECYCLE-AUDIT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
          02  FILLER               PIC X(01).
          02  REJECT-REASON-TEXT   PIC X(40).
          02  FILLER               PIC X(01).
          02  REJECT-JSON-REC      PIC X(32000).

       FD DispositionFile.
       01 DISPOSN-REC.
          02  CO-REC-PREFIX        PIC X(100).

       FD ResubmitFile.
       01 RESUBMIT-REC             PIC X(32000).

       FD AuditFile.
       01 AUDIT-REC.
          02  FILLER               PIC X(01) VALUE SPACE.
          02  AU-REC-PREFIX        PIC X(60).

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-REJECT-EOF-SW   PIC X(01) VALUE 'N'.
            10 WS-HELD            PIC S9(07) COMP VALUE ZERO.
            10 WS-AUDIT-ACTION    PIC X(12) VALUE SPACES.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.

           COPY "RUNHDR.cpy".

       01 WS-RESUBMIT-BUILD      PIC X(32000) VALUE SPACES.

       01 WS-DISPOSITIONS.
      *        THE KEYED DISPOSITION PER REASON CODE - R RESUBMIT
           CLOSE CycleOutFile.
           CLOSE ResubmitFile.
           CLOSE AuditFile.
           PERFORM 9800-WRITE-CONTROL-COUNTS
              THRU 9800-EXIT.
           PERFORM 9900-END-OF-JOB-REPORT
              THRU 9900-EXIT.

           STOP RUN.

       1000-INITIALIZE.
      *        THE STEP'S START, FILED BESIDE ITS CONTROL COUNTS
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM 1010-READ-RUN-CONTROL
              THRU 1010-EXIT
           OPEN INPUT RejectFile
      *        THE TRAILING-SPACE-TRIMMED LENGTH OF THE REJECTED
      *        JSON TEXT - USED BOTH AS PART OF THE CYCLE MATCH KEY
      *        AND AS THE SPOT TO APPEND ;; FOR THE A DISPOSITION
           MOVE +32000 TO WS-REC-LEN.
           PERFORM UNTIL WS-REC-LEN = ZERO
              OR REJECT-JSON-REC(WS-REC-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-REC-LEN
      *        THE NODL REPAIR - THE RECORD WAS REJECTED FOR A
      *        MISSING ;; TERMINATOR, SO PUT ONE ON THE END AND
      *        SEND IT BACK AROUND
           IF WS-REC-LEN > +31998 THEN
      *        NO ROOM LEFT FOR THE DELIMITER - THE RECORD CANNOT
      *        BE REPAIRED THIS WAY
              MOVE "DROPPED-LONG" TO WS-AUDIT-ACTION
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
           MOVE "RECORDS-READ" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-READ TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RESUBMITTED" TO WS-CC-COUNTER.
           MOVE WS-RESUBMITTED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "DROPPED" TO WS-CC-COUNTER.
           MOVE WS-DROPPED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "AGED-OUT" TO WS-CC-COUNTER.
           MOVE WS-AGED-OUT TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "HELD" TO WS-CC-COUNTER.
           MOVE WS-HELD TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "RejectRecycle" TO CC-PROGRAM.
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
      *        PRINTS CONTROL TOTALS FOR THE WHOLE RUN AND THE
      *        PER-REASON-CODE BREAKDOWN OF WHAT WAS RECYCLED,
