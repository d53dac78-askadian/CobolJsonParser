      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    DAY-OVER-DAY DELTA COMPARE OF PARSED OUTPUT - READS        *
      *    TODAY'S PARSED-OUT.dat AND THE PRIOR SNAPSHOT OF THE SAME  *
      *    PARTNER - PARSED-PRV-<partner>.dat, OR PARSED-PRV.dat FOR  *
      *    A RUN NOT ON TRANSMIT-REG.dat - STAGED BY CycleArchive     *
      *    FROM THAT PARTNER'S LATEST PROVED RUN (BOTH IN THE         *
      *    PARSEDOUT.cpy LAYOUT),                                     *
      *    MATCHES RECORDS ON THE VALUE OF AN IDENTIFYING KEY (THE    *
      *    JSONCOMPARE_ID_KEY ENVIRONMENT VARIABLE, "id" UNLESS THE   *
      *    RUN SAYS OTHERWISE), AND REPORTS ADDS, DELETES AND         *
      *    SAME PARSEDOUT.cpy LAYOUT SO DOWNSTREAM JOBS CAN PROCESS   *
      *    JUST WHAT MOVED INSTEAD OF THE WHOLE SNAPSHOT.             *
      *                                                               *
      *    THE SNAPSHOT MUST BE STAMPED EARLIER THAN TODAY'S RUN AND  *
      *    ITS RUN MUST BE REGISTERED TO THE SAME PARTNER, OR THE JOB *
      *    ENDS WITH RETURN CODE 8.  A PARTNER WITH NO SNAPSHOT       *
      *    STAGED YET HAS EVERY RECORD REPORTED AS AN ADD AND ENDS    *
      *    WITH RETURN CODE 4.                                        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
                     FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ParsedOutFile ASSIGN TO "PARSED-OUT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ParsedPrvFile ASSIGN USING WS-PRV-FILE-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PRV-STATUS.
           SELECT DeltaOutFile ASSIGN TO "DELTA-OUT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.
           SELECT TransmitRegFile ASSIGN TO "TRANSMIT-REG.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TR-KEY
                     ALTERNATE RECORD KEY IS TR-RUN-KEY
                        WITH DUPLICATES
                     FILE STATUS IS WS-TR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER                PIC X(01).
           05  DL-JSON-VAL-TYPE      PIC X(10).

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       FD TransmitRegFile.
           COPY "TRANSREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-TODAY-EOF-SW    PIC X(01) VALUE 'N'.
            10 WS-DIFF-SW         PIC X(01) VALUE 'N'.
                88 RECORD-DIFFERS     VALUE 'Y'.
                88 RECORD-SAME        VALUE 'N'.
            10 WS-PRIOR-FILE-SW   PIC X(01) VALUE 'Y'.
                88 PRIOR-ON-FILE      VALUE 'Y'.
                88 PRIOR-NOT-ON-FILE  VALUE 'N'.
            10 WS-ID-KEY-NAME     PIC X(60) VALUE "id".
            10 WS-ID-VALUE        PIC X(60) VALUE SPACES.
            10 WS-TODAY-RECORDS   PIC S9(07) COMP VALUE ZERO.
            10 WS-SUM-LOOKUP-KEY  PIC X(60) VALUE SPACES.
            10 WS-PRV-OVFL-SEQ    PIC 9(07) VALUE ZERO.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-PRV-CYCLE-DATE  PIC 9(08) VALUE ZEROS.
            10 WS-PRV-RUN-NO      PIC 9(03) VALUE ZEROS.
            10 WS-PRV-STATUS      PIC X(02) VALUE SPACES.
            10 WS-PRV-FILE-NAME   PIC X(80) VALUE "PARSED-PRV.dat".
            10 WS-PRV-NAME-PART   PIC X(20) VALUE SPACES.
            10 WS-PRV-NAME-LEN    PIC S9(05) COMP VALUE ZERO.
            10 WS-PRV-NAME-POS    PIC S9(05) COMP VALUE ZERO.
            10 WS-PRV-NAME-CHAR   PIC X(01) VALUE SPACE.
            10 WS-TR-STATUS       PIC X(02) VALUE SPACES.
            10 WS-PARTNER-ID      PIC X(20) VALUE "*NONE*".
            10 WS-PRV-PARTNER-ID  PIC X(20) VALUE "*NONE*".
            10 WS-LOOKUP-CYCLE-DATE PIC 9(08) VALUE ZEROS.
            10 WS-LOOKUP-RUN-NO   PIC 9(03) VALUE ZEROS.
            10 WS-LOOKUP-PARTNER-ID PIC X(20) VALUE SPACES.

           COPY "RUNHDR.cpy".

              THRU 4000-EXIT.
           CLOSE ParsedOutFile.
           CLOSE DeltaOutFile.
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
           PERFORM 1040-FIND-RUN-PARTNER
              THRU 1040-EXIT
           PERFORM 1050-NAME-PRIOR-FILE
              THRU 1050-EXIT
           OPEN INPUT ParsedOutFile
           OPEN INPUT ParsedPrvFile
           OPEN OUTPUT DeltaOutFile
       1030-EXIT.
              EXIT.

       1040-FIND-RUN-PARTNER.
      *        THE PARTNER WHOSE FILE THIS RUN CARRIES - ITS SNAPSHOT
      *        IS THE ONLY ONE TODAY'S RECORDS ARE COMPARED WITH
           MOVE RC-CYCLE-DATE TO WS-LOOKUP-CYCLE-DATE.
           MOVE RC-RUN-NO     TO WS-LOOKUP-RUN-NO.
           PERFORM 1060-LOOK-UP-PARTNER
              THRU 1060-EXIT.
           MOVE WS-LOOKUP-PARTNER-ID TO WS-PARTNER-ID.
           DISPLAY "PARTNER " WS-PARTNER-ID.
       1040-EXIT.
              EXIT.

       1050-NAME-PRIOR-FILE.
      *        PARSED-PRV-<partner>.dat, NAMED AS CycleArchive NAMES
      *        IT WHEN IT STAGES THE SNAPSHOT - THE PARTNER ID
      *        CLEANED AS PartnerAck CLEANS IT, AND THE PLAIN
      *        PARSED-PRV.dat FOR A RUN NEVER REGISTERED
           IF WS-PARTNER-ID = "*NONE*" THEN
              MOVE "PARSED-PRV.dat" TO WS-PRV-FILE-NAME
              GO TO 1050-EXIT
           END-IF.
           IF WS-PARTNER-ID = SPACES THEN
              MOVE "NOPARTNER" TO WS-PRV-NAME-PART
           ELSE
              MOVE WS-PARTNER-ID TO WS-PRV-NAME-PART
           END-IF.
           MOVE +20 TO WS-PRV-NAME-LEN.
           PERFORM UNTIL WS-PRV-NAME-PART(WS-PRV-NAME-LEN:1)
              NOT = SPACE
              SUBTRACT 1 FROM WS-PRV-NAME-LEN
           END-PERFORM.
           PERFORM VARYING WS-PRV-NAME-POS FROM 1 BY 1
              UNTIL WS-PRV-NAME-POS > WS-PRV-NAME-LEN
              MOVE WS-PRV-NAME-PART(WS-PRV-NAME-POS:1)
                TO WS-PRV-NAME-CHAR
              IF WS-PRV-NAME-CHAR IS NOT NUMERIC
                 AND (WS-PRV-NAME-CHAR IS NOT ALPHABETIC
                      OR WS-PRV-NAME-CHAR = SPACE)
                 AND WS-PRV-NAME-CHAR NOT = "-" THEN
                 MOVE "_" TO WS-PRV-NAME-PART(WS-PRV-NAME-POS:1)
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRV-FILE-NAME.
           STRING "PARSED-PRV-"                       DELIMITED BY SIZE
                  WS-PRV-NAME-PART(1:WS-PRV-NAME-LEN) DELIMITED BY SIZE
                  ".dat"                              DELIMITED BY SIZE
              INTO WS-PRV-FILE-NAME
           END-STRING.
       1050-EXIT.
              EXIT.

       1060-LOOK-UP-PARTNER.
      *        ONE RUN CARRIES ONE PARTNER FILE, AND TransmitCheck
      *        REGISTERED IT UNDER THE CYCLE AND RUN.  A RUN WITH NO
      *        REGISTER ENTRY IS TAKEN AS "*NONE*", AS CycleArchive
      *        CATALOGS IT
           MOVE "*NONE*" TO WS-LOOKUP-PARTNER-ID.
           OPEN INPUT TransmitRegFile.
           IF WS-TR-STATUS NOT = "00" THEN
              DISPLAY "TRANSMIT-REG.dat NOT USABLE - FILE STATUS "
                 WS-TR-STATUS " - CYCLE " WS-LOOKUP-CYCLE-DATE
                 " RUN " WS-LOOKUP-RUN-NO " TAKEN AS *NONE*"
              GO TO 1060-EXIT
           END-IF.
           MOVE WS-LOOKUP-CYCLE-DATE TO TR-CYCLE-DATE.
           MOVE WS-LOOKUP-RUN-NO     TO TR-RUN-NO.
           START TransmitRegFile KEY IS = TR-RUN-KEY
              INVALID KEY
                 DISPLAY "CYCLE " WS-LOOKUP-CYCLE-DATE " RUN "
                    WS-LOOKUP-RUN-NO " NOT ON TRANSMIT-REG.dat - "
                    "TAKEN AS *NONE*"
                 CLOSE TransmitRegFile
                 GO TO 1060-EXIT
           END-START.
           READ TransmitRegFile NEXT RECORD
              AT END CONTINUE
           END-READ.
           IF WS-TR-STATUS = "00"
              AND TR-CYCLE-DATE = WS-LOOKUP-CYCLE-DATE
              AND TR-RUN-NO = WS-LOOKUP-RUN-NO THEN
              MOVE TR-PARTNER-ID TO WS-LOOKUP-PARTNER-ID
           END-IF.
           CLOSE TransmitRegFile.
       1060-EXIT.
              EXIT.

       1100-LOAD-PRIOR-CYCLE.
      *        A PARTNER'S FIRST RUN HAS NO SNAPSHOT STAGED YET -
      *        NOTHING IS LOADED AND EVERY RECORD TODAY IS AN ADD
           IF WS-PRV-STATUS = "35" THEN
              SET PRIOR-NOT-ON-FILE TO TRUE
              DISPLAY "NO PRIOR SNAPSHOT " WS-PRV-FILE-NAME
              DISPLAY "      FOR PARTNER " WS-PARTNER-ID
                 " - EVERY RECORD REPORTED AS AN ADD"
              IF RETURN-CODE = ZERO THEN
                 MOVE +4 TO RETURN-CODE
              END-IF
              GO TO 1100-EXIT
           END-IF.
           IF WS-PRV-STATUS NOT = "00" THEN
              DISPLAY WS-PRV-FILE-NAME
              DISPLAY "      NOT USABLE - FILE STATUS " WS-PRV-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ParsedPrvFile
              AT END SET END-OF-PRIOR-FILE TO TRUE
           END-READ.
              EXIT.

       1120-VERIFY-PRIOR-HEADER.
      *        THE SNAPSHOT MUST CARRY A CYCLEHDR STAMP STRICTLY
      *        EARLIER THAN THE CURRENT CYCLE - THAT IS THE PROOF IT
      *        REALLY IS THE PRIOR SNAPSHOT AND NOT A MIS-COPIED
      *        CURRENT ONE WEARING THE RIGHT FILE NAME - AND ITS RUN
      *        MUST BE THE SAME PARTNER'S, SINCE AN EARLIER RUN OF
      *        THE SAME CYCLE MAY WELL HAVE CARRIED ANOTHER PARTNER
           MOVE PARSED-PRV-REC TO RUN-HEADER-LINE.
           IF END-OF-PRIOR-FILE OR NOT RUN-HEADER-PRESENT THEN
              DISPLAY WS-PRV-FILE-NAME
              DISPLAY "      CARRIES NO CYCLEHDR STAMP"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RH-CYCLE-DATE > RC-CYCLE-DATE
              OR (RH-CYCLE-DATE = RC-CYCLE-DATE
                  AND RH-RUN-NO >= RC-RUN-NO) THEN
              DISPLAY WS-PRV-FILE-NAME
              DISPLAY "      IS CYCLE " RH-CYCLE-DATE
                 " RUN " RH-RUN-NO " - NOT PRIOR TO CYCLE "
                 RC-CYCLE-DATE " RUN " RC-RUN-NO
              MOVE +8 TO RETURN-CODE
           END-IF.
           MOVE RH-CYCLE-DATE TO WS-PRV-CYCLE-DATE.
           MOVE RH-RUN-NO     TO WS-PRV-RUN-NO.
           MOVE WS-PRV-CYCLE-DATE TO WS-LOOKUP-CYCLE-DATE.
           MOVE WS-PRV-RUN-NO     TO WS-LOOKUP-RUN-NO.
           PERFORM 1060-LOOK-UP-PARTNER
              THRU 1060-EXIT.
           MOVE WS-LOOKUP-PARTNER-ID TO WS-PRV-PARTNER-ID.
           IF WS-PRV-PARTNER-ID NOT = WS-PARTNER-ID THEN
              DISPLAY WS-PRV-FILE-NAME
              DISPLAY "      IS CYCLE " WS-PRV-CYCLE-DATE
                 " RUN " WS-PRV-RUN-NO " OF PARTNER "
                 WS-PRV-PARTNER-ID " - THIS RUN IS PARTNER "
                 WS-PARTNER-ID
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ParsedPrvFile
              AT END SET END-OF-PRIOR-FILE TO TRUE
           END-READ.
       4000-EXIT.
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
           MOVE "TODAY-RECORDS" TO WS-CC-COUNTER.
           MOVE WS-TODAY-RECORDS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "PRIOR-RECORDS" TO WS-CC-COUNTER.
           MOVE WS-PRIOR-RECORDS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "ADDS" TO WS-CC-COUNTER.
           MOVE WS-ADDS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "DELETES" TO WS-CC-COUNTER.
           MOVE WS-DELETES TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "CHANGED-RECORDS" TO WS-CC-COUNTER.
           MOVE WS-CHANGED-RECORDS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "UNCHANGED-RECORDS" TO WS-CC-COUNTER.
           MOVE WS-UNCHANGED-RECS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "DELTA-RECORDS" TO WS-CC-COUNTER.
           MOVE WS-DELTA-RECORDS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "PRIOR-NOT-LOADED" TO WS-CC-COUNTER.
           MOVE WS-PRV-OVERFLOW TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "JSONCompare"  TO CC-PROGRAM.
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
      *        PRINTS CONTROL TOTALS FOR THE WHOLE COMPARE AND THE
      *        PER-KEY SUMMARY OF WHAT CHANGED
           DISPLAY "IDENTIFYING KEY . . . . . . " WS-ID-KEY-NAME.
           DISPLAY "TODAY CYCLE/RUN . . . . . . " RC-CYCLE-DATE
              " " RC-RUN-NO.
           DISPLAY "PARTNER . . . . . . . . . . " WS-PARTNER-ID.
           DISPLAY "PRIOR SNAPSHOT. . . . . . . " WS-PRV-FILE-NAME.
           IF PRIOR-ON-FILE THEN
              DISPLAY "PRIOR CYCLE/RUN . . . . . . " WS-PRV-CYCLE-DATE
                 " " WS-PRV-RUN-NO
           ELSE
              DISPLAY "PRIOR CYCLE/RUN . . . . . . NONE STAGED YET"
           END-IF.
           DISPLAY "TODAY RECORDS READ. . . . . " WS-TODAY-RECORDS.
           DISPLAY "PRIOR RECORDS LOADED. . . . " WS-PRIOR-RECORDS.
           DISPLAY "ADDS. . . . . . . . . . . . " WS-ADDS.
