       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RunTrend.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    CROSS-CYCLE RUN STATISTICS AND TREND CHECK.  RUN AT THE    *
      *    END OF EVERY RUN, AFTER CycleReconcile AND BEFORE THE      *
      *    HANDOFF.  CYCLE-CTL.dat PROVES ONE RUN BALANCES BUT IS A   *
      *    FLAT LOG OF EVERY RUN, READ FROM THE TOP, SO THIS STEP     *
      *    FIRST FILES THE RUN'S ROWS ON THE KEYED, PERSISTENT        *
      *    RUN-STATS.dat (COPYBOOK RUNSTAT) - ONE ENTRY PER PROGRAM   *
      *    WITH ITS START AND END, ELAPSED SECONDS AND EVERY CONTROL  *
      *    COUNT, TAGGED WITH THE PARTNER WHOSE FILE THE RUN CARRIED  *
      *    (FROM THE TRANSMIT-REG.dat ENTRY TransmitCheck MADE FOR    *
      *    THE RUN).                                                  *
      *                                                               *
      *    IT THEN HOLDS THE RUN UP AGAINST THE SAME PARTNER'S        *
      *    EARLIER RUNS, ONE CHECK PER ROW OF THE HAND-MAINTAINED     *
      *    TREND-TOL.dat -                                            *
      *      PARTNER    X(20) "*" FOR EVERY PARTNER - A PARTNER'S     *
      *                       OWN ROW FOR THE SAME COUNT WINS         *
      *      PROGRAM    X(14) THE PROGRAM THAT WROTE THE COUNT        *
      *      COUNTER    X(20) ANY CYCLE-CTL COUNTER, OR               *
      *                       ELAPSED-SECONDS (THE PROGRAM'S RUN      *
      *                       TIME), OR REJECT-RATE (REJECTED PER     *
      *                       HUNDRED RECORDS-READ)                   *
      *      LOW PCT    9(03) FLAG WHEN THE RUN FALLS MORE THAN THIS  *
      *                       PERCENT UNDER THE AVERAGE - BLANK, NO   *
      *                       LOW CHECK                               *
      *      HIGH PCT   9(03) FLAG WHEN THE RUN RISES MORE THAN THIS  *
      *                       PERCENT OVER THE AVERAGE - BLANK, NO    *
      *                       HIGH CHECK                              *
      *      WINDOW     9(02) HOW MANY OF THE PARTNER'S LATEST RUNS   *
      *                       ARE AVERAGED (01-30, BLANK 10)          *
      *      MIN RUNS   9(02) FEWER EARLIER RUNS THAN THIS AND NO     *
      *                       VERDICT IS GIVEN (BLANK 03)             *
      *    EACH FIELD IS FOLLOWED BY ONE SPACE.  AN AVERAGE OF ZERO   *
      *    HAS NO PERCENTAGE - ANY NON-ZERO RUN AGAINST IT FAILS A    *
      *    HIGH CHECK.                                                *
      *                                                               *
      *    EVERY CHECK IS PRINTED WITH THE RUN'S VALUE, THE AVERAGE,  *
      *    THE RUNS BEHIND IT AND THE DEVIATION.  ANY ANOMALY ENDS    *
      *    THE JOB WITH RETURN CODE 4 SO THE OPERATOR LOOKS BEFORE    *
      *    THE HANDOFF; A RUN WITH NOTHING ON CYCLE-CTL.dat, OR A     *
      *    STATISTICS FILE THAT CANNOT BE UPDATED, ENDS IT WITH 8.    *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.
           SELECT TrendTolFile ASSIGN TO "TREND-TOL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TT-STATUS.
           SELECT TransmitRegFile ASSIGN TO "TRANSMIT-REG.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TR-KEY
                     ALTERNATE RECORD KEY IS TR-RUN-KEY
                        WITH DUPLICATES
                     FILE STATUS IS WS-TR-STATUS.
           SELECT RunStatFile ASSIGN TO "RUN-STATS.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RS-KEY
                     FILE STATUS IS WS-RS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunCtlFile.
           COPY "RUNCTL.cpy".

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       FD TrendTolFile.
       01 TREND-TOL-REC.
          02  TT-PARTNER-ID        PIC X(20).
          02  FILLER               PIC X(01).
          02  TT-PROGRAM           PIC X(14).
          02  FILLER               PIC X(01).
          02  TT-COUNTER           PIC X(20).
          02  FILLER               PIC X(01).
          02  TT-LOW-PCT-TEXT      PIC X(03).
          02  TT-LOW-PCT REDEFINES TT-LOW-PCT-TEXT
                                   PIC 9(03).
          02  FILLER               PIC X(01).
          02  TT-HIGH-PCT-TEXT     PIC X(03).
          02  TT-HIGH-PCT REDEFINES TT-HIGH-PCT-TEXT
                                   PIC 9(03).
          02  FILLER               PIC X(01).
          02  TT-WINDOW-TEXT       PIC X(02).
          02  TT-WINDOW REDEFINES TT-WINDOW-TEXT
                                   PIC 9(02).
          02  FILLER               PIC X(01).
          02  TT-MIN-RUNS-TEXT     PIC X(02).
          02  TT-MIN-RUNS REDEFINES TT-MIN-RUNS-TEXT
                                   PIC 9(02).

       FD TransmitRegFile.
           COPY "TRANSREG.cpy".

       FD RunStatFile.
           COPY "RUNSTAT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-TT-STATUS       PIC X(02) VALUE SPACES.
            10 WS-TR-STATUS       PIC X(02) VALUE SPACES.
            10 WS-RS-STATUS       PIC X(02) VALUE SPACES.
            10 WS-EOF-SW          PIC X(01) VALUE 'N'.
                88 END-OF-INPUT-FILE  VALUE 'Y'.
                88 MORE-INPUT-RECS    VALUE 'N'.
            10 WS-FOUND-SW        PIC X(01) VALUE 'N'.
                88 ENTRY-FOUND        VALUE 'Y'.
                88 ENTRY-UNFOUND      VALUE 'N'.
            10 WS-MET-FOUND-SW    PIC X(01) VALUE 'N'.
                88 METRIC-FOUND       VALUE 'Y'.
                88 METRIC-UNFOUND     VALUE 'N'.
            10 WS-APPLY-SW        PIC X(01) VALUE 'N'.
                88 CHECK-APPLIES      VALUE 'Y'.
                88 CHECK-OVERRIDDEN   VALUE 'N'.
            10 WS-PARTNER-ID      PIC X(20) VALUE SPACES.
            10 WS-CTL-ROWS        PIC S9(07) COMP VALUE ZERO.
            10 WS-STALE-ROWS      PIC S9(07) COMP VALUE ZERO.
            10 WS-ENTRIES-FILED   PIC S9(05) COMP VALUE ZERO.
            10 WS-ENTRIES-REFILED PIC S9(05) COMP VALUE ZERO.
            10 WS-TOL-ROWS-READ   PIC S9(05) COMP VALUE ZERO.
            10 WS-TOL-ROWS-BAD    PIC S9(05) COMP VALUE ZERO.
            10 WS-CHECKS-MADE     PIC S9(05) COMP VALUE ZERO.
            10 WS-CHECKS-NO-VERDICT PIC S9(05) COMP VALUE ZERO.
            10 WS-ANOMALIES       PIC S9(05) COMP VALUE ZERO.
            10 WS-MET-COUNTER     PIC X(20) VALUE SPACES.
            10 WS-MET-VALUE       PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-MET-READ        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-MET-REJECTED    PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-TONIGHT-VALUE   PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-HIS-SUM         PIC S9(15)V9(04) COMP-3 VALUE ZERO.
            10 WS-HIS-AVERAGE     PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-HIS-USED        PIC S9(05) COMP VALUE ZERO.
            10 WS-HIS-LOOKED      PIC S9(05) COMP VALUE ZERO.
            10 WS-HIS-SUB         PIC S9(05) COMP VALUE ZERO.
            10 WS-DEV-PCT         PIC S9(07)V9(01) COMP-3 VALUE ZERO.
            10 WS-LIMIT-VALUE     PIC S9(15)V9(04) COMP-3 VALUE ZERO.
            10 WS-VERDICT         PIC X(12) VALUE SPACES.
            10 WS-START-DAY-NO    PIC 9(07) VALUE ZEROS.
            10 WS-END-DAY-NO      PIC 9(07) VALUE ZEROS.
            10 WS-START-SECS      PIC S9(07) COMP VALUE ZERO.
            10 WS-END-SECS        PIC S9(07) COMP VALUE ZERO.
            10 WS-ELAPSED-SECS    PIC S9(09) COMP VALUE ZERO.
            10 WS-CLOCK-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
               15 WS-CLOCK-HH     PIC 9(02).
               15 WS-CLOCK-MM     PIC 9(02).
               15 WS-CLOCK-SS     PIC 9(02).
               15 WS-CLOCK-HS     PIC 9(02).
            10 WS-EDIT-TONIGHT    PIC -(12)9.9(4).
            10 WS-EDIT-AVERAGE    PIC -(12)9.9(4).
            10 WS-EDIT-DEV        PIC -(6)9.9.
            10 WS-EDIT-RUNS       PIC Z9.
            10 WS-EDIT-SECS       PIC ZZZZZZ9.

           COPY "RUNHDR.cpy".

           COPY "DATECHK.cpy".

       01 WS-PROGRAM-TABLE.
      *        THE RUN'S CYCLE-CTL.dat ROWS, ONE ENTRY PER PROGRAM -
      *        A RERUN'S LATER ROW REPLACES THE EARLIER COUNT AND
      *        TIMESTAMPS, AS CycleReconcile TAKES THEM
           05 WS-PGM-NUM          PIC S9(05) COMP VALUE ZERO.
           05 WS-PGM-MAX          PIC S9(05) COMP VALUE +30.
           05 WS-PGM-ENTRY OCCURS 30 TIMES
                           INDEXED BY WS-PGM-IDX.
              10 WS-PGM-NAME          PIC X(14).
              10 WS-PGM-STARTED       PIC X(16).
              10 WS-PGM-ENDED         PIC X(16).
              10 WS-PGM-CTR-NUM       PIC S9(05) COMP.
              10 WS-PGM-CTR-ENTRY OCCURS 16 TIMES
                                  INDEXED BY WS-CTR-IDX.
                 15 WS-PGM-COUNTER       PIC X(20).
                 15 WS-PGM-VALUE         PIC S9(13)V9(04) COMP-3.

       01 WS-HISTORY-TABLE.
      *        THE PARTNER'S EARLIER RUNS ON RUN-STATS.dat, OLDEST
      *        FIRST - ONLY THE LATEST 30 ARE KEPT, THE MOST ANY
      *        WINDOW CAN ASK FOR
           05 WS-HIS-NUM          PIC S9(05) COMP VALUE ZERO.
           05 WS-HIS-MAX          PIC S9(05) COMP VALUE +30.
           05 WS-HIS-ENTRY OCCURS 30 TIMES
                           INDEXED BY WS-HIS-IDX.
              10 WS-HIS-CYCLE-DATE    PIC 9(08).
              10 WS-HIS-RUN-NO        PIC 9(03).

       01 WS-TOLERANCE-TABLE.
      *        TREND-TOL.dat AS LOADED - BLANK PERCENTAGES CARRY
      *        A "NO CHECK" SWITCH, BLANK WINDOWS THEIR DEFAULTS
           05 WS-TOL-NUM          PIC S9(05) COMP VALUE ZERO.
           05 WS-TOL-MAX          PIC S9(05) COMP VALUE +100.
           05 WS-TOL-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-TOL-IDX WS-TOL-IDX2.
              10 WS-TOL-PARTNER-ID    PIC X(20).
              10 WS-TOL-PROGRAM       PIC X(14).
              10 WS-TOL-COUNTER       PIC X(20).
              10 WS-TOL-LOW-SW        PIC X(01).
                 88 TOL-CHECK-LOW         VALUE 'Y'.
              10 WS-TOL-LOW-PCT       PIC 9(03).
              10 WS-TOL-HIGH-SW       PIC X(01).
                 88 TOL-CHECK-HIGH        VALUE 'Y'.
              10 WS-TOL-HIGH-PCT      PIC 9(03).
              10 WS-TOL-WINDOW        PIC S9(05) COMP.
              10 WS-TOL-MIN-RUNS      PIC S9(05) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM 2000-LOAD-CONTROL-COUNTS
              THRU 2000-EXIT.
           PERFORM 3000-FILE-RUN-STATS
              THRU 3000-EXIT.
           PERFORM 4000-LOAD-PARTNER-HISTORY
              THRU 4000-EXIT.
           PERFORM 5000-LOAD-TOLERANCES
              THRU 5000-EXIT.
           PERFORM 6000-CHECK-TOLERANCES
              THRU 6000-EXIT.
           CLOSE RunStatFile.
           PERFORM 9800-WRITE-CONTROL-COUNTS
              THRU 9800-EXIT.
           PERFORM 9900-END-OF-JOB-REPORT
              THRU 9900-EXIT.
           IF WS-ANOMALIES > ZERO
              AND RETURN-CODE = ZERO THEN
              MOVE +4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
      *        THE STEP'S START, FILED BESIDE ITS CONTROL COUNTS
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM 1010-READ-RUN-CONTROL
              THRU 1010-EXIT.
           PERFORM 1020-FIND-RUN-PARTNER
              THRU 1020-EXIT.
           PERFORM 1030-OPEN-RUN-STATS
              THRU 1030-EXIT.
       1000-EXIT.
              EXIT.

       1010-READ-RUN-CONTROL.
      *        THE RUN BEING FILED AND CHECKED
           OPEN INPUT RunCtlFile.
           IF WS-RUNCTL-STATUS NOT = "00" THEN
              DISPLAY "RUN CONTROL FILE RUNCTL.dat NOT USABLE - "
                 "FILE STATUS " WS-RUNCTL-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ RunCtlFile
              AT END CONTINUE
           END-READ.
           IF WS-RUNCTL-STATUS NOT = "00"
              OR RCF-CYCLE-DATE IS NOT NUMERIC
              OR RCF-RUN-NO IS NOT NUMERIC THEN
              DISPLAY "RUN CONTROL RECORD MISSING OR NOT NUMERIC"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE RCF-CYCLE-DATE TO RC-CYCLE-DATE.
           MOVE RCF-RUN-NO     TO RC-RUN-NO.
           CLOSE RunCtlFile.
           DISPLAY "CYCLE " RC-CYCLE-DATE " RUN " RC-RUN-NO.
       1010-EXIT.
              EXIT.

       1020-FIND-RUN-PARTNER.
      *        ONE RUN CARRIES ONE PARTNER FILE, AND TransmitCheck
      *        REGISTERED IT UNDER THE CYCLE AND RUN.  A RUN WITH NO
      *        REGISTER ENTRY IS FILED AND COMPARED UNDER "*NONE*"
           MOVE "*NONE*" TO WS-PARTNER-ID.
           OPEN INPUT TransmitRegFile.
           IF WS-TR-STATUS NOT = "00" THEN
              DISPLAY "TRANSMIT-REG.dat NOT USABLE - FILE STATUS "
                 WS-TR-STATUS " - RUN FILED UNDER *NONE*"
              GO TO 1020-EXIT
           END-IF.
           MOVE RC-CYCLE-DATE TO TR-CYCLE-DATE.
           MOVE RC-RUN-NO     TO TR-RUN-NO.
           START TransmitRegFile KEY IS = TR-RUN-KEY
              INVALID KEY
                 DISPLAY "RUN NOT ON TRANSMIT-REG.dat - FILED "
                    "UNDER *NONE*"
                 CLOSE TransmitRegFile
                 GO TO 1020-EXIT
           END-START.
           READ TransmitRegFile NEXT RECORD
              AT END CONTINUE
           END-READ.
           IF WS-TR-STATUS = "00"
              AND TR-CYCLE-DATE = RC-CYCLE-DATE
              AND TR-RUN-NO = RC-RUN-NO THEN
              MOVE TR-PARTNER-ID TO WS-PARTNER-ID
           END-IF.
           CLOSE TransmitRegFile.
       1020-EXIT.
              EXIT.

       1030-OPEN-RUN-STATS.
      *        THE STATISTICS LIVE ACROSS CYCLES - STATUS 35 MEANS
      *        THE FIRST RUN EVER, SO THE FILE IS CREATED EMPTY
           OPEN I-O RunStatFile.
           IF WS-RS-STATUS = "35" THEN
              OPEN OUTPUT RunStatFile
              CLOSE RunStatFile
              OPEN I-O RunStatFile
           END-IF.
           IF WS-RS-STATUS NOT = "00" THEN
              DISPLAY "RUN-STATS.dat NOT USABLE - FILE STATUS "
                 WS-RS-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
       1030-EXIT.
              EXIT.

       2000-LOAD-CONTROL-COUNTS.
           OPEN INPUT CycleCtlFile.
           IF WS-CC-STATUS NOT = "00" THEN
              DISPLAY "CYCLE-CTL.dat NOT USABLE - FILE STATUS "
                 WS-CC-STATUS
              CLOSE RunStatFile
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ CycleCtlFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              PERFORM 2100-TAKE-CONTROL-ROW
                 THRU 2100-EXIT
              READ CycleCtlFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE CycleCtlFile.
           IF WS-PGM-NUM = ZERO THEN
              DISPLAY "NO CYCLE-CTL.dat ROWS FOR CYCLE " RC-CYCLE-DATE
                 " RUN " RC-RUN-NO " - NOTHING TO FILE"
              CLOSE RunStatFile
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
       2000-EXIT.
              EXIT.

       2100-TAKE-CONTROL-ROW.
           ADD +1 TO WS-CTL-ROWS.
           IF CC-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR CC-RUN-NO NOT = RC-RUN-NO THEN
      *        AN EARLIER RUN OF THE CYCLE - FILED WHEN THAT RUN'S
      *        OWN TREND STEP RAN
              ADD +1 TO WS-STALE-ROWS
              GO TO 2100-EXIT
           END-IF.
           SET ENTRY-UNFOUND TO TRUE.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
              UNTIL WS-PGM-IDX > WS-PGM-NUM
                 OR ENTRY-FOUND
              IF WS-PGM-NAME(WS-PGM-IDX) = CC-PROGRAM THEN
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND THEN
      *        THE VARYING LOOP LEAVES THE INDEX ONE PAST THE MATCH
              SET WS-PGM-IDX DOWN BY 1
           ELSE
              IF WS-PGM-NUM >= WS-PGM-MAX THEN
                 DISPLAY "PROGRAM TABLE OVERFLOW - ROW DROPPED: "
                    CC-PROGRAM " " CC-COUNTER
                 GO TO 2100-EXIT
              END-IF
              ADD +1 TO WS-PGM-NUM
              SET WS-PGM-IDX TO WS-PGM-NUM
              MOVE CC-PROGRAM TO WS-PGM-NAME(WS-PGM-IDX)
              MOVE ZERO TO WS-PGM-CTR-NUM(WS-PGM-IDX)
           END-IF.
           MOVE CC-STARTED TO WS-PGM-STARTED(WS-PGM-IDX).
           MOVE CC-ENDED   TO WS-PGM-ENDED(WS-PGM-IDX).
           SET ENTRY-UNFOUND TO TRUE.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
              UNTIL WS-CTR-IDX > WS-PGM-CTR-NUM(WS-PGM-IDX)
                 OR ENTRY-FOUND
              IF WS-PGM-COUNTER(WS-PGM-IDX, WS-CTR-IDX) = CC-COUNTER
                 THEN
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND THEN
              SET WS-CTR-IDX DOWN BY 1
           ELSE
              IF WS-PGM-CTR-NUM(WS-PGM-IDX) >= 16 THEN
                 DISPLAY "COUNTER TABLE OVERFLOW - ROW DROPPED: "
                    CC-PROGRAM " " CC-COUNTER
                 GO TO 2100-EXIT
              END-IF
              ADD +1 TO WS-PGM-CTR-NUM(WS-PGM-IDX)
              SET WS-CTR-IDX TO WS-PGM-CTR-NUM(WS-PGM-IDX)
              MOVE CC-COUNTER
                TO WS-PGM-COUNTER(WS-PGM-IDX, WS-CTR-IDX)
           END-IF.
           MOVE CC-VALUE TO WS-PGM-VALUE(WS-PGM-IDX, WS-CTR-IDX).
       2100-EXIT.
              EXIT.

       3000-FILE-RUN-STATS.
      *        ONE RUN-STATS.dat ENTRY PER PROGRAM.  A RERUN OF THE
      *        TREND STEP, OR OF THE RUN, REPLACES WHAT WAS FILED
           DISPLAY " ".
           DISPLAY "RUN STATISTICS FILED FOR PARTNER " WS-PARTNER-ID.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
              UNTIL WS-PGM-IDX > WS-PGM-NUM
              PERFORM 3100-FILE-ONE-PROGRAM
                 THRU 3100-EXIT
           END-PERFORM.
       3000-EXIT.
              EXIT.

       3100-FILE-ONE-PROGRAM.
           MOVE SPACES TO RUN-STAT-REC.
           MOVE RC-CYCLE-DATE TO RS-CYCLE-DATE.
           MOVE RC-RUN-NO     TO RS-RUN-NO.
           MOVE WS-PGM-NAME(WS-PGM-IDX) TO RS-PROGRAM.
           MOVE WS-PARTNER-ID TO RS-PARTNER-ID.
           MOVE WS-PGM-STARTED(WS-PGM-IDX) TO RS-STARTED.
           MOVE WS-PGM-ENDED(WS-PGM-IDX)   TO RS-ENDED.
           PERFORM 3200-TIME-PROGRAM
              THRU 3200-EXIT.
           MOVE WS-PGM-CTR-NUM(WS-PGM-IDX) TO RS-COUNTER-NUM.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
              UNTIL WS-CTR-IDX > WS-PGM-CTR-NUM(WS-PGM-IDX)
              SET RS-CTR-IDX TO WS-CTR-IDX
              MOVE WS-PGM-COUNTER(WS-PGM-IDX, WS-CTR-IDX)
                TO RS-COUNTER(RS-CTR-IDX)
              MOVE WS-PGM-VALUE(WS-PGM-IDX, WS-CTR-IDX)
                TO RS-VALUE(RS-CTR-IDX)
           END-PERFORM.
           WRITE RUN-STAT-REC
              INVALID KEY
                 REWRITE RUN-STAT-REC
                    INVALID KEY
                       DISPLAY "RUN-STATS.dat ENTRY " RS-KEY
                          " NOT FILED - FILE STATUS " WS-RS-STATUS
                       MOVE +8 TO RETURN-CODE
                       GO TO 3100-EXIT
                 END-REWRITE
                 ADD +1 TO WS-ENTRIES-REFILED
              NOT INVALID KEY
                 ADD +1 TO WS-ENTRIES-FILED
           END-WRITE.
           IF RS-TIMED THEN
              MOVE RS-ELAPSED-SECS TO WS-EDIT-SECS
              DISPLAY "  " RS-PROGRAM " STARTED " RS-START-DATE " "
                 RS-START-TIME(1:6) " ENDED " RS-END-DATE " "
                 RS-END-TIME(1:6) " ELAPSED " WS-EDIT-SECS " SECS"
           ELSE
              DISPLAY "  " RS-PROGRAM " NOT TIMED - ITS ROWS CARRY "
                 "NO USABLE START AND END"
           END-IF.
       3100-EXIT.
              EXIT.

       3200-TIME-PROGRAM.
      *        ELAPSED SECONDS FROM THE START AND END STAMPS - THE
      *        DAY NUMBERS CARRY A RUN ACROSS MIDNIGHT
           SET RS-UNTIMED TO TRUE.
           MOVE ZEROS TO RS-ELAPSED-SECS.
           IF RS-START-DATE IS NOT NUMERIC
              OR RS-START-TIME IS NOT NUMERIC
              OR RS-END-DATE IS NOT NUMERIC
              OR RS-END-TIME IS NOT NUMERIC THEN
              GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO DTC-VALUE-TEXT.
           MOVE RS-START-DATE TO DTC-VALUE-TEXT(1:8).
           MOVE 8 TO DTC-VALUE-LEN.
           MOVE "CCYYMMDD" TO DTC-FORMAT.
           CALL "DateCheck" USING DATE-CHECK-PARMS.
           IF DTC-INVALID THEN
              GO TO 3200-EXIT
           END-IF.
           MOVE DTC-DAY-NUMBER TO WS-START-DAY-NO.
           MOVE SPACES TO DTC-VALUE-TEXT.
           MOVE RS-END-DATE TO DTC-VALUE-TEXT(1:8).
           MOVE 8 TO DTC-VALUE-LEN.
           MOVE "CCYYMMDD" TO DTC-FORMAT.
           CALL "DateCheck" USING DATE-CHECK-PARMS.
           IF DTC-INVALID THEN
              GO TO 3200-EXIT
           END-IF.
           MOVE DTC-DAY-NUMBER TO WS-END-DAY-NO.
           MOVE RS-START-TIME TO WS-CLOCK-TIME.
           COMPUTE WS-START-SECS = WS-CLOCK-HH * 3600
              + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
           MOVE RS-END-TIME TO WS-CLOCK-TIME.
           COMPUTE WS-END-SECS = WS-CLOCK-HH * 3600
              + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
           COMPUTE WS-ELAPSED-SECS =
              (WS-END-DAY-NO - WS-START-DAY-NO) * 86400
              + WS-END-SECS - WS-START-SECS.
           IF WS-ELAPSED-SECS < ZERO
              OR WS-ELAPSED-SECS > 9999999 THEN
              GO TO 3200-EXIT
           END-IF.
           MOVE WS-ELAPSED-SECS TO RS-ELAPSED-SECS.
           SET RS-TIMED TO TRUE.
       3200-EXIT.
              EXIT.

       4000-LOAD-PARTNER-HISTORY.
      *        EVERY EARLIER RUN THAT CARRIED THE SAME PARTNER'S
      *        FILE, IN THE ORDER THEY HAPPENED - THE KEY LEADS WITH
      *        THE CYCLE AND RUN, SO THE PASS STOPS AT THIS RUN
           MOVE ZERO TO WS-HIS-NUM.
           SET MORE-INPUT-RECS TO TRUE.
           MOVE LOW-VALUES TO RS-KEY.
           START RunStatFile KEY NOT < RS-KEY
              INVALID KEY
                 SET END-OF-INPUT-FILE TO TRUE
           END-START.
           PERFORM 4100-TAKE-HISTORY-ENTRY
              THRU 4100-EXIT
              UNTIL END-OF-INPUT-FILE.
       4000-EXIT.
              EXIT.

       4100-TAKE-HISTORY-ENTRY.
           READ RunStatFile NEXT RECORD
              AT END
                 SET END-OF-INPUT-FILE TO TRUE
                 GO TO 4100-EXIT
           END-READ.
           IF RS-CYCLE-DATE > RC-CYCLE-DATE
              OR (RS-CYCLE-DATE = RC-CYCLE-DATE
                  AND RS-RUN-NO NOT < RC-RUN-NO) THEN
              SET END-OF-INPUT-FILE TO TRUE
              GO TO 4100-EXIT
           END-IF.
           IF RS-PARTNER-ID NOT = WS-PARTNER-ID THEN
              GO TO 4100-EXIT
           END-IF.
      *        ONE ENTRY PER RUN, NOT PER PROGRAM
           IF WS-HIS-NUM > ZERO THEN
              SET WS-HIS-IDX TO WS-HIS-NUM
              IF WS-HIS-CYCLE-DATE(WS-HIS-IDX) = RS-CYCLE-DATE
                 AND WS-HIS-RUN-NO(WS-HIS-IDX) = RS-RUN-NO THEN
                 GO TO 4100-EXIT
              END-IF
           END-IF.
      *        A FULL TABLE DROPS ITS OLDEST RUN
           IF WS-HIS-NUM >= WS-HIS-MAX THEN
              PERFORM VARYING WS-HIS-IDX FROM 1 BY 1
                 UNTIL WS-HIS-IDX >= WS-HIS-MAX
                 MOVE WS-HIS-ENTRY(WS-HIS-IDX + 1)
                   TO WS-HIS-ENTRY(WS-HIS-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-HIS-NUM
           END-IF.
           ADD +1 TO WS-HIS-NUM.
           SET WS-HIS-IDX TO WS-HIS-NUM.
           MOVE RS-CYCLE-DATE TO WS-HIS-CYCLE-DATE(WS-HIS-IDX).
           MOVE RS-RUN-NO     TO WS-HIS-RUN-NO(WS-HIS-IDX).
       4100-EXIT.
              EXIT.

       5000-LOAD-TOLERANCES.
      *        NO TOLERANCE FILE MEANS NOTHING TO CHECK - THE RUN
      *        IS STILL FILED FOR LATER RUNS TO BE COMPARED WITH
           OPEN INPUT TrendTolFile.
           IF WS-TT-STATUS NOT = "00" THEN
              DISPLAY "TREND-TOL.dat NOT PRESENT - NO TREND CHECKS"
              GO TO 5000-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ TrendTolFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              PERFORM 5100-TAKE-TOLERANCE-ROW
                 THRU 5100-EXIT
              READ TrendTolFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE TrendTolFile.
       5000-EXIT.
              EXIT.

       5100-TAKE-TOLERANCE-ROW.
           IF TREND-TOL-REC = SPACES THEN
              GO TO 5100-EXIT
           END-IF.
           ADD +1 TO WS-TOL-ROWS-READ.
           IF TT-PARTNER-ID = SPACES
              OR TT-PROGRAM = SPACES
              OR TT-COUNTER = SPACES THEN
              DISPLAY "TREND-TOL.dat ROW IGNORED - PARTNER, PROGRAM "
                 "AND COUNTER ARE ALL REQUIRED: " TREND-TOL-REC
              ADD +1 TO WS-TOL-ROWS-BAD
              GO TO 5100-EXIT
           END-IF.
           IF (TT-LOW-PCT-TEXT NOT = SPACES
               AND TT-LOW-PCT IS NOT NUMERIC)
              OR (TT-HIGH-PCT-TEXT NOT = SPACES
               AND TT-HIGH-PCT IS NOT NUMERIC)
              OR (TT-WINDOW-TEXT NOT = SPACES
               AND TT-WINDOW IS NOT NUMERIC)
              OR (TT-MIN-RUNS-TEXT NOT = SPACES
               AND TT-MIN-RUNS IS NOT NUMERIC) THEN
              DISPLAY "TREND-TOL.dat ROW IGNORED - A PERCENTAGE OR "
                 "RUN COUNT IS NOT NUMERIC: " TREND-TOL-REC
              ADD +1 TO WS-TOL-ROWS-BAD
              GO TO 5100-EXIT
           END-IF.
           IF WS-TOL-NUM >= WS-TOL-MAX THEN
              DISPLAY "TREND-TOL.dat ROW IGNORED - MORE THAN "
                 WS-TOL-MAX " ROWS: " TREND-TOL-REC
              ADD +1 TO WS-TOL-ROWS-BAD
              GO TO 5100-EXIT
           END-IF.
           ADD +1 TO WS-TOL-NUM.
           SET WS-TOL-IDX TO WS-TOL-NUM.
           MOVE TT-PARTNER-ID TO WS-TOL-PARTNER-ID(WS-TOL-IDX).
           MOVE TT-PROGRAM    TO WS-TOL-PROGRAM(WS-TOL-IDX).
           MOVE TT-COUNTER    TO WS-TOL-COUNTER(WS-TOL-IDX).
           MOVE 'N'   TO WS-TOL-LOW-SW(WS-TOL-IDX).
           MOVE ZEROS TO WS-TOL-LOW-PCT(WS-TOL-IDX).
           IF TT-LOW-PCT-TEXT NOT = SPACES THEN
              SET TOL-CHECK-LOW(WS-TOL-IDX) TO TRUE
              MOVE TT-LOW-PCT TO WS-TOL-LOW-PCT(WS-TOL-IDX)
           END-IF.
           MOVE 'N'   TO WS-TOL-HIGH-SW(WS-TOL-IDX).
           MOVE ZEROS TO WS-TOL-HIGH-PCT(WS-TOL-IDX).
           IF TT-HIGH-PCT-TEXT NOT = SPACES THEN
              SET TOL-CHECK-HIGH(WS-TOL-IDX) TO TRUE
              MOVE TT-HIGH-PCT TO WS-TOL-HIGH-PCT(WS-TOL-IDX)
           END-IF.
           MOVE +10 TO WS-TOL-WINDOW(WS-TOL-IDX).
           IF TT-WINDOW-TEXT NOT = SPACES
              AND TT-WINDOW > ZERO THEN
              MOVE TT-WINDOW TO WS-TOL-WINDOW(WS-TOL-IDX)
           END-IF.
           IF WS-TOL-WINDOW(WS-TOL-IDX) > WS-HIS-MAX THEN
              MOVE WS-HIS-MAX TO WS-TOL-WINDOW(WS-TOL-IDX)
           END-IF.
           MOVE +3 TO WS-TOL-MIN-RUNS(WS-TOL-IDX).
           IF TT-MIN-RUNS-TEXT NOT = SPACES
              AND TT-MIN-RUNS > ZERO THEN
              MOVE TT-MIN-RUNS TO WS-TOL-MIN-RUNS(WS-TOL-IDX)
           END-IF.
           IF WS-TOL-MIN-RUNS(WS-TOL-IDX) > WS-TOL-WINDOW(WS-TOL-IDX)
              THEN
              MOVE WS-TOL-WINDOW(WS-TOL-IDX)
                TO WS-TOL-MIN-RUNS(WS-TOL-IDX)
           END-IF.
       5100-EXIT.
              EXIT.

       6000-CHECK-TOLERANCES.
           DISPLAY " ".
           DISPLAY "TREND CHECK FOR PARTNER " WS-PARTNER-ID
              " AGAINST " WS-HIS-NUM " EARLIER RUNS ON FILE".
           DISPLAY "  PROGRAM        COUNTER                     "
              "THIS RUN           AVERAGE RUNS DEVIATION %".
           PERFORM VARYING WS-TOL-IDX FROM 1 BY 1
              UNTIL WS-TOL-IDX > WS-TOL-NUM
              PERFORM 6100-CHECK-ONE-TOLERANCE
                 THRU 6100-EXIT
           END-PERFORM.
       6000-EXIT.
              EXIT.

       6100-CHECK-ONE-TOLERANCE.
      *        A PARTNER'S OWN ROW BEATS THE "*" ROW FOR THE SAME
      *        PROGRAM AND COUNTER; ANOTHER PARTNER'S ROW IS NOT
      *        THIS RUN'S BUSINESS
           IF WS-TOL-PARTNER-ID(WS-TOL-IDX) NOT = WS-PARTNER-ID
              AND WS-TOL-PARTNER-ID(WS-TOL-IDX) NOT = "*" THEN
              GO TO 6100-EXIT
           END-IF.
           IF WS-TOL-PARTNER-ID(WS-TOL-IDX) = "*" THEN
              SET CHECK-APPLIES TO TRUE
              PERFORM VARYING WS-TOL-IDX2 FROM 1 BY 1
                 UNTIL WS-TOL-IDX2 > WS-TOL-NUM
                 IF WS-TOL-PARTNER-ID(WS-TOL-IDX2) = WS-PARTNER-ID
                    AND WS-TOL-PROGRAM(WS-TOL-IDX2)
                        = WS-TOL-PROGRAM(WS-TOL-IDX)
                    AND WS-TOL-COUNTER(WS-TOL-IDX2)
                        = WS-TOL-COUNTER(WS-TOL-IDX) THEN
                    SET CHECK-OVERRIDDEN TO TRUE
                 END-IF
              END-PERFORM
              IF CHECK-OVERRIDDEN THEN
                 GO TO 6100-EXIT
              END-IF
           END-IF.
           ADD +1 TO WS-CHECKS-MADE.
           MOVE WS-TOL-COUNTER(WS-TOL-IDX) TO WS-MET-COUNTER.
      *        THIS RUN'S VALUE, FROM THE ENTRY JUST FILED
           MOVE RC-CYCLE-DATE TO RS-CYCLE-DATE.
           MOVE RC-RUN-NO     TO RS-RUN-NO.
           MOVE WS-TOL-PROGRAM(WS-TOL-IDX) TO RS-PROGRAM.
           READ RunStatFile
              INVALID KEY
                 DISPLAY "  " WS-TOL-PROGRAM(WS-TOL-IDX) " "
                    WS-TOL-COUNTER(WS-TOL-IDX)
                    " NO VERDICT - PROGRAM DID NOT RUN"
                 ADD +1 TO WS-CHECKS-NO-VERDICT
                 GO TO 6100-EXIT
           END-READ.
           PERFORM 7000-TAKE-METRIC
              THRU 7000-EXIT.
           IF METRIC-UNFOUND THEN
              DISPLAY "  " WS-TOL-PROGRAM(WS-TOL-IDX) " "
                 WS-TOL-COUNTER(WS-TOL-IDX)
                 " NO VERDICT - NOT COUNTED THIS RUN"
              ADD +1 TO WS-CHECKS-NO-VERDICT
              GO TO 6100-EXIT
           END-IF.
           MOVE WS-MET-VALUE TO WS-TONIGHT-VALUE.
      *        THE TRAILING AVERAGE - THE PARTNER'S LATEST RUNS,
      *        NEWEST BACK, SKIPPING ANY WHERE THE PROGRAM DID NOT
      *        RUN OR DID NOT COUNT IT
           MOVE ZERO TO WS-HIS-SUM.
           MOVE ZERO TO WS-HIS-USED.
           MOVE ZERO TO WS-HIS-LOOKED.
           PERFORM VARYING WS-HIS-SUB FROM WS-HIS-NUM BY -1
              UNTIL WS-HIS-SUB < 1
                 OR WS-HIS-LOOKED >= WS-TOL-WINDOW(WS-TOL-IDX)
              PERFORM 6200-TAKE-HISTORY-VALUE
                 THRU 6200-EXIT
           END-PERFORM.
           MOVE WS-TONIGHT-VALUE TO WS-EDIT-TONIGHT.
           MOVE WS-HIS-USED TO WS-EDIT-RUNS.
           IF WS-HIS-USED < WS-TOL-MIN-RUNS(WS-TOL-IDX) THEN
              DISPLAY "  " WS-TOL-PROGRAM(WS-TOL-IDX) " "
                 WS-TOL-COUNTER(WS-TOL-IDX) " " WS-EDIT-TONIGHT
                 "                    " WS-EDIT-RUNS
                 " NO VERDICT - TOO LITTLE HISTORY"
              ADD +1 TO WS-CHECKS-NO-VERDICT
              GO TO 6100-EXIT
           END-IF.
           COMPUTE WS-HIS-AVERAGE ROUNDED =
              WS-HIS-SUM / WS-HIS-USED.
           MOVE WS-HIS-AVERAGE TO WS-EDIT-AVERAGE.
           PERFORM 6300-JUDGE-VALUE
              THRU 6300-EXIT.
           IF WS-HIS-AVERAGE = ZERO THEN
              DISPLAY "  " WS-TOL-PROGRAM(WS-TOL-IDX) " "
                 WS-TOL-COUNTER(WS-TOL-IDX) " " WS-EDIT-TONIGHT
                 " " WS-EDIT-AVERAGE " " WS-EDIT-RUNS
                 "           " WS-VERDICT
           ELSE
              MOVE WS-DEV-PCT TO WS-EDIT-DEV
              DISPLAY "  " WS-TOL-PROGRAM(WS-TOL-IDX) " "
                 WS-TOL-COUNTER(WS-TOL-IDX) " " WS-EDIT-TONIGHT
                 " " WS-EDIT-AVERAGE " " WS-EDIT-RUNS " "
                 WS-EDIT-DEV " " WS-VERDICT
           END-IF.
       6100-EXIT.
              EXIT.

       6200-TAKE-HISTORY-VALUE.
           ADD +1 TO WS-HIS-LOOKED.
           SET WS-HIS-IDX TO WS-HIS-SUB.
           MOVE WS-HIS-CYCLE-DATE(WS-HIS-IDX) TO RS-CYCLE-DATE.
           MOVE WS-HIS-RUN-NO(WS-HIS-IDX)     TO RS-RUN-NO.
           MOVE WS-TOL-PROGRAM(WS-TOL-IDX)    TO RS-PROGRAM.
           READ RunStatFile
              INVALID KEY
                 GO TO 6200-EXIT
           END-READ.
           PERFORM 7000-TAKE-METRIC
              THRU 7000-EXIT.
           IF METRIC-FOUND THEN
              ADD WS-MET-VALUE TO WS-HIS-SUM
              ADD +1 TO WS-HIS-USED
           END-IF.
       6200-EXIT.
              EXIT.

       6300-JUDGE-VALUE.
      *        OUTSIDE THE BAND IS AN ANOMALY.  AGAINST A ZERO
      *        AVERAGE ONLY A HIGH CHECK CAN FAIL - ANY NON-ZERO
      *        VALUE IS NEW
           MOVE "OK" TO WS-VERDICT.
           MOVE ZERO TO WS-DEV-PCT.
           IF WS-HIS-AVERAGE = ZERO THEN
              IF TOL-CHECK-HIGH(WS-TOL-IDX)
                 AND WS-TONIGHT-VALUE NOT = ZERO THEN
                 MOVE "** HIGH **" TO WS-VERDICT
                 ADD +1 TO WS-ANOMALIES
              END-IF
              GO TO 6300-EXIT
           END-IF.
           COMPUTE WS-DEV-PCT ROUNDED =
              (WS-TONIGHT-VALUE - WS-HIS-AVERAGE) * 100
              / WS-HIS-AVERAGE.
           IF TOL-CHECK-LOW(WS-TOL-IDX) THEN
              COMPUTE WS-LIMIT-VALUE =
                 WS-HIS-AVERAGE * (100 - WS-TOL-LOW-PCT(WS-TOL-IDX))
                 / 100
              IF WS-TONIGHT-VALUE < WS-LIMIT-VALUE THEN
                 MOVE "** LOW **" TO WS-VERDICT
                 ADD +1 TO WS-ANOMALIES
                 GO TO 6300-EXIT
              END-IF
           END-IF.
           IF TOL-CHECK-HIGH(WS-TOL-IDX) THEN
              COMPUTE WS-LIMIT-VALUE =
                 WS-HIS-AVERAGE * (100 + WS-TOL-HIGH-PCT(WS-TOL-IDX))
                 / 100
              IF WS-TONIGHT-VALUE > WS-LIMIT-VALUE THEN
                 MOVE "** HIGH **" TO WS-VERDICT
                 ADD +1 TO WS-ANOMALIES
              END-IF
           END-IF.
       6300-EXIT.
              EXIT.

       7000-TAKE-METRIC.
      *        THE VALUE WS-MET-COUNTER NAMES, TAKEN FROM THE
      *        RUN-STATS.dat ENTRY JUST READ
           SET METRIC-UNFOUND TO TRUE.
           MOVE ZERO TO WS-MET-VALUE.
           EVALUATE WS-MET-COUNTER
              WHEN "ELAPSED-SECONDS"
                 IF RS-TIMED THEN
                    MOVE RS-ELAPSED-SECS TO WS-MET-VALUE
                    SET METRIC-FOUND TO TRUE
                 END-IF
              WHEN "REJECT-RATE"
                 MOVE "RECORDS-READ" TO WS-MET-COUNTER
                 PERFORM 7100-FIND-COUNTER
                    THRU 7100-EXIT
                 MOVE WS-MET-VALUE TO WS-MET-READ
                 IF METRIC-FOUND THEN
                    MOVE "REJECTED" TO WS-MET-COUNTER
                    PERFORM 7100-FIND-COUNTER
                       THRU 7100-EXIT
                    MOVE WS-MET-VALUE TO WS-MET-REJECTED
                 END-IF
                 MOVE "REJECT-RATE" TO WS-MET-COUNTER
                 MOVE ZERO TO WS-MET-VALUE
                 IF METRIC-FOUND AND WS-MET-READ > ZERO THEN
                    COMPUTE WS-MET-VALUE ROUNDED =
                       WS-MET-REJECTED * 100 / WS-MET-READ
                 ELSE
                    SET METRIC-UNFOUND TO TRUE
                 END-IF
              WHEN OTHER
                 PERFORM 7100-FIND-COUNTER
                    THRU 7100-EXIT
           END-EVALUATE.
       7000-EXIT.
              EXIT.

       7100-FIND-COUNTER.
           SET METRIC-UNFOUND TO TRUE.
           MOVE ZERO TO WS-MET-VALUE.
           IF RS-COUNTER-NUM IS NOT NUMERIC THEN
              GO TO 7100-EXIT
           END-IF.
           PERFORM VARYING RS-CTR-IDX FROM 1 BY 1
              UNTIL RS-CTR-IDX > RS-COUNTER-NUM
                 OR METRIC-FOUND
              IF RS-COUNTER(RS-CTR-IDX) = WS-MET-COUNTER THEN
                 MOVE RS-VALUE(RS-CTR-IDX) TO WS-MET-VALUE
                 SET METRIC-FOUND TO TRUE
              END-IF
           END-PERFORM.
       7100-EXIT.
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
           MOVE "CTL-ROWS-READ" TO WS-CC-COUNTER.
           MOVE WS-CTL-ROWS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "PROGRAMS-FILED" TO WS-CC-COUNTER.
           MOVE WS-ENTRIES-FILED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "PROGRAMS-REFILED" TO WS-CC-COUNTER.
           MOVE WS-ENTRIES-REFILED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "CHECKS-MADE" TO WS-CC-COUNTER.
           MOVE WS-CHECKS-MADE TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "CHECKS-NO-VERDICT" TO WS-CC-COUNTER.
           MOVE WS-CHECKS-NO-VERDICT TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "ANOMALIES" TO WS-CC-COUNTER.
           MOVE WS-ANOMALIES TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "RunTrend"     TO CC-PROGRAM.
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
           DISPLAY " ".
           DISPLAY "===== RUN TREND =====".
           DISPLAY "CYCLE-CTL ROWS READ . . . . " WS-CTL-ROWS.
           DISPLAY "  OF EARLIER RUNS . . . . . " WS-STALE-ROWS.
           DISPLAY "PROGRAMS FILED  . . . . . . " WS-ENTRIES-FILED.
           DISPLAY "PROGRAMS REFILED (RERUN)  . " WS-ENTRIES-REFILED.
           DISPLAY "TOLERANCE ROWS READ . . . . " WS-TOL-ROWS-READ.
           DISPLAY "TOLERANCE ROWS IGNORED  . . " WS-TOL-ROWS-BAD.
           DISPLAY "CHECKS MADE . . . . . . . . " WS-CHECKS-MADE.
           DISPLAY "  WITHOUT A VERDICT . . . . " WS-CHECKS-NO-VERDICT.
           DISPLAY "ANOMALIES . . . . . . . . . " WS-ANOMALIES.
           IF WS-ANOMALIES > ZERO THEN
              DISPLAY "RUN IS OUT OF LINE WITH THE PARTNER'S HISTORY "
                 "- REVIEW BEFORE THE HANDOFF"
           END-IF.
       9900-EXIT.
              EXIT.
       END PROGRAM RunTrend.
