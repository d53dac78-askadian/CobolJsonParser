       PROGRAM-ID.  PostingSummary.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    DAILY POSTING SUMMARY OVER CONV-OUT.dat - READS EVERY      *
      *    NUMERIC/DECIMAL PAIR THE PARSER CONVERTED TO A SIGNED      *
      *    PACKED VALUE, AS RateConvert CARRIED IT INTO THE BASE      *
      *    CURRENCY (CV-BASE-VAL), PICKS UP EACH RECORD'S GROUPING    *
      *    VALUE (THE "accountId" PAIR UNLESS THE RUN NAMES ANOTHER   *
      *    KEY) THROUGH JSONLookup AGAINST PARSED-IDX.dat, AND        *
      *    TOTALS PER GROUP PER AMOUNT KEY: RECORD COUNT, SUM,        *
      *    MINIMUM, MAXIMUM, AND HOW MANY ROWS WERE LEFT OUT OF THE   *
      *    SUM BECAUSE THEIR CONVERSION STATUS SAID O OR M.  THE      *
      *    TOTALS, ALL IN THE BASE CURRENCY, GO TO SUMMARY-OUT.dat    *
      *    AS THE POSTING FEED TO THE LEDGER AND TO A PRINT REPORT    *
      *    AT END OF JOB - THE SPREADSHEET STEP FINANCE USED TO DO    *
      *    BY HAND.  THE REPORT ALSO BREAKS EACH AMOUNT KEY DOWN BY   *
      *    THE CURRENCY IT WAS SENT IN, ORIGINAL AND BASE TOTALS      *
      *    SIDE BY SIDE.  PAIRS RateConvert COULD NOT CONVERT ARE ON  *
      *    CURR-EXCEPT.dat AND NEVER REACH THIS JOB.                  *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

           SELECT RunCtlFile ASSIGN TO "RUNCTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ConvOutFile ASSIGN TO "CONV-OUT.dat"
                     ORGANIZATION IS SEQUENTIAL.
           SELECT SummaryOutFile ASSIGN TO "SUMMARY-OUT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunCtlFile.
           COPY "RUNCTL.cpy".

       FD ConvOutFile.
           COPY "CONVOUT.cpy".

       FD SummaryOutFile.
       01 SUMMARY-OUT-REC.
          02  FILLER               PIC X(01) VALUE SPACE.
          02  SM-EXCLUDED          PIC 9(07).

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-CONV-EOF-SW     PIC X(01) VALUE 'N'.
                88 END-OF-CONV-FILE   VALUE 'Y'.
            10 WS-GROUP-FOUND-SW  PIC X(01) VALUE 'N'.
                88 GROUP-ENTRY-FOUND   VALUE 'Y'.
                88 GROUP-ENTRY-UNFOUND VALUE 'N'.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-GROUP-KEY-NAME  PIC X(60) VALUE "accountId".
            10 WS-CURR-REC-SEQ-NO PIC 9(07) VALUE ZERO.
            10 WS-CURR-GROUP-VAL  PIC X(60) VALUE SPACES.
            10 WS-NO-GROUP-RECS   PIC S9(07) COMP VALUE ZERO.
            10 WS-EXCLUDED-TOTAL  PIC S9(07) COMP VALUE ZERO.
            10 WS-ROWS-WRITTEN    PIC S9(07) COMP VALUE ZERO.
            10 WS-CCY-FOUND-SW    PIC X(01) VALUE 'N'.
                88 CCY-ENTRY-FOUND     VALUE 'Y'.
                88 CCY-ENTRY-UNFOUND   VALUE 'N'.
            10 WS-EDIT-ORIG       PIC -Z(14)9.9(4).
            10 WS-EDIT-BASE       PIC -Z(14)9.9(4).

           COPY "RUNHDR.cpy".

       01 WS-SUMMARY-TABLE.
      *        ONE ROW PER GROUP VALUE PER AMOUNT KEY - FIRST-SEEN
      *        ORDER, WHICH KEEPS EACH GROUP'S KEYS TOGETHER SINCE
      *        CONV-OUT.dat ARRIVES IN RECORD SEQUENCE
           05 WS-SUM-NUM-ROWS     PIC S9(05) COMP VALUE ZERO.
           05 WS-SUM-MAX-ROWS     PIC S9(05) COMP VALUE +400.
           05 WS-SUM-OVERFLOW     PIC S9(07) COMP VALUE ZERO.
              10 WS-SUM-MAX           PIC S9(13)V9(04) COMP-3.
              10 WS-SUM-EXCLUDED      PIC S9(07) COMP.

       01 WS-CURRENCY-TABLE.
      *        THE REPORT'S ORIGINAL-CURRENCY BREAKDOWN - ONE ROW PER
      *        AMOUNT KEY PER CURRENCY SENT, USABLE VALUES ONLY
           05 WS-CCY-NUM-ROWS     PIC S9(05) COMP VALUE ZERO.
           05 WS-CCY-MAX-ROWS     PIC S9(05) COMP VALUE +100.
           05 WS-CCY-OVERFLOW     PIC S9(07) COMP VALUE ZERO.
           05 WS-CCY-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-CCY-IDX.
              10 WS-CCY-KEY           PIC X(60).
              10 WS-CCY-CODE          PIC X(03).
              10 WS-CCY-COUNT         PIC S9(07) COMP.
              10 WS-CCY-ORIG-SUM      PIC S9(15)V9(04) COMP-3.
              10 WS-CCY-BASE-SUM      PIC S9(15)V9(04) COMP-3.

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM UNTIL END-OF-CONV-FILE
              PERFORM 2000-SUMMARIZE-PAIR
                 THRU 2000-EXIT
              READ ConvOutFile
                 AT END SET END-OF-CONV-FILE TO TRUE
              END-READ
           END-PERFORM.
           PERFORM 3000-WRITE-SUMMARY-FILE
              THRU 3000-EXIT.
           CLOSE ConvOutFile.
           CLOSE SummaryOutFile.
           PERFORM 9800-WRITE-CONTROL-COUNTS
              THRU 9800-EXIT.
           PERFORM 9900-END-OF-JOB-REPORT
              THRU 9900-EXIT.

           STOP RUN.

       1000-INITIALIZE.
      *        THE STEP'S START, FILED BESIDE ITS CONTROL COUNTS
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
      *        THE PAIR WHOSE VALUE GROUPS THE POSTING TOTALS -
      *        "accountId" UNLESS THE RUN NAMES ANOTHER
           ACCEPT WS-GROUP-KEY-NAME
           MOVE ZEROS TO LKP-AS-OF-DATE.
           PERFORM 1010-READ-RUN-CONTROL
              THRU 1010-EXIT
           OPEN INPUT ConvOutFile
           OPEN OUTPUT SummaryOutFile
           READ ConvOutFile
              AT END SET END-OF-CONV-FILE TO TRUE
           END-READ.
           PERFORM 1020-VERIFY-INPUT-HEADER
              THRU 1020-EXIT.
              EXIT.

       1020-VERIFY-INPUT-HEADER.
      *        THE FIRST RECORD OF CONV-OUT.dat MUST BE THE
      *        CYCLEHDR STAMP OF THE CURRENT CYCLE - TOTALING A
      *        STALE FILE WOULD FEED THE LEDGER THE WRONG DAY
           MOVE CONV-OUT-REC(1:21) TO RUN-HEADER-LINE.
           IF END-OF-CONV-FILE OR NOT RUN-HEADER-PRESENT THEN
              DISPLAY "CONV-OUT.dat CARRIES NO CYCLEHDR STAMP"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RH-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR RH-RUN-NO NOT = RC-RUN-NO THEN
              DISPLAY "CONV-OUT.dat IS CYCLE " RH-CYCLE-DATE
                 " RUN " RH-RUN-NO " - EXPECTED CYCLE "
                 RC-CYCLE-DATE " RUN " RC-RUN-NO
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ConvOutFile
              AT END SET END-OF-CONV-FILE TO TRUE
           END-READ.
       1020-EXIT.
              EXIT.

       2000-SUMMARIZE-PAIR.
           ADD +1 TO WS-PAIRS-READ.
           IF CV-RECORD-SEQ-NO NOT = WS-CURR-REC-SEQ-NO THEN
              MOVE CV-RECORD-SEQ-NO TO WS-CURR-REC-SEQ-NO
              ADD +1 TO WS-RECORDS-SEEN
              PERFORM 2100-RESOLVE-GROUP-VALUE
                 THRU 2100-EXIT
      *        READER HOW MUCH WENT UNTOTALED
              GO TO 2000-EXIT
           END-IF.
           IF CV-CONV-USABLE THEN
              ADD +1 TO WS-SUM-COUNT(WS-SUM-IDX)
              ADD CV-BASE-VAL TO WS-SUM-AMOUNT(WS-SUM-IDX)
              IF CV-BASE-VAL < WS-SUM-MIN(WS-SUM-IDX) THEN
                 MOVE CV-BASE-VAL TO WS-SUM-MIN(WS-SUM-IDX)
              END-IF
              IF CV-BASE-VAL > WS-SUM-MAX(WS-SUM-IDX) THEN
                 MOVE CV-BASE-VAL TO WS-SUM-MAX(WS-SUM-IDX)
              END-IF
              PERFORM 2300-ADD-CURRENCY-ROW
                 THRU 2300-EXIT
           ELSE
      *        O AND M ROWS NEVER CONVERTED CLEAN - THEY STAY OUT
      *        OF THE SUM AND ARE COUNTED SO THE LEDGER SIDE KNOWS
              EXIT.

       2100-RESOLVE-GROUP-VALUE.
      *        THE GROUPING PAIR OF THE RECORD THE CURRENT CONVERTED
      *        ROW BELONGS TO, FETCHED ONCE PER RECORD THROUGH
      *        JSONLookup - A RECORD WITHOUT THE PAIR LANDS IN THE
      *        "*NONE*" GROUP RATHER THAN DISAPPEARING
              UNTIL WS-SUM-IDX > WS-SUM-NUM-ROWS
                 OR GROUP-ENTRY-FOUND
              IF WS-SUM-GROUP-VAL(WS-SUM-IDX) = WS-CURR-GROUP-VAL
                 AND WS-SUM-KEY(WS-SUM-IDX) = CV-JSON-KEY THEN
                 SET GROUP-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           ADD +1 TO WS-SUM-NUM-ROWS.
           SET WS-SUM-IDX TO WS-SUM-NUM-ROWS.
           MOVE WS-CURR-GROUP-VAL TO WS-SUM-GROUP-VAL(WS-SUM-IDX).
           MOVE CV-JSON-KEY       TO WS-SUM-KEY(WS-SUM-IDX).
           MOVE ZERO TO WS-SUM-COUNT(WS-SUM-IDX).
           MOVE ZERO TO WS-SUM-AMOUNT(WS-SUM-IDX).
      *        MIN STARTS HIGH AND MAX STARTS LOW SO THE FIRST
       2200-EXIT.
              EXIT.

       2300-ADD-CURRENCY-ROW.
      *        ADDS THE USABLE PAIR IN HAND TO ITS KEY AND CURRENCY
      *        ROW OF THE BREAKDOWN, OPENING THE ROW IF NEED BE
           SET CCY-ENTRY-UNFOUND TO TRUE.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-NUM-ROWS
                 OR CCY-ENTRY-FOUND
              IF WS-CCY-KEY(WS-CCY-IDX) = CV-JSON-KEY
                 AND WS-CCY-CODE(WS-CCY-IDX) = CV-ORIG-CCY THEN
                 SET CCY-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF CCY-ENTRY-FOUND THEN
      *        THE VARYING LOOP LEAVES THE INDEX ONE PAST THE MATCH
              SET WS-CCY-IDX DOWN BY 1
           ELSE
              IF WS-CCY-NUM-ROWS >= WS-CCY-MAX-ROWS THEN
                 ADD +1 TO WS-CCY-OVERFLOW
                 GO TO 2300-EXIT
              END-IF
              ADD +1 TO WS-CCY-NUM-ROWS
              SET WS-CCY-IDX TO WS-CCY-NUM-ROWS
              MOVE CV-JSON-KEY TO WS-CCY-KEY(WS-CCY-IDX)
              MOVE CV-ORIG-CCY TO WS-CCY-CODE(WS-CCY-IDX)
              MOVE ZERO TO WS-CCY-COUNT(WS-CCY-IDX)
              MOVE ZERO TO WS-CCY-ORIG-SUM(WS-CCY-IDX)
              MOVE ZERO TO WS-CCY-BASE-SUM(WS-CCY-IDX)
           END-IF.
           ADD +1 TO WS-CCY-COUNT(WS-CCY-IDX).
           ADD CV-ORIG-VAL TO WS-CCY-ORIG-SUM(WS-CCY-IDX).
           ADD CV-BASE-VAL TO WS-CCY-BASE-SUM(WS-CCY-IDX).
       2300-EXIT.
              EXIT.

       3000-WRITE-SUMMARY-FILE.
      *        ONE POSTING ROW PER GROUP PER AMOUNT KEY - A ROW
      *        WHOSE EVERY VALUE WAS EXCLUDED SHOWS ZERO SUM WITH
       3000-EXIT.
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
           MOVE "PAIRS-READ" TO WS-CC-COUNTER.
           MOVE WS-PAIRS-READ TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RECORDS-SEEN" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-SEEN TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RECORDS-NO-GROUP" TO WS-CC-COUNTER.
           MOVE WS-NO-GROUP-RECS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "ROWS-WRITTEN" TO WS-CC-COUNTER.
           MOVE WS-ROWS-WRITTEN TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "ROWS-EXCLUDED" TO WS-CC-COUNTER.
           MOVE WS-EXCLUDED-TOTAL TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "PAIRS-PAST-TABLE" TO WS-CC-COUNTER.
           MOVE WS-SUM-OVERFLOW TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "PostingSummary" TO CC-PROGRAM.
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
      *        PRINTS THE SAME TOTALS THE FEED CARRIES PLUS THE RUN
      *        CONTROL COUNTS THE OPERATORS TIE OUT CYCLE TO CYCLE
           DISPLAY " ".
           DISPLAY "===== POSTING SUMMARY CONTROL TOTALS =====".
           DISPLAY "GROUPING KEY. . . . . . . . " WS-GROUP-KEY-NAME.
           DISPLAY "CONVERTED PAIRS READ. . . . " WS-PAIRS-READ.
           DISPLAY "RECORDS SEEN. . . . . . . . " WS-RECORDS-SEEN.
           DISPLAY "RECORDS WITHOUT GROUP KEY . " WS-NO-GROUP-RECS.
           DISPLAY "SUMMARY ROWS WRITTEN. . . . " WS-ROWS-WRITTEN.
                 " " WS-SUM-MAX(WS-SUM-IDX)
                 " " WS-SUM-EXCLUDED(WS-SUM-IDX)
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "KEY / CURRENCY / COUNT / ORIGINAL SUM / BASE SUM:".
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-NUM-ROWS
              MOVE WS-CCY-ORIG-SUM(WS-CCY-IDX) TO WS-EDIT-ORIG
              MOVE WS-CCY-BASE-SUM(WS-CCY-IDX) TO WS-EDIT-BASE
              DISPLAY "  " WS-CCY-KEY(WS-CCY-IDX)(1:20)
                 " " WS-CCY-CODE(WS-CCY-IDX)
                 " " WS-CCY-COUNT(WS-CCY-IDX)
                 " " WS-EDIT-ORIG
                 " " WS-EDIT-BASE
           END-PERFORM.
           IF WS-CCY-OVERFLOW > ZERO THEN
              DISPLAY "  PAIRS PAST BREAKDOWN LIMIT " WS-CCY-OVERFLOW
                 " - BREAKDOWN ONLY, FEED TOTALS ARE WHOLE"
           END-IF.
           DISPLAY "==========================================".
       9900-EXIT.
              EXIT.
