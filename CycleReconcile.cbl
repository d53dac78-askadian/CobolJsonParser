      *      - THE PARTNER'S STATED RECORD COUNT MATCHES WHAT WAS     *
      *        RECEIVED                                               *
      *      - EVERY PAIR THE PARSER WROTE WAS READ BY THE            *
      *        VALIDATOR, THE RULE STEP AND THE MAPPER, AND EVERY     *
      *        MAPPER PAIR WAS MAPPED OR EXCEPTED                     *
      *      - EVERY TYPED PAIR WAS READ BY THE CURRENCY STEP AND     *
      *        CAME OUT CONVERTED OR ON ITS EXCEPTION FILE            *
      *      - EVERY MAPPER RECORD WENT TO MASTER-OUT, WAS ROUTED BY  *
      *        THE REFERENCE CHECK, OR WAS HELD BY A BUSINESS RULE -  *
      *        AND THE MAPPER HELD EXACTLY WHAT THE RULE STEP SAID    *
      *      - THE AMOUNT HASH BALANCES AGAINST THE PARTNER'S         *
      *        STATED TOTAL END TO END                                *
      *    ONE BALANCED/OUT-OF-BALANCE REPORT COMES OUT, AND AN       *
      *    HOLDS THE HANDOFF INSTEAD OF SHIPPING A SHORT FILE.        *
      *    PROGRAMS THAT WERE NOT SCHEDULED THIS CYCLE (NO ROWS ON    *
      *    THE CONTROL DATASET) ARE REPORTED AND THEIR CHECKS         *
      *    SKIPPED - ONLY THE PARSER'S ROWS ARE COMPULSORY.  THE      *
      *    VERDICT ITSELF GOES BACK ON CYCLE-CTL.dat AS A             *
      *    CYCLE-PROVED ROW (1 BALANCED, 0 NOT) SO THE ARCHIVE STEP   *
      *    KNOWS WHICH RUNS ARE GOOD ONES TO COMPARE AGAINST.         *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

            10 WS-PARSER-PAIRS    PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-WORK-A          PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-WORK-B          PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.

           COPY "RUNHDR.cpy".

      *        CURRENT CYCLE - A PROGRAM THAT RERAN THIS CYCLE
      *        APPEARS TWICE ON THE FILE AND ITS LATER ROWS WIN
           05 WS-CNT-NUM          PIC S9(03) COMP VALUE ZERO.
           05 WS-CNT-MAX          PIC S9(03) COMP VALUE +200.
           05 WS-CNT-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-CNT-IDX.
              10 WS-CNT-PROGRAM       PIC X(14).
              10 WS-CNT-COUNTER       PIC X(20).
              THRU 2000-EXIT.
           PERFORM 3000-PROVE-RECORD-FLOW
              THRU 3000-EXIT.
           PERFORM 3200-PROVE-ACKNOWLEDGEMENTS
              THRU 3200-EXIT.
           PERFORM 4000-PROVE-PAIR-FLOW
              THRU 4000-EXIT.
           PERFORM 4100-PROVE-CONVERSION
              THRU 4100-EXIT.
           PERFORM 5000-PROVE-AMOUNTS
              THRU 5000-EXIT.
           PERFORM 9800-WRITE-CONTROL-COUNTS
              THRU 9800-EXIT.
           PERFORM 9900-END-OF-JOB-REPORT
              THRU 9900-EXIT.

           STOP RUN.

       1000-INITIALIZE.
      *        THE STEP'S START, FILED BESIDE ITS VERDICT
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM 1010-READ-RUN-CONTROL
              THRU 1010-EXIT.
           DISPLAY " ".

       3000-PROVE-RECORD-FLOW.
      *        EVERY RECORD THE PARTNER SENT MUST LAND IN EXACTLY
      *        ONE BUCKET - PARSED, REJECTED, DUPLICATE, THE FILE
      *        HEADER OR THE TRAILER - AND THE PARTNER'S STATED
      *        COUNT MUST AGREE
           MOVE "JSONParser" TO WS-FC-PROGRAM.
           MOVE "RECORDS-READ" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           ADD WS-FC-VALUE TO WS-WORK-A.
           MOVE "HEADER-RECORDS" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           ADD WS-FC-VALUE TO WS-WORK-A.
           MOVE WS-WORK-A TO WS-CK-RIGHT.
           MOVE "READ = PARSED+REJECT+DUP+HEADER+TRAILER"
             TO WS-CK-LABEL.
           PERFORM 8100-CHECK-EQUAL
              THRU 8100-EXIT.
              PERFORM 8000-FETCH-COUNT
                 THRU 8000-EXIT
      *           DATA RECORDS RECEIVED = EVERYTHING READ LESS THE
      *           TRAILER AND THE FILE HEADER
              COMPUTE WS-CK-RIGHT = WS-WORK-A - WS-FC-VALUE
              MOVE "HEADER-RECORDS" TO WS-FC-COUNTER
              PERFORM 8000-FETCH-COUNT
                 THRU 8000-EXIT
              SUBTRACT WS-FC-VALUE FROM WS-CK-RIGHT
              MOVE "STATED COUNT = DATA RECORDS RECEIVED"
                TO WS-CK-LABEL
              PERFORM 8100-CHECK-EQUAL
              DISPLAY "VALIDATOR DID NOT RUN THIS CYCLE - "
                 "ITS CHECKS SKIPPED"
           END-IF.
           MOVE "RuleValidator" TO WS-FC-PROGRAM.
           MOVE "RECORDS-READ" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           IF ENTRY-FOUND THEN
              MOVE WS-FC-VALUE TO WS-CK-LEFT
              MOVE WS-PARSER-RECORDS TO WS-CK-RIGHT
              MOVE "RULE STEP RECORDS = PARSED RECORDS"
                TO WS-CK-LABEL
              PERFORM 8100-CHECK-EQUAL
                 THRU 8100-EXIT
           ELSE
              DISPLAY "RULE STEP DID NOT RUN THIS CYCLE - "
                 "ITS CHECKS SKIPPED"
           END-IF.
           MOVE "JSONMapper" TO WS-FC-PROGRAM.
           MOVE "RECORDS-READ" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              PERFORM 8000-FETCH-COUNT
                 THRU 8000-EXIT
              ADD WS-FC-VALUE TO WS-CK-LEFT
      *           AND SO ARE THE RECORDS A HOLD-SEVERITY BUSINESS
      *           RULE KEPT BACK
              MOVE "RECORDS-HELD" TO WS-FC-COUNTER
              PERFORM 8000-FETCH-COUNT
                 THRU 8000-EXIT
              ADD WS-FC-VALUE TO WS-CK-LEFT
              MOVE WS-FC-VALUE TO WS-WORK-A
              MOVE WS-WORK-B TO WS-CK-RIGHT
              MOVE "MAPPER OUT + ROUTED + HELD = RECORDS IN"
                TO WS-CK-LABEL
              PERFORM 8100-CHECK-EQUAL
                 THRU 8100-EXIT
              PERFORM 3100-PROVE-RULE-HOLDS
                 THRU 3100-EXIT
           ELSE
              DISPLAY "MAPPER DID NOT RUN THIS CYCLE - "
                 "ITS CHECKS SKIPPED"
       3000-EXIT.
              EXIT.

       3100-PROVE-RULE-HOLDS.
      *        THE MAPPER'S HELD COUNT (STAGED IN WS-WORK-A) MUST BE
      *        THE RULE STEP'S - ANY DIFFERENCE MEANS A HELD RECORD
      *        REACHED SETTLEMENT OR A CLEAN ONE WAS KEPT BACK
           MOVE "RuleValidator" TO WS-FC-PROGRAM.
           MOVE "RECORDS-HELD" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           IF ENTRY-UNFOUND THEN
              GO TO 3100-EXIT
           END-IF.
           MOVE WS-WORK-A TO WS-CK-LEFT.
           MOVE WS-FC-VALUE TO WS-CK-RIGHT.
           MOVE "MAPPER HELD = RULE STEP HELD" TO WS-CK-LABEL.
           PERFORM 8100-CHECK-EQUAL
              THRU 8100-EXIT.
       3100-EXIT.
              EXIT.

       3200-PROVE-ACKNOWLEDGEMENTS.
      *        EVERY DATA RECORD THE PARTNER SENT MUST HAVE GONE BACK
      *        TO THEM AS EXACTLY ONE ACK, ACCEPTED OR REJECTED
           MOVE "PartnerAck" TO WS-FC-PROGRAM.
           MOVE "RECORDS-ACKED" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           IF ENTRY-UNFOUND THEN
              DISPLAY "ACK STEP DID NOT RUN THIS CYCLE - "
                 "ITS CHECKS SKIPPED"
              GO TO 3200-EXIT
           END-IF.
           MOVE WS-FC-VALUE TO WS-CK-LEFT.
           MOVE WS-FC-VALUE TO WS-WORK-B.
           MOVE "JSONParser" TO WS-FC-PROGRAM.
           MOVE "RECORDS-READ" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           MOVE WS-FC-VALUE TO WS-WORK-A.
           MOVE "TRAILER-RECORDS" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           COMPUTE WS-CK-RIGHT = WS-WORK-A - WS-FC-VALUE.
           MOVE "HEADER-RECORDS" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           SUBTRACT WS-FC-VALUE FROM WS-CK-RIGHT.
           MOVE "RECORDS ACKED = DATA RECORDS RECEIVED"
             TO WS-CK-LABEL.
           PERFORM 8100-CHECK-EQUAL
              THRU 8100-EXIT.
           MOVE "PartnerAck" TO WS-FC-PROGRAM.
           MOVE "RECORDS-ACCEPTED" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           MOVE WS-FC-VALUE TO WS-CK-LEFT.
           MOVE "RECORDS-REJECTED" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           ADD WS-FC-VALUE TO WS-CK-LEFT.
           MOVE WS-WORK-B TO WS-CK-RIGHT.
           MOVE "ACKS ACCEPTED + REJECTED = RECORDS ACKED"
             TO WS-CK-LABEL.
           PERFORM 8100-CHECK-EQUAL
              THRU 8100-EXIT.
       3200-EXIT.
              EXIT.

       4000-PROVE-PAIR-FLOW.
      *        EVERY PAIR THE PARSER WROTE MUST REACH THE
      *        DOWNSTREAM READERS, AND IN THE MAPPER EVERY PAIR
              PERFORM 8100-CHECK-EQUAL
                 THRU 8100-EXIT
           END-IF.
           MOVE "RuleValidator" TO WS-FC-PROGRAM.
           MOVE "PAIRS-READ" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           IF ENTRY-FOUND THEN
              MOVE WS-FC-VALUE TO WS-CK-LEFT
              MOVE WS-PARSER-PAIRS TO WS-CK-RIGHT
              MOVE "RULE STEP PAIRS = PARSER PAIRS"
                TO WS-CK-LABEL
              PERFORM 8100-CHECK-EQUAL
                 THRU 8100-EXIT
           END-IF.
           MOVE "JSONMapper" TO WS-FC-PROGRAM.
           MOVE "PAIRS-READ" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
       4000-EXIT.
              EXIT.

       4100-PROVE-CONVERSION.
      *        EVERY TYPED PAIR THE PARSER WROTE MUST REACH THE
      *        CURRENCY STEP AND COME OUT CONVERTED OR EXCEPTED -
      *        A PAIR LOST HERE IS AN AMOUNT MISSING FROM THE SUMMARY
           MOVE "RateConvert" TO WS-FC-PROGRAM.
           MOVE "PAIRS-READ" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           IF ENTRY-UNFOUND THEN
              DISPLAY "CURRENCY STEP DID NOT RUN THIS CYCLE - "
                 "ITS CHECKS SKIPPED"
              GO TO 4100-EXIT
           END-IF.
           MOVE WS-FC-VALUE TO WS-CK-LEFT.
           MOVE WS-FC-VALUE TO WS-WORK-B.
           MOVE "JSONParser" TO WS-FC-PROGRAM.
           MOVE "TYPED-WRITTEN" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           MOVE WS-FC-VALUE TO WS-CK-RIGHT.
           MOVE "CURRENCY PAIRS = PARSER TYPED PAIRS"
             TO WS-CK-LABEL.
           PERFORM 8100-CHECK-EQUAL
              THRU 8100-EXIT.
           MOVE "RateConvert" TO WS-FC-PROGRAM.
           MOVE "PAIRS-CONVERTED" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           MOVE WS-FC-VALUE TO WS-CK-LEFT.
           MOVE "PAIRS-EXCEPTED" TO WS-FC-COUNTER.
           PERFORM 8000-FETCH-COUNT
              THRU 8000-EXIT.
           ADD WS-FC-VALUE TO WS-CK-LEFT.
           MOVE WS-WORK-B TO WS-CK-RIGHT.
           MOVE "CONVERTED + EXCEPTED = CURRENCY PAIRS"
             TO WS-CK-LABEL.
           PERFORM 8100-CHECK-EQUAL
              THRU 8100-EXIT.
       4100-EXIT.
              EXIT.

       5000-PROVE-AMOUNTS.
      *        THE AMOUNT HASH THE PARSER ACCUMULATED MUST MATCH
      *        WHAT THE PARTNER'S TRAILER STATED - THE END-TO-END
       8100-EXIT.
              EXIT.

       9800-WRITE-CONTROL-COUNTS.
      *        THE VERDICT, EXTENDED ONTO THE COMMON CYCLE CONTROL
      *        DATASET.  A CYCLE-CTL.dat THAT CANNOT BE EXTENDED HAS
      *        ALREADY FAILED THE PROOF, AND NO ROW READS AS UNPROVED
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           OPEN EXTEND CycleCtlFile.
           IF WS-CC-STATUS NOT = "00" THEN
              DISPLAY "CYCLE-CTL.dat NOT USABLE - FILE STATUS "
                 WS-CC-STATUS " - VERDICT NOT FILED"
              GO TO 9800-EXIT
           END-IF.
           MOVE "CYCLE-PROVED" TO WS-CC-COUNTER.
           IF CYCLE-BALANCED THEN
              MOVE 1 TO WS-CC-VALUE
           ELSE
              MOVE 0 TO WS-CC-VALUE
           END-IF.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE    TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO        TO CC-RUN-NO.
           MOVE "CycleReconcile" TO CC-PROGRAM.
           MOVE WS-CC-COUNTER    TO CC-COUNTER.
           MOVE WS-CC-VALUE      TO CC-VALUE.
           MOVE WS-START-DATE    TO CC-START-DATE.
           MOVE WS-START-TIME    TO CC-START-TIME.
           MOVE WS-END-DATE      TO CC-END-DATE.
           MOVE WS-END-TIME      TO CC-END-TIME.
           WRITE CYCLE-CTL-REC.
       9810-EXIT.
              EXIT.

       9900-END-OF-JOB-REPORT.
           DISPLAY " ".
           DISPLAY "CONTROL ROWS READ . . . . . " WS-ROWS-READ.
