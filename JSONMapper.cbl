      *    CUSTOMER OR MISSING PAIR ROUTES THE WHOLE RECORD TO        *
      *    MAP-EXCEPT.dat (RUNK/RCLS/RMIS) INSTEAD OF SETTLEMENT.     *
      *                                                               *
      *    RULE HOLDS: A RECORD RuleValidator FAILED ON A HOLD-       *
      *    SEVERITY RULE (AN "H" ROW ON RULE-EXCEPT.dat) IS MAPPED    *
      *    BUT KEPT OFF MASTER-OUT.dat AND COUNTED AS HELD.  THE      *
      *    HOLD IS CHECKED BEFORE THE REFERENCE CHECK, SO A HELD      *
      *    RECORD IS NEVER ALSO ROUTED.  NO RULE-EXCEPT.dat MEANS     *
      *    THE RULE STEP DID NOT RUN AND NOTHING IS HELD.             *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS CR-ID-VALUE
                     FILE STATUS IS WS-CR-STATUS.
           SELECT RuleExceptFile ASSIGN TO "RULE-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CustRefFile.
           COPY "CUSTREF.cpy".

       FD RuleExceptFile.
           COPY "RULEEXCP.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-PARSED-EOF-SW   PIC X(01) VALUE 'N'.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-KD-STATUS       PIC X(02) VALUE SPACES.
            10 WS-KD-EOF-SW       PIC X(01) VALUE 'N'.
                88 END-OF-DICT-FILE   VALUE 'Y'.
            10 WS-ROUTED-UNKNOWN  PIC S9(07) COMP VALUE ZERO.
            10 WS-ROUTED-CLOSED   PIC S9(07) COMP VALUE ZERO.
            10 WS-ROUTED-NOKEY    PIC S9(07) COMP VALUE ZERO.
            10 WS-RX-STATUS       PIC X(02) VALUE SPACES.
            10 WS-RX-EOF-SW       PIC X(01) VALUE 'N'.
                88 END-OF-RULE-EXCEPT VALUE 'Y'.
            10 WS-HOLD-MODE-SW    PIC X(01) VALUE 'N'.
                88 RULE-HOLDS-ON      VALUE 'Y'.
                88 RULE-HOLDS-OFF     VALUE 'N'.
            10 WS-REC-HOLD-SW     PIC X(01) VALUE 'N'.
                88 RECORD-HELD        VALUE 'Y'.
                88 RECORD-RELEASED    VALUE 'N'.
            10 WS-RECORDS-HELD    PIC S9(07) COMP VALUE ZERO.

           COPY "RUNHDR.cpy".

              THRU 1200-EXIT.
           PERFORM 1300-LOAD-DATE-KEYS
              THRU 1300-EXIT.
           PERFORM 1500-OPEN-RULE-EXCEPTIONS
              THRU 1500-EXIT.
           PERFORM UNTIL END-OF-PARSED-FILE
              PERFORM 2000-MAP-PAIR
                 THRU 2000-EXIT
           IF ENRICHMENT-ON THEN
              CLOSE CustRefFile
           END-IF.
           IF RULE-HOLDS-ON THEN
              CLOSE RuleExceptFile
           END-IF.
           PERFORM 9900-END-OF-JOB-REPORT
              THRU 9900-EXIT.
           PERFORM 9800-WRITE-CONTROL-COUNTS
           STOP RUN.

       1000-INITIALIZE.
      *        THE STEP'S START, FILED BESIDE ITS CONTROL COUNTS
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE SPACES TO WS-MASTER-BUILD
      *        THE PAIR WHOSE VALUE IDENTIFIES THE SENDING PARTNER -
      *        "partnerId" UNLESS THE RUN NAMES ANOTHER
       1400-EXIT.
              EXIT.

       1500-OPEN-RULE-EXCEPTIONS.
      *        RULE-EXCEPT.dat IS RuleValidator'S OUTPUT.  NOT THERE
      *        MEANS THE RULE STEP WAS NOT SCHEDULED AND NOTHING IS
      *        HELD; THERE BUT STAMPED FOR ANOTHER CYCLE MEANS THE
      *        HOLDS CANNOT BE TRUSTED EITHER WAY - RELEASING A HELD
      *        RECORD TO SETTLEMENT IS THE COSTLIER MISTAKE, SO THE
      *        RUN STOPS.  ONLY STATUS 35 (NO FILE) MEANS NOT
      *        SCHEDULED - A FILE THAT IS THERE BUT CANNOT BE OPENED
      *        STOPS THE RUN FOR THE SAME REASON
           OPEN INPUT RuleExceptFile.
           IF WS-RX-STATUS = "35" THEN
              SET RULE-HOLDS-OFF TO TRUE
              DISPLAY "RULE-EXCEPT.dat NOT PRESENT - NO RECORD IS "
                 "HELD FOR RULES"
              GO TO 1500-EXIT
           END-IF.
           IF WS-RX-STATUS NOT = "00" THEN
              DISPLAY "RULE-EXCEPT.dat NOT USABLE - FILE STATUS "
                 WS-RX-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET RULE-HOLDS-ON TO TRUE.
           READ RuleExceptFile
              AT END SET END-OF-RULE-EXCEPT TO TRUE
           END-READ.
           MOVE RULE-EXCEPT-REC TO RUN-HEADER-LINE.
           IF END-OF-RULE-EXCEPT OR NOT RUN-HEADER-PRESENT THEN
              DISPLAY "RULE-EXCEPT.dat CARRIES NO CYCLEHDR STAMP"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RH-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR RH-RUN-NO NOT = RC-RUN-NO THEN
              DISPLAY "RULE-EXCEPT.dat IS CYCLE " RH-CYCLE-DATE
                 " RUN " RH-RUN-NO " - EXPECTED CYCLE "
                 RC-CYCLE-DATE " RUN " RC-RUN-NO
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ RuleExceptFile
              AT END SET END-OF-RULE-EXCEPT TO TRUE
           END-READ.
       1500-EXIT.
              EXIT.

       2000-MAP-PAIR.
      *        PARSED-OUT.dat ARRIVES IN RECORD/ITEM SEQUENCE, SO A
      *        CHANGE OF PO-RECORD-SEQ-NO CLOSES THE PRIOR BUSINESS
              MOVE SPACES TO WS-MASTER-BUILD
              PERFORM 2300-RESOLVE-PARTNER
                 THRU 2300-EXIT
              PERFORM 2370-CHECK-RULE-HOLD
                 THRU 2370-EXIT
              IF RECORD-HELD THEN
                 SET RECORD-PASSES TO TRUE
              ELSE
                 PERFORM 2350-VERIFY-REFERENCE
                    THRU 2350-EXIT
              END-IF
           END-IF.
           ADD +1 TO WS-PAIRS-READ.
      *        A MAPPING ROW APPLIES WHEN ITS RULE SET IS BLANK
       2360-EXIT.
              EXIT.

       2370-CHECK-RULE-HOLD.
      *        RULE-EXCEPT.dat IS IN RECORD SEQUENCE LIKE
      *        PARSED-OUT.dat, SO THE TWO ARE MATCHED AS THEY RUN -
      *        ROWS FOR EARLIER RECORDS ARE PASSED BY, AND ANY HOLD
      *        ROW FOR THIS RECORD HOLDS IT
           SET RECORD-RELEASED TO TRUE.
           IF RULE-HOLDS-OFF THEN
              GO TO 2370-EXIT
           END-IF.
           PERFORM UNTIL END-OF-RULE-EXCEPT
              OR RX-RECORD-SEQ-NO > WS-CURR-REC-SEQ-NO
              IF RX-RECORD-SEQ-NO = WS-CURR-REC-SEQ-NO
                 AND RX-SEV-HOLD THEN
                 SET RECORD-HELD TO TRUE
              END-IF
              READ RuleExceptFile
                 AT END SET END-OF-RULE-EXCEPT TO TRUE
              END-READ
           END-PERFORM.
       2370-EXIT.
              EXIT.

       2400-CHECK-DATE-KEY.
      *        IS THE CURRENT PAIR ONE THE DICTIONARY TYPES AS A
      *        DATE (IN THE RECORD'S RULE SET OR THE BLANK SET)?
              EXIT.

       3000-WRITE-MASTER-RECORD.
           IF RECORD-HELD THEN
      *        A HOLD-SEVERITY BUSINESS RULE FAILED - THE RECORD
      *        WAITS ON RULE-EXCEPT.dat FOR REPAIR, NOT SETTLEMENT
              ADD +1 TO WS-RECORDS-HELD
              GO TO 3000-EXIT
           END-IF.
           IF RECORD-ROUTED THEN
      *        THE REFERENCE CHECK ALREADY PUT THE RECORD ON
      *        MAP-EXCEPT.dat - IT MUST NOT REACH SETTLEMENT

       9800-WRITE-CONTROL-COUNTS.
      *        THE RUN'S CONTROL COUNTS, EXTENDED ONTO THE COMMON
      *        CYCLE CONTROL DATASET FOR CycleReconcile.  THE FILE
      *        HOLDS THE ROWS OF EVERY RUN AND IS NEVER STARTED OVER -
      *        STATUS 35 MEANS NO STEP HAS WRITTEN IT YET, SO THE
      *        FILE IS STARTED HERE
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           OPEN EXTEND CycleCtlFile.
           IF WS-CC-STATUS = "35" THEN
              OPEN OUTPUT CycleCtlFile
              THRU 9810-EXIT.
           MOVE "RECORDS-ROUTED" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-ROUTED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RECORDS-HELD" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-HELD TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
           MOVE "JSONMapper"   TO CC-PROGRAM.
           MOVE WS-CC-COUNTER  TO CC-COUNTER.
           MOVE WS-CC-VALUE    TO CC-VALUE.
           MOVE WS-START-DATE  TO CC-START-DATE.
           MOVE WS-START-TIME  TO CC-START-TIME.
           MOVE WS-END-DATE    TO CC-END-DATE.
           MOVE WS-END-TIME    TO CC-END-TIME.
           WRITE CYCLE-CTL-REC.
       9810-EXIT.
              EXIT.
           ELSE
              DISPLAY "REFERENCE CHECK . . . . . . OFF - NO MASTER"
           END-IF.
           IF RULE-HOLDS-ON THEN
              DISPLAY "RECORDS HELD (RULES). . . . " WS-RECORDS-HELD
           ELSE
              DISPLAY "RULE HOLDS. . . . . . . . . OFF - NO RULE FILE"
           END-IF.
           IF PARTNER-PROFILES-ON THEN
              DISPLAY " "
              DISPLAY "PER-PARTNER TOTALS "
