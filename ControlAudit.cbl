       PROGRAM-ID.  ControlAudit.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    PRE-EDIT OF THE HAND-KEYED CONTROL FILES, RUN AT THE START *
      *    OF THE CYCLE RIGHT AFTER ControlApply HAS MADE THE DAY'S   *
      *    LOGGED CHANGES LIVE, SO A FAT-FINGERED ROW HOLDS THE PARSE *
      *    STEP INSTEAD OF RUINING A NIGHT'S RUN.  CROSS-CHECKS:      *
      *      KEYPARAM.dat - DUPLICATE KEYS, BAD MANDATORY FLAGS,      *
      *        MORE ROWS THAN JSONParser'S 200-ENTRY TABLE (WHICH     *
      *        SILENTLY DROPS THE REST)                               *
      *        RECORDS FOREVER WITH NO WARNING), DUPLICATE REASON     *
      *        CODES, MORE ROWS THAN THE 50-ENTRY TABLE               *
      *      PARTNER.dat  - DUPLICATE PARTNER IDS, BLANK RULE SETS    *
      *      RULES.dat    - DUPLICATE RULE IDS, SEVERITIES OTHER      *
      *        THAN W/H, UNKNOWN CONDITION CODES, MISSING KEYS OR     *
      *        COMPARANDS, SUM KEYS WITHOUT THE [nnn] PLACEHOLDER,    *
      *        MORE ROWS THAN THE 200-ENTRY TABLE                     *
      *      GLMAP.dat    - DUPLICATE KEYS PER BRANCH, MISSING OR     *
      *        IDENTICAL DEBIT/CREDIT ACCOUNTS, MISSING JOURNAL       *
      *        CATEGORY, MORE ROWS THAN THE 200-ENTRY TABLE           *
      *    EVERY FINDING GOES TO CTL-AUDIT.dat AND THE PRINT          *
      *    REPORT; ANY FATAL FINDING ENDS THE JOB WITH RETURN CODE    *
      *    8 SO THE SCHEDULER HOLDS THE PARSE STEP.                   *
           SELECT PartnerFile ASSIGN TO "PARTNER.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CTL-STATUS.
           SELECT RulesFile ASSIGN TO "RULES.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CTL-STATUS.
           SELECT GlMapFile ASSIGN TO "GLMAP.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CTL-STATUS.
           SELECT CtlAuditFile ASSIGN TO "CTL-AUDIT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
          02  FILLER               PIC X(01).
          02  PT-RULE-SET          PIC X(08).

       FD RulesFile.
       01 RULES-REC.
          02  RL-RULE-ID           PIC X(08).
          02  FILLER               PIC X(01).
          02  RL-SEVERITY          PIC X(01).
          02  FILLER               PIC X(01).
          02  RL-RULE-SET          PIC X(08).
          02  FILLER               PIC X(01).
          02  RL-CONDITION         PIC X(04).
          02  FILLER               PIC X(01).
          02  RL-KEY-1             PIC X(60).
          02  FILLER               PIC X(01).
          02  RL-KEY-2             PIC X(60).
          02  FILLER               PIC X(01).
          02  RL-VALUE             PIC X(30).

       FD GlMapFile.
           COPY "GLMAP.cpy".

       FD CtlAuditFile.
       01 CTL-AUDIT-REC.
          02  CA-FILE-NAME         PIC X(08).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  CA-DETAIL-TEXT       PIC X(60).

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

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
            10 WS-CTL-STATUS      PIC X(02) VALUE SPACES.
            10 WS-EOF-SW          PIC X(01) VALUE 'N'.
                88 END-OF-CTL-FILE    VALUE 'Y'.
            10 WS-END-POS-B       PIC S9(07) COMP VALUE ZERO.
            10 WS-SUB-A           PIC S9(05) COMP VALUE ZERO.
            10 WS-SUB-B           PIC S9(05) COMP VALUE ZERO.
            10 WS-RULE-PFX-LEN    PIC S9(05) COMP VALUE ZERO.

           COPY "RUNHDR.cpy".

              THRU 5000-EXIT.
           PERFORM 6000-AUDIT-PARTNERS
              THRU 6000-EXIT.
           PERFORM 6500-AUDIT-RULES
              THRU 6500-EXIT.
           PERFORM 6700-AUDIT-GLMAP
              THRU 6700-EXIT.
           CLOSE CtlAuditFile.
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
           OPEN OUTPUT CtlAuditFile.
       6100-EXIT.
              EXIT.

       6500-AUDIT-RULES.
      *        RULES.dat DRIVES RuleValidator, WHICH DROPS A ROW IT
      *        CANNOT EVALUATE - SO EVERY SUCH ROW IS FATAL HERE,
      *        BEFORE A RULE THE ANALYSTS THINK IS LIVE GOES
      *        QUIETLY UNTESTED.  A SHOP THAT DOES NOT RUN THE RULE
      *        STEP KEYS NO FILE, SO A MISSING FILE IS A WARNING
           MOVE "RULES   " TO WS-CA-FILE-NAME.
           MOVE ZERO TO WS-NAME-NUM.
           MOVE ZERO TO WS-ROW-COUNT.
           SET MORE-CTL-RECS TO TRUE.
           OPEN INPUT RulesFile.
           IF WS-CTL-STATUS NOT = "00" THEN
              SET FINDING-WARNING TO TRUE
              MOVE "MISS" TO WS-CA-FINDING-CODE
              MOVE SPACES TO WS-CA-KEY-TEXT
              MOVE "FILE NOT PRESENT - RULE STEP CANNOT RUN"
                TO WS-CA-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
              GO TO 6500-EXIT
           END-IF.
           READ RulesFile
              AT END SET END-OF-CTL-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CTL-FILE
              PERFORM 6600-CHECK-RULE-ROW
                 THRU 6600-EXIT
              READ RulesFile
                 AT END SET END-OF-CTL-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE RulesFile.
           IF WS-ROW-COUNT > +200 THEN
              SET FINDING-FATAL TO TRUE
              MOVE "OVER" TO WS-CA-FINDING-CODE
              MOVE SPACES TO WS-CA-KEY-TEXT
              MOVE "MORE ROWS THAN THE 200-ENTRY TABLE HOLDS"
                TO WS-CA-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
           END-IF.
       6500-EXIT.
              EXIT.

       6600-CHECK-RULE-ROW.
           IF RL-RULE-ID = SPACES THEN
              GO TO 6600-EXIT
           END-IF.
           ADD +1 TO WS-ROW-COUNT.
           MOVE RL-RULE-ID TO WS-CA-KEY-TEXT.
           SET FINDING-FATAL TO TRUE.
           IF RL-SEVERITY NOT = "W" AND RL-SEVERITY NOT = "H" THEN
              MOVE "SEVR" TO WS-CA-FINDING-CODE
              MOVE SPACES TO WS-CA-DETAIL-TEXT
              STRING "SEVERITY NOT W/H: " RL-SEVERITY
                 DELIMITED BY SIZE
                 INTO WS-CA-DETAIL-TEXT
              END-STRING
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
           END-IF.
           IF RL-KEY-1 = SPACES THEN
              MOVE "NKEY" TO WS-CA-FINDING-CODE
              MOVE "RULE NAMES NO KEY-1" TO WS-CA-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
           END-IF.
           EVALUATE RL-CONDITION
              WHEN "REQ "
              WHEN "ABS "
                 CONTINUE
              WHEN "LE  "
              WHEN "LT  "
              WHEN "GE  "
              WHEN "GT  "
              WHEN "EQ  "
              WHEN "NE  "
              WHEN "SUM "
                 IF RL-KEY-2 = SPACES AND RL-VALUE = SPACES THEN
                    MOVE "NCMP" TO WS-CA-FINDING-CODE
                    MOVE "NEITHER KEY-2 NOR A LITERAL TO COMPARE WITH"
                      TO WS-CA-DETAIL-TEXT
                    PERFORM 8000-WRITE-FINDING
                       THRU 8000-EXIT
                 END-IF
              WHEN OTHER
                 MOVE "COND" TO WS-CA-FINDING-CODE
                 MOVE SPACES TO WS-CA-DETAIL-TEXT
                 STRING "CONDITION CODE NOT KNOWN: " RL-CONDITION
                    DELIMITED BY SIZE
                    INTO WS-CA-DETAIL-TEXT
                 END-STRING
                 PERFORM 8000-WRITE-FINDING
                    THRU 8000-EXIT
           END-EVALUATE.
           IF RL-CONDITION = "SUM " THEN
              MOVE ZERO TO WS-RULE-PFX-LEN
              INSPECT RL-KEY-1 TALLYING WS-RULE-PFX-LEN
                 FOR CHARACTERS BEFORE INITIAL "[nnn]"
              IF WS-RULE-PFX-LEN > +54 THEN
                 MOVE "NPAT" TO WS-CA-FINDING-CODE
                 MOVE "SUM KEY CARRIES NO [nnn] PLACEHOLDER"
                   TO WS-CA-DETAIL-TEXT
                 PERFORM 8000-WRITE-FINDING
                    THRU 8000-EXIT
              END-IF
           END-IF.
           MOVE SPACES TO WS-CA-DETAIL-TEXT.
           PERFORM 7000-CHECK-DUPLICATE-NAME
              THRU 7000-EXIT.
       6600-EXIT.
              EXIT.

       6700-AUDIT-GLMAP.
      *        GLMAP.dat DRIVES GLJournal, WHICH REFUSES THE WHOLE
      *        BATCH OVER ONE UNPOSTABLE ROW - A BAD ROW IS FATAL
      *        HERE SO IT IS FIXED BEFORE THE LEDGER FEED IS LATE.
      *        A SHOP THAT DOES NOT RUN THE JOURNAL STEP KEYS NO
      *        FILE, SO A MISSING FILE IS A WARNING
           MOVE "GLMAP   " TO WS-CA-FILE-NAME.
           MOVE ZERO TO WS-NAME-NUM.
           MOVE ZERO TO WS-ROW-COUNT.
           SET MORE-CTL-RECS TO TRUE.
           OPEN INPUT GlMapFile.
           IF WS-CTL-STATUS NOT = "00" THEN
              SET FINDING-WARNING TO TRUE
              MOVE "MISS" TO WS-CA-FINDING-CODE
              MOVE SPACES TO WS-CA-KEY-TEXT
              MOVE "FILE NOT PRESENT - JOURNAL STEP CANNOT RUN"
                TO WS-CA-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
              GO TO 6700-EXIT
           END-IF.
           READ GlMapFile
              AT END SET END-OF-CTL-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CTL-FILE
              PERFORM 6800-CHECK-GLMAP-ROW
                 THRU 6800-EXIT
              READ GlMapFile
                 AT END SET END-OF-CTL-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE GlMapFile.
           IF WS-ROW-COUNT > +200 THEN
              SET FINDING-FATAL TO TRUE
              MOVE "OVER" TO WS-CA-FINDING-CODE
              MOVE SPACES TO WS-CA-KEY-TEXT
              MOVE "MORE ROWS THAN THE 200-ENTRY TABLE HOLDS"
                TO WS-CA-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
           END-IF.
       6700-EXIT.
              EXIT.

       6800-CHECK-GLMAP-ROW.
           IF GM-JSON-KEY = SPACES THEN
              GO TO 6800-EXIT
           END-IF.
           ADD +1 TO WS-ROW-COUNT.
           MOVE GM-JSON-KEY TO WS-CA-KEY-TEXT.
           SET FINDING-FATAL TO TRUE.
           IF GM-DEBIT-ACCT = SPACES OR GM-CREDIT-ACCT = SPACES THEN
              MOVE "NACT" TO WS-CA-FINDING-CODE
              MOVE "DEBIT OR CREDIT ACCOUNT NOT KEYED"
                TO WS-CA-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
           ELSE
              IF GM-DEBIT-ACCT = GM-CREDIT-ACCT THEN
                 MOVE "SACT" TO WS-CA-FINDING-CODE
                 MOVE "DEBIT AND CREDIT ACCOUNT ARE THE SAME"
                   TO WS-CA-DETAIL-TEXT
                 PERFORM 8000-WRITE-FINDING
                    THRU 8000-EXIT
              END-IF
           END-IF.
           IF GM-JOURNAL-CAT = SPACES THEN
              MOVE "NCAT" TO WS-CA-FINDING-CODE
              MOVE "JOURNAL CATEGORY NOT KEYED" TO WS-CA-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
           END-IF.
      *        THE SAME KEY MAY REPEAT ONCE PER BRANCH - THE BRANCH
      *        STANDS IN FOR THE RULE SET IN THE DUPLICATE CHECK
           MOVE SPACES TO WS-CA-DETAIL-TEXT.
           MOVE GM-BRANCH TO WS-CA-DETAIL-TEXT(1:5).
           PERFORM 7100-CHECK-DUPLICATE-SET-KEY
              THRU 7100-EXIT.
       6800-EXIT.
              EXIT.

       7000-CHECK-DUPLICATE-NAME.
      *        FILES THE KEY IN WS-CA-KEY-TEXT INTO THE NAME TABLE
      *        AND FLAGS A FATAL DUPLICATE WHEN IT IS ALREADY THERE
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
           MOVE "FINDINGS-TOTAL" TO WS-CC-COUNTER.
           MOVE WS-TOTAL-FINDINGS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "FINDINGS-FATAL" TO WS-CC-COUNTER.
           MOVE WS-FATAL-FINDINGS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "FINDINGS-WARNING" TO WS-CC-COUNTER.
           MOVE WS-WARN-FINDINGS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "ControlAudit" TO CC-PROGRAM.
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
      *        PRINTS THE FINDING COUNTS AND SETS THE RETURN CODE
      *        THE SCHEDULER KEYS THE PARSE STEP ON
