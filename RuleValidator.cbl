       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RuleValidator.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    CROSS-FIELD BUSINESS RULE VALIDATION, RUN AFTER            *
      *    JSONValidator.  THE DICTIONARY CHECKS ONE KEY AT A TIME;   *
      *    THIS STEP HOLDS EVERY PAIR OF A RECORD AT ONCE AND TESTS   *
      *    THE RULES THE BUSINESS ANALYSTS KEY INTO RULES.dat - ONE   *
      *    ROW PER RULE GIVING ITS RULE ID, SEVERITY (W = WARN,       *
      *    H = HOLD), OPTIONAL PARTNER RULE SET, CONDITION CODE,      *
      *    THE ONE OR TWO KEYS IT INVOLVES AND AN OPTIONAL LITERAL:   *
      *                                                               *
      *      REQ  KEY-1 MUST BE PRESENT (NOT NULL, NOT EMPTY) -       *
      *           ONLY WHEN KEY-2 CARRIES THE LITERAL VALUE IF ONE    *
      *           IS KEYED, ONLY WHEN KEY-2 IS PRESENT IF IT IS NOT   *
      *      ABS  KEY-1 MUST BE ABSENT, UNDER THE SAME CONDITION      *
      *      LE LT GE GT EQ NE                                        *
      *           NUMERIC KEY-1 AGAINST NUMERIC KEY-2, OR AGAINST     *
      *           THE LITERAL WHEN KEY-2 IS BLANK.  A RECORD NOT      *
      *           CARRYING A KEY SKIPS THE RULE - MISSING KEYS ARE    *
      *           THE DICTIONARY'S BUSINESS                           *
      *      SUM  THE ARRAY VALUES NAMED BY KEY-1, WRITTEN WITH       *
      *           "[nnn]" WHERE THE ELEMENT NUMBER GOES (SAY          *
      *           lineItems[nnn].amount), MUST ADD UP TO KEY-2 (OR    *
      *           THE LITERAL)                                        *
      *                                                               *
      *    EVERY BROKEN RULE WRITES A ROW TO RULE-EXCEPT.dat WITH     *
      *    THE RULE ID AND SEVERITY.  JSONMapper READS THAT FILE      *
      *    AND KEEPS EVERY RECORD WITH A HOLD FAILURE OFF             *
      *    MASTER-OUT.dat; THE COUNTS GO TO CYCLE-CTL.dat SO          *
      *    CycleReconcile CAN ACCOUNT FOR THE HELD RECORDS.           *
      *                                                               *
      *    A RULE ROW MAY NAME A RULE SET THE SAME WAY KEYDICT.dat    *
      *    DOES - PARTNER.dat MAPS THE RECORD'S partnerId VALUE TO    *
      *    ITS SET, AND A ROW WITH A BLANK SET APPLIES TO EVERYONE.   *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ParsedOutFile ASSIGN TO "PARSED-OUT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RulesFile ASSIGN TO "RULES.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RULES-STATUS.
           SELECT RuleExceptFile ASSIGN TO "RULE-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PartnerFile ASSIGN TO "PARTNER.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PARTNER-STATUS.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunCtlFile.
           COPY "RUNCTL.cpy".

       FD ParsedOutFile.
           COPY "PARSEDOUT.cpy".

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

       FD RuleExceptFile.
           COPY "RULEEXCP.cpy".

       FD PartnerFile.
       01 PARTNER-REC.
          02  PT-PARTNER-ID        PIC X(20).
          02  FILLER               PIC X(01).
          02  PT-RULE-SET          PIC X(08).

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-PARSED-EOF-SW   PIC X(01) VALUE 'N'.
                88 END-OF-PARSED-FILE VALUE 'Y'.
                88 MORE-PARSED-RECS   VALUE 'N'.
            10 WS-RULES-EOF-SW    PIC X(01) VALUE 'N'.
                88 END-OF-RULES-FILE  VALUE 'Y'.
                88 MORE-RULES-RECS    VALUE 'N'.
            10 WS-FOUND-SW        PIC X(01) VALUE 'N'.
                88 ENTRY-FOUND        VALUE 'Y'.
                88 ENTRY-UNFOUND      VALUE 'N'.
            10 WS-PAIR-FOUND-SW   PIC X(01) VALUE 'N'.
                88 PAIR-FOUND         VALUE 'Y'.
                88 PAIR-UNFOUND       VALUE 'N'.
            10 WS-REC-WARN-SW     PIC X(01) VALUE 'N'.
                88 RECORD-WARNED      VALUE 'Y'.
                88 RECORD-NOT-WARNED  VALUE 'N'.
            10 WS-REC-HOLD-SW     PIC X(01) VALUE 'N'.
                88 RECORD-HELD        VALUE 'Y'.
                88 RECORD-NOT-HELD    VALUE 'N'.
            10 WS-BUF-OVFL-SW     PIC X(01) VALUE 'N'.
                88 BUFFER-OVERFLOWED  VALUE 'Y'.
                88 BUFFER-HOLDS-ALL   VALUE 'N'.
            10 WS-COND-MET-SW     PIC X(01) VALUE 'N'.
                88 CONDITION-MET      VALUE 'Y'.
                88 CONDITION-UNMET    VALUE 'N'.
            10 WS-RULE-OK-SW      PIC X(01) VALUE 'Y'.
                88 RULE-PASSED        VALUE 'Y'.
                88 RULE-FAILED        VALUE 'N'.
            10 WS-CURR-REC-SEQ-NO PIC 9(07) VALUE ZERO.
            10 WS-RECORDS-READ    PIC S9(07) COMP VALUE ZERO.
            10 WS-PAIRS-READ      PIC S9(07) COMP VALUE ZERO.
            10 WS-RULE-FAILURES   PIC S9(07) COMP VALUE ZERO.
            10 WS-RECORDS-WARNED  PIC S9(07) COMP VALUE ZERO.
            10 WS-RECORDS-HELD    PIC S9(07) COMP VALUE ZERO.
            10 WS-RULES-DROPPED   PIC S9(05) COMP VALUE ZERO.
            10 WS-BUFFER-OVERFLOWS PIC S9(07) COMP VALUE ZERO.
            10 WS-RX-RULE-ID      PIC X(08) VALUE SPACES.
            10 WS-RX-SEVERITY     PIC X(01) VALUE SPACES.
            10 WS-RX-JSON-KEY     PIC X(60) VALUE SPACES.
            10 WS-RX-ACTUAL       PIC X(20) VALUE SPACES.
            10 WS-RX-EXPECTED     PIC X(20) VALUE SPACES.
            10 WS-RX-REASON-TXT   PIC X(40) VALUE SPACES.
            10 WS-FIND-KEY        PIC X(60) VALUE SPACES.
            10 WS-LEFT-AMOUNT     PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-RIGHT-AMOUNT    PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-AMOUNT-EDIT     PIC -9(13).9(04).
            10 WS-SUM-ITEMS       PIC S9(05) COMP VALUE ZERO.
            10 WS-SFX-START       PIC S9(05) COMP VALUE ZERO.
            10 WS-SFX-LEN         PIC S9(05) COMP VALUE ZERO.
            10 WS-PFX-LEN         PIC S9(05) COMP VALUE ZERO.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-RULES-STATUS    PIC X(02) VALUE SPACES.
            10 WS-PARTNER-STATUS  PIC X(02) VALUE SPACES.
            10 WS-PARTNER-EOF-SW  PIC X(01) VALUE 'N'.
                88 END-OF-PARTNER-FILE VALUE 'Y'.
            10 WS-PARTNER-MODE-SW PIC X(01) VALUE 'N'.
                88 PARTNER-PROFILES-ON  VALUE 'Y'.
                88 PARTNER-PROFILES-OFF VALUE 'N'.
            10 WS-PARTNER-KEY-NAME PIC X(60) VALUE "partnerId".
            10 WS-CURR-PARTNER-ID PIC X(20) VALUE SPACES.
            10 WS-CURR-RULE-SET   PIC X(08) VALUE SPACES.
            10 WS-PPF-FOUND-SW    PIC X(01) VALUE 'N'.
                88 PROFILE-FOUND      VALUE 'Y'.
                88 PROFILE-UNFOUND    VALUE 'N'.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-CONV-TEXT       PIC X(60) VALUE SPACES.
            10 WS-CONV-LEN        PIC S9(05) COMP VALUE ZERO.
            10 WS-CONV-POS        PIC S9(05) COMP VALUE ZERO.
            10 WS-CONV-RESULT     PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-CONV-SCALE      PIC S9(01)V9(04) COMP-3 VALUE ZERO.
            10 WS-CONV-STATUS     PIC X(01) VALUE "M".
                88 CONV-STAT-GOOD      VALUE "G".
                88 CONV-STAT-TRUNC     VALUE "T".
                88 CONV-STAT-OVERFLOW  VALUE "O".
                88 CONV-STAT-MALFORMED VALUE "M".
            10 WS-CONV-INT-CNT    PIC S9(05) COMP VALUE ZERO.
            10 WS-CONV-DEC-CNT    PIC S9(05) COMP VALUE ZERO.
            10 WS-CONV-CHAR       PIC X(01).
            10 FILLER REDEFINES WS-CONV-CHAR.
               15 WS-CONV-NUM     PIC 9(01).
            10 WS-CONV-OK-SW      PIC X(01) VALUE 'N'.
                88 CONVERT-GOOD       VALUE 'Y'.
                88 CONVERT-BAD        VALUE 'N'.
            10 WS-CONV-NEG-SW     PIC X(01) VALUE 'N'.
                88 CONVERT-NEGATIVE   VALUE 'Y'.
                88 CONVERT-POSITIVE   VALUE 'N'.
            10 WS-CONV-DOT-SW     PIC X(01) VALUE 'N'.
                88 CONVERT-DOT-SEEN   VALUE 'Y'.
                88 CONVERT-DOT-UNSEEN VALUE 'N'.

           COPY "RUNHDR.cpy".

       01 WS-PARTNER-PROFILES.
      *        THE partnerId-TO-RULE-SET MAP FROM PARTNER.dat - THE
      *        FILE IS OPTIONAL, AND WITHOUT IT ONLY THE BLANK-SET
      *        RULES APPLY
           05 WS-PPF-NUM-ENTRIES  PIC S9(03) COMP VALUE ZERO.
           05 WS-PPF-MAX-ENTRIES  PIC S9(03) COMP VALUE +50.
           05 WS-PPF-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-PPF-IDX.
              10 WS-PPF-PARTNER-ID    PIC X(20).
              10 WS-PPF-RULE-SET      PIC X(08).

       01 WS-PARTNER-TOTALS.
      *        RECORDS, FAILURES AND HELD RECORDS BROKEN OUT BY
      *        PARTNER FOR THE END-OF-JOB REPORT - "*NONE*" COLLECTS
      *        RECORDS WITH NO partnerId PAIR
           05 WS-PTOT-NUM         PIC S9(03) COMP VALUE ZERO.
           05 WS-PTOT-MAX         PIC S9(03) COMP VALUE +50.
           05 WS-PTOT-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-PTOT-IDX.
              10 WS-PTOT-PARTNER-ID   PIC X(20).
              10 WS-PTOT-RECORDS      PIC S9(07) COMP.
              10 WS-PTOT-FAILURES     PIC S9(07) COMP.
              10 WS-PTOT-HELD         PIC S9(07) COMP.

       01 WS-RULE-TABLE.
      *        RULES.dat AS LOADED - A SUM RULE ALSO KEEPS WHERE
      *        "[nnn]" SITS IN ITS KEY SO EACH ARRAY ELEMENT KEY
      *        CAN BE MATCHED AGAINST THE PATTERN
           05 WS-RULE-NUM         PIC S9(05) COMP VALUE ZERO.
           05 WS-RULE-MAX         PIC S9(05) COMP VALUE +200.
           05 WS-RULE-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-RULE-IDX.
              10 WS-RULE-ID           PIC X(08).
              10 WS-RULE-SEVERITY     PIC X(01).
                 88 RULE-SEV-WARN        VALUE 'W'.
                 88 RULE-SEV-HOLD        VALUE 'H'.
              10 WS-RULE-SET          PIC X(08).
              10 WS-RULE-CONDITION    PIC X(04).
                 88 RULE-COND-REQUIRED   VALUE 'REQ '.
                 88 RULE-COND-ABSENT     VALUE 'ABS '.
                 88 RULE-COND-SUM        VALUE 'SUM '.
                 88 RULE-COND-COMPARE    VALUE 'LE  ' 'LT  '
                                               'GE  ' 'GT  '
                                               'EQ  ' 'NE  '.
              10 WS-RULE-KEY-1        PIC X(60).
              10 WS-RULE-KEY-2        PIC X(60).
              10 WS-RULE-VALUE        PIC X(30).
              10 WS-RULE-VALUE-LEN    PIC S9(05) COMP.
              10 WS-RULE-PFX-LEN      PIC S9(05) COMP.
              10 WS-RULE-FAIL-COUNT   PIC S9(07) COMP.

       01 WS-RECORD-BUFFER.
      *        EVERY PAIR OF THE RECORD IN HAND - RULES LOOK ACROSS
      *        KEYS, SO NOTHING CAN BE TESTED UNTIL THE RECORD'S
      *        LAST PAIR HAS BEEN READ
           05 WS-RB-NUM           PIC S9(05) COMP VALUE ZERO.
           05 WS-RB-MAX           PIC S9(05) COMP VALUE +500.
           05 WS-RB-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-RB-IDX.
              10 WS-RB-KEY            PIC X(60).
              10 WS-RB-VAL-LEN        PIC 9(05).
              10 WS-RB-VAL            PIC X(60).
              10 WS-RB-VAL-TYPE       PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM 1100-LOAD-RULES
              THRU 1100-EXIT.
           PERFORM 1200-LOAD-PARTNER-PROFILES
              THRU 1200-EXIT.
           PERFORM UNTIL END-OF-PARSED-FILE
              PERFORM 2000-BUFFER-PAIR
                 THRU 2000-EXIT
              READ ParsedOutFile
                 AT END SET END-OF-PARSED-FILE TO TRUE
              END-READ
           END-PERFORM.
           IF WS-CURR-REC-SEQ-NO > ZERO THEN
              PERFORM 3000-END-OF-RECORD
                 THRU 3000-EXIT
           END-IF.
           CLOSE ParsedOutFile.
           CLOSE RuleExceptFile.
           PERFORM 9900-END-OF-JOB-REPORT
              THRU 9900-EXIT.
           PERFORM 9800-WRITE-CONTROL-COUNTS
              THRU 9800-EXIT.

           STOP RUN.

       1000-INITIALIZE.
      *        THE STEP'S START, FILED BESIDE ITS CONTROL COUNTS
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM 1010-READ-RUN-CONTROL
              THRU 1010-EXIT
      *        THE PAIR WHOSE VALUE IDENTIFIES THE SENDING PARTNER -
      *        "partnerId" UNLESS THE RUN NAMES ANOTHER
           ACCEPT WS-PARTNER-KEY-NAME
              FROM ENVIRONMENT "RULEVALIDATOR_PARTNER_KEY"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-PARTNER-KEY-NAME = SPACES THEN
              MOVE "partnerId" TO WS-PARTNER-KEY-NAME
           END-IF.
           OPEN INPUT ParsedOutFile
           OPEN OUTPUT RuleExceptFile
           READ ParsedOutFile
              AT END SET END-OF-PARSED-FILE TO TRUE
           END-READ.
           PERFORM 1020-VERIFY-INPUT-HEADER
              THRU 1020-EXIT.
           PERFORM 1030-WRITE-FILE-HEADERS
              THRU 1030-EXIT.
       1000-EXIT.
              EXIT.

       1010-READ-RUN-CONTROL.
      *        THE CYCLE STAMP EVERY DATASET IN THE CHAIN CARRIES -
      *        WITHOUT IT THE RUN CANNOT PROVE WHICH CYCLE IT IS
      *        VALIDATING, SO IT STOPS BEFORE ANY OUTPUT IS OPENED
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

       1020-VERIFY-INPUT-HEADER.
      *        THE FIRST RECORD OF PARSED-OUT.dat MUST BE THE
      *        CYCLEHDR STAMP OF THE CURRENT CYCLE - ANYTHING ELSE
      *        MEANS THE FILE IS LEFT OVER FROM ANOTHER CYCLE AND
      *        HOLDING RECORDS FROM IT WOULD HOLD THE WRONG ONES
           MOVE PARSED-OUT-REC TO RUN-HEADER-LINE.
           IF END-OF-PARSED-FILE OR NOT RUN-HEADER-PRESENT THEN
              DISPLAY "PARSED-OUT.dat CARRIES NO CYCLEHDR STAMP"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RH-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR RH-RUN-NO NOT = RC-RUN-NO THEN
              DISPLAY "PARSED-OUT.dat IS CYCLE " RH-CYCLE-DATE
                 " RUN " RH-RUN-NO " - EXPECTED CYCLE "
                 RC-CYCLE-DATE " RUN " RC-RUN-NO
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ParsedOutFile
              AT END SET END-OF-PARSED-FILE TO TRUE
           END-READ.
       1020-EXIT.
              EXIT.

       1030-WRITE-FILE-HEADERS.
      *        THE SAME CYCLEHDR STAMP GOES OUT FIRST ON THE
      *        EXCEPTION FILE SO JSONMapper CAN TIE IT TO ITS CYCLE
      *        BEFORE HOLDING ANY RECORD ON ITS SAY-SO
           MOVE "CYCLEHDR"     TO RH-HEADER-TAG.
           MOVE RC-CYCLE-DATE  TO RH-CYCLE-DATE.
           MOVE RC-RUN-NO      TO RH-RUN-NO.
           MOVE SPACES TO RULE-EXCEPT-REC.
           MOVE RUN-HEADER-LINE TO RULE-EXCEPT-REC.
           WRITE RULE-EXCEPT-REC.
       1030-EXIT.
              EXIT.

       1100-LOAD-RULES.
      *        RULES.dat IS REQUIRED - A MISSING RULES FILE WOULD
      *        LET EVERY RECORD THROUGH UNTESTED AND LOOK LIKE A
      *        CLEAN RUN
           OPEN INPUT RulesFile.
           IF WS-RULES-STATUS NOT = "00" THEN
              DISPLAY "RULES FILE RULES.dat NOT USABLE - "
                 "FILE STATUS " WS-RULES-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ RulesFile
              AT END SET END-OF-RULES-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-RULES-FILE
              PERFORM 1110-FILE-RULE-ENTRY
                 THRU 1110-EXIT
              READ RulesFile
                 AT END SET END-OF-RULES-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE RulesFile.
           IF WS-RULE-NUM = ZERO THEN
              DISPLAY "WARNING: RULES FILE IS EMPTY - "
                 "NO RECORD WILL BE TESTED"
           END-IF.
       1100-EXIT.
              EXIT.

       1110-FILE-RULE-ENTRY.
      *        A ROW THAT CANNOT BE EVALUATED IS DROPPED WITH A
      *        CONSOLE MESSAGE RATHER THAN GUESSED AT - ControlAudit
      *        REPORTS THE SAME ROWS THE NIGHT BEFORE
           IF RL-RULE-ID = SPACES THEN
              GO TO 1110-EXIT
           END-IF.
           IF RL-SEVERITY NOT = "W" AND RL-SEVERITY NOT = "H" THEN
              DISPLAY "RULE " RL-RULE-ID " DROPPED - SEVERITY "
                 "MUST BE W OR H"
              ADD +1 TO WS-RULES-DROPPED
              GO TO 1110-EXIT
           END-IF.
           IF RL-KEY-1 = SPACES THEN
              DISPLAY "RULE " RL-RULE-ID " DROPPED - NO KEY-1"
              ADD +1 TO WS-RULES-DROPPED
              GO TO 1110-EXIT
           END-IF.
           IF WS-RULE-NUM >= WS-RULE-MAX THEN
              DISPLAY "RULE TABLE OVERFLOW - MORE THAN "
                 WS-RULE-MAX " RULES, ENTRY DROPPED: " RL-RULE-ID
              ADD +1 TO WS-RULES-DROPPED
              GO TO 1110-EXIT
           END-IF.
           ADD +1 TO WS-RULE-NUM.
           SET WS-RULE-IDX TO WS-RULE-NUM.
           MOVE RL-RULE-ID    TO WS-RULE-ID(WS-RULE-IDX).
           MOVE RL-SEVERITY   TO WS-RULE-SEVERITY(WS-RULE-IDX).
           MOVE RL-RULE-SET   TO WS-RULE-SET(WS-RULE-IDX).
           MOVE RL-CONDITION  TO WS-RULE-CONDITION(WS-RULE-IDX).
           MOVE RL-KEY-1      TO WS-RULE-KEY-1(WS-RULE-IDX).
           MOVE RL-KEY-2      TO WS-RULE-KEY-2(WS-RULE-IDX).
           MOVE RL-VALUE      TO WS-RULE-VALUE(WS-RULE-IDX).
           MOVE ZERO TO WS-RULE-FAIL-COUNT(WS-RULE-IDX).
           MOVE ZERO TO WS-RULE-VALUE-LEN(WS-RULE-IDX).
           INSPECT RL-VALUE TALLYING WS-RULE-VALUE-LEN(WS-RULE-IDX)
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-RULE-PFX-LEN(WS-RULE-IDX).
           IF NOT RULE-COND-REQUIRED(WS-RULE-IDX)
              AND NOT RULE-COND-ABSENT(WS-RULE-IDX)
              AND NOT RULE-COND-SUM(WS-RULE-IDX)
              AND NOT RULE-COND-COMPARE(WS-RULE-IDX) THEN
              DISPLAY "RULE " RL-RULE-ID " DROPPED - CONDITION "
                 RL-CONDITION " NOT KNOWN"
              SUBTRACT +1 FROM WS-RULE-NUM
              ADD +1 TO WS-RULES-DROPPED
              GO TO 1110-EXIT
           END-IF.
           IF (RULE-COND-COMPARE(WS-RULE-IDX)
               OR RULE-COND-SUM(WS-RULE-IDX))
              AND RL-KEY-2 = SPACES AND RL-VALUE = SPACES THEN
              DISPLAY "RULE " RL-RULE-ID " DROPPED - NOTHING TO "
                 "COMPARE KEY-1 AGAINST"
              SUBTRACT +1 FROM WS-RULE-NUM
              ADD +1 TO WS-RULES-DROPPED
              GO TO 1110-EXIT
           END-IF.
           IF RULE-COND-SUM(WS-RULE-IDX) THEN
      *        THE ELEMENT NUMBER PLACEHOLDER - THE KEY TEXT BEFORE
      *        IT IS THE ARRAY NAME, THE TEXT AFTER IT THE MEMBER
              INSPECT RL-KEY-1 TALLYING WS-RULE-PFX-LEN(WS-RULE-IDX)
                 FOR CHARACTERS BEFORE INITIAL "[nnn]"
              IF WS-RULE-PFX-LEN(WS-RULE-IDX) > +54 THEN
                 DISPLAY "RULE " RL-RULE-ID " DROPPED - SUM KEY "
                    "CARRIES NO [nnn] PLACEHOLDER"
                 SUBTRACT +1 FROM WS-RULE-NUM
                 ADD +1 TO WS-RULES-DROPPED
              END-IF
           END-IF.
       1110-EXIT.
              EXIT.

       1200-LOAD-PARTNER-PROFILES.
      *        PARTNER.dat IS OPTIONAL - WHEN IT IS NOT THERE ONLY
      *        THE BLANK-SET RULES APPLY
           OPEN INPUT PartnerFile.
           IF WS-PARTNER-STATUS NOT = "00" THEN
              SET PARTNER-PROFILES-OFF TO TRUE
              GO TO 1200-EXIT
           END-IF.
           READ PartnerFile
              AT END SET END-OF-PARTNER-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-PARTNER-FILE
              PERFORM 1210-FILE-PARTNER-ENTRY
                 THRU 1210-EXIT
              READ PartnerFile
                 AT END SET END-OF-PARTNER-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE PartnerFile.
           IF WS-PPF-NUM-ENTRIES > ZERO THEN
              SET PARTNER-PROFILES-ON TO TRUE
           ELSE
              SET PARTNER-PROFILES-OFF TO TRUE
           END-IF.
       1200-EXIT.
              EXIT.

       1210-FILE-PARTNER-ENTRY.
           IF PT-PARTNER-ID = SPACES THEN
              GO TO 1210-EXIT
           END-IF.
           IF WS-PPF-NUM-ENTRIES >= WS-PPF-MAX-ENTRIES THEN
              DISPLAY "PARTNER PROFILE TABLE OVERFLOW - MORE THAN "
                 WS-PPF-MAX-ENTRIES " PARTNERS, ENTRY DROPPED: "
                 PT-PARTNER-ID
              GO TO 1210-EXIT
           END-IF.
           ADD +1 TO WS-PPF-NUM-ENTRIES.
           SET WS-PPF-IDX TO WS-PPF-NUM-ENTRIES.
           MOVE PT-PARTNER-ID TO WS-PPF-PARTNER-ID(WS-PPF-IDX).
           MOVE PT-RULE-SET   TO WS-PPF-RULE-SET(WS-PPF-IDX).
       1210-EXIT.
              EXIT.

       2000-BUFFER-PAIR.
      *        PARSED-OUT.dat ARRIVES IN RECORD/ITEM SEQUENCE, SO A
      *        CHANGE OF PO-RECORD-SEQ-NO MEANS THE PRIOR RECORD IS
      *        COMPLETE AND ITS RULES CAN BE TESTED
           IF PO-RECORD-SEQ-NO NOT = WS-CURR-REC-SEQ-NO THEN
              IF WS-CURR-REC-SEQ-NO > ZERO THEN
                 PERFORM 3000-END-OF-RECORD
                    THRU 3000-EXIT
              END-IF
              MOVE PO-RECORD-SEQ-NO TO WS-CURR-REC-SEQ-NO
              ADD +1 TO WS-RECORDS-READ
              MOVE ZERO TO WS-RB-NUM
              SET BUFFER-HOLDS-ALL TO TRUE
           END-IF.
           ADD +1 TO WS-PAIRS-READ.
           IF WS-RB-NUM >= WS-RB-MAX THEN
              SET BUFFER-OVERFLOWED TO TRUE
              GO TO 2000-EXIT
           END-IF.
           ADD +1 TO WS-RB-NUM.
           SET WS-RB-IDX TO WS-RB-NUM.
           MOVE PO-JSON-KEY      TO WS-RB-KEY(WS-RB-IDX).
           MOVE PO-JSON-VAL-LEN  TO WS-RB-VAL-LEN(WS-RB-IDX).
           MOVE PO-JSON-VAL      TO WS-RB-VAL(WS-RB-IDX).
           MOVE PO-JSON-VAL-TYPE TO WS-RB-VAL-TYPE(WS-RB-IDX).
       2000-EXIT.
              EXIT.

       3000-END-OF-RECORD.
      *        CALLED AT EACH CHANGE OF PO-RECORD-SEQ-NO AND ONCE MORE
      *        AFTER END OF FILE - TESTS EVERY RULE THAT APPLIES TO
      *        THE RECORD'S PARTNER SET AGAINST THE BUFFERED PAIRS
           SET RECORD-NOT-WARNED TO TRUE.
           SET RECORD-NOT-HELD TO TRUE.
           PERFORM 3100-RESOLVE-PARTNER
              THRU 3100-EXIT.
           IF BUFFER-OVERFLOWED THEN
      *        SOME PAIRS WERE NEVER SEEN BY THE RULES, SO A PASS
      *        PROVES NOTHING - SAY SO ON THE EXCEPTION FILE
              ADD +1 TO WS-BUFFER-OVERFLOWS
              MOVE "*BUFFER*" TO WS-RX-RULE-ID
              MOVE "W" TO WS-RX-SEVERITY
              MOVE SPACES TO WS-RX-JSON-KEY
              MOVE SPACES TO WS-RX-ACTUAL
              MOVE SPACES TO WS-RX-EXPECTED
              MOVE "RECORD HAS MORE PAIRS THAN RULES CAN SEE"
                TO WS-RX-REASON-TXT
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
           END-IF.
      *        A RULE APPLIES WHEN ITS RULE SET IS BLANK (EVERY
      *        PARTNER) OR MATCHES THE RECORD'S PARTNER SET
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-NUM
              IF WS-RULE-SET(WS-RULE-IDX) = SPACES
                 OR WS-RULE-SET(WS-RULE-IDX) = WS-CURR-RULE-SET THEN
                 PERFORM 4000-APPLY-RULE
                    THRU 4000-EXIT
              END-IF
           END-PERFORM.
           IF RECORD-HELD THEN
              ADD +1 TO WS-RECORDS-HELD
              ADD +1 TO WS-PTOT-HELD(WS-PTOT-IDX)
           ELSE
              IF RECORD-WARNED THEN
                 ADD +1 TO WS-RECORDS-WARNED
              END-IF
           END-IF.
       3000-EXIT.
              EXIT.

       3100-RESOLVE-PARTNER.
      *        THE RECORD'S PARTNER PAIR IS ALREADY IN THE BUFFER, SO
      *        NO INDEX LOOKUP IS NEEDED.  NO PAIR OR NO PROFILE ROW
      *        LEAVES ONLY THE BLANK-SET RULES - JSONValidator HAS
      *        ALREADY FLAGGED THAT DRIFT AS PRTN
           MOVE SPACES TO WS-CURR-RULE-SET.
           MOVE "*NONE*" TO WS-CURR-PARTNER-ID.
           MOVE WS-PARTNER-KEY-NAME TO WS-FIND-KEY.
           PERFORM 5000-FIND-PAIR
              THRU 5000-EXIT.
           IF PAIR-FOUND THEN
              MOVE WS-RB-VAL(WS-RB-IDX)(1:20) TO WS-CURR-PARTNER-ID
           END-IF.
           IF PARTNER-PROFILES-ON AND PAIR-FOUND THEN
              SET PROFILE-UNFOUND TO TRUE
              PERFORM VARYING WS-PPF-IDX FROM 1 BY 1
                 UNTIL WS-PPF-IDX > WS-PPF-NUM-ENTRIES
                    OR PROFILE-FOUND
                 IF WS-CURR-PARTNER-ID
                    = WS-PPF-PARTNER-ID(WS-PPF-IDX) THEN
                    SET PROFILE-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF PROFILE-FOUND THEN
      *           THE VARYING LOOP LEAVES THE INDEX ONE PAST THE
      *           MATCH
                 SET WS-PPF-IDX DOWN BY 1
                 MOVE WS-PPF-RULE-SET(WS-PPF-IDX)
                   TO WS-CURR-RULE-SET
              END-IF
           END-IF.
           PERFORM 3110-FIND-PARTNER-TOTALS
              THRU 3110-EXIT.
           ADD +1 TO WS-PTOT-RECORDS(WS-PTOT-IDX).
       3100-EXIT.
              EXIT.

       3110-FIND-PARTNER-TOTALS.
      *        FINDS OR OPENS THE PER-PARTNER TOTALS ROW FOR
      *        WS-CURR-PARTNER-ID AND LEAVES WS-PTOT-IDX ON IT -
      *        WHEN THE TABLE IS FULL THE LAST ROW COLLECTS THE
      *        OVERFLOW SO NO COUNT IS LOST
           SET ENTRY-UNFOUND TO TRUE.
           PERFORM VARYING WS-PTOT-IDX FROM 1 BY 1
              UNTIL WS-PTOT-IDX > WS-PTOT-NUM
                 OR ENTRY-FOUND
              IF WS-CURR-PARTNER-ID
                 = WS-PTOT-PARTNER-ID(WS-PTOT-IDX) THEN
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND THEN
      *        THE VARYING LOOP LEAVES THE INDEX ONE PAST THE MATCH
              SET WS-PTOT-IDX DOWN BY 1
              GO TO 3110-EXIT
           END-IF.
           IF WS-PTOT-NUM >= WS-PTOT-MAX THEN
              SET WS-PTOT-IDX TO WS-PTOT-NUM
              GO TO 3110-EXIT
           END-IF.
           ADD +1 TO WS-PTOT-NUM.
           SET WS-PTOT-IDX TO WS-PTOT-NUM.
           MOVE WS-CURR-PARTNER-ID
             TO WS-PTOT-PARTNER-ID(WS-PTOT-IDX).
           MOVE ZERO TO WS-PTOT-RECORDS(WS-PTOT-IDX).
           MOVE ZERO TO WS-PTOT-FAILURES(WS-PTOT-IDX).
           MOVE ZERO TO WS-PTOT-HELD(WS-PTOT-IDX).
       3110-EXIT.
              EXIT.

       4000-APPLY-RULE.
      *        ONE RULE AGAINST THE RECORD IN THE BUFFER - EACH
      *        CONDITION PARAGRAPH STAGES ITS OWN EXCEPTION TEXT
      *        AND WRITES THE ROW WHEN THE RULE FAILS
           MOVE WS-RULE-ID(WS-RULE-IDX)       TO WS-RX-RULE-ID.
           MOVE WS-RULE-SEVERITY(WS-RULE-IDX) TO WS-RX-SEVERITY.
           MOVE WS-RULE-KEY-1(WS-RULE-IDX)    TO WS-RX-JSON-KEY.
           MOVE SPACES TO WS-RX-ACTUAL.
           MOVE SPACES TO WS-RX-EXPECTED.
           MOVE SPACES TO WS-RX-REASON-TXT.
           EVALUATE TRUE
              WHEN RULE-COND-REQUIRED(WS-RULE-IDX)
              WHEN RULE-COND-ABSENT(WS-RULE-IDX)
                 PERFORM 4100-CHECK-PRESENCE
                    THRU 4100-EXIT
              WHEN RULE-COND-COMPARE(WS-RULE-IDX)
                 PERFORM 4200-CHECK-COMPARE
                    THRU 4200-EXIT
              WHEN RULE-COND-SUM(WS-RULE-IDX)
                 PERFORM 4300-CHECK-SUM
                    THRU 4300-EXIT
           END-EVALUATE.
       4000-EXIT.
              EXIT.

       4100-CHECK-PRESENCE.
      *        FIRST THE CONDITION ON KEY-2 (NONE WHEN KEY-2 IS
      *        BLANK), THEN WHETHER KEY-1 IS THERE WITH A REAL VALUE
      *        - A null OR EMPTY VALUE COUNTS AS NOT SUPPLIED
           SET CONDITION-MET TO TRUE.
           IF WS-RULE-KEY-2(WS-RULE-IDX) NOT = SPACES THEN
              MOVE WS-RULE-KEY-2(WS-RULE-IDX) TO WS-FIND-KEY
              PERFORM 5000-FIND-PAIR
                 THRU 5000-EXIT
              IF PAIR-UNFOUND THEN
                 SET CONDITION-UNMET TO TRUE
              ELSE
                 IF WS-RULE-VALUE(WS-RULE-IDX) NOT = SPACES
                    AND WS-RB-VAL(WS-RB-IDX)
                        NOT = WS-RULE-VALUE(WS-RULE-IDX) THEN
                    SET CONDITION-UNMET TO TRUE
                 END-IF
              END-IF
           END-IF.
           IF CONDITION-UNMET THEN
              GO TO 4100-EXIT
           END-IF.
           MOVE WS-RULE-KEY-1(WS-RULE-IDX) TO WS-FIND-KEY.
           PERFORM 5000-FIND-PAIR
              THRU 5000-EXIT.
           IF PAIR-FOUND THEN
              MOVE WS-RB-VAL(WS-RB-IDX)(1:20) TO WS-RX-ACTUAL
           END-IF.
           IF RULE-COND-REQUIRED(WS-RULE-IDX) AND PAIR-UNFOUND THEN
              MOVE WS-RULE-VALUE(WS-RULE-IDX)(1:20) TO WS-RX-EXPECTED
              MOVE "REQUIRED KEY NOT SUPPLIED ON RECORD"
                TO WS-RX-REASON-TXT
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
           END-IF.
           IF RULE-COND-ABSENT(WS-RULE-IDX) AND PAIR-FOUND THEN
              MOVE WS-RULE-VALUE(WS-RULE-IDX)(1:20) TO WS-RX-EXPECTED
              MOVE "KEY NOT ALLOWED ON THIS RECORD"
                TO WS-RX-REASON-TXT
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
           END-IF.
       4100-EXIT.
              EXIT.

       4200-CHECK-COMPARE.
      *        NUMERIC KEY-1 AGAINST NUMERIC KEY-2 OR THE LITERAL.
      *        AN ABSENT KEY SKIPS THE RULE; A VALUE THAT IS NOT A
      *        NUMBER FAILS IT, SINCE THE RULE CANNOT BE PROVED
           MOVE WS-RULE-KEY-1(WS-RULE-IDX) TO WS-FIND-KEY.
           PERFORM 5000-FIND-PAIR
              THRU 5000-EXIT.
           IF PAIR-UNFOUND THEN
              GO TO 4200-EXIT
           END-IF.
           MOVE WS-RB-VAL(WS-RB-IDX)(1:20) TO WS-RX-ACTUAL.
           PERFORM 5100-CONVERT-BUFFER-VALUE
              THRU 5100-EXIT.
           IF CONVERT-BAD THEN
              MOVE "VALUE IS NOT A NUMBER" TO WS-RX-REASON-TXT
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
              GO TO 4200-EXIT
           END-IF.
           MOVE WS-CONV-RESULT TO WS-LEFT-AMOUNT.
           PERFORM 5200-FETCH-RIGHT-SIDE
              THRU 5200-EXIT.
           IF PAIR-UNFOUND THEN
              GO TO 4200-EXIT
           END-IF.
           IF CONVERT-BAD THEN
              MOVE WS-RULE-KEY-2(WS-RULE-IDX) TO WS-RX-JSON-KEY
              MOVE "COMPARED VALUE IS NOT A NUMBER"
                TO WS-RX-REASON-TXT
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
              GO TO 4200-EXIT
           END-IF.
           SET RULE-PASSED TO TRUE.
           EVALUATE WS-RULE-CONDITION(WS-RULE-IDX)
              WHEN "LE  "
                 IF WS-LEFT-AMOUNT > WS-RIGHT-AMOUNT THEN
                    SET RULE-FAILED TO TRUE
                    MOVE "VALUE EXCEEDS ITS LIMIT"
                      TO WS-RX-REASON-TXT
                 END-IF
              WHEN "LT  "
                 IF WS-LEFT-AMOUNT NOT < WS-RIGHT-AMOUNT THEN
                    SET RULE-FAILED TO TRUE
                    MOVE "VALUE NOT BELOW ITS LIMIT"
                      TO WS-RX-REASON-TXT
                 END-IF
              WHEN "GE  "
                 IF WS-LEFT-AMOUNT < WS-RIGHT-AMOUNT THEN
                    SET RULE-FAILED TO TRUE
                    MOVE "VALUE BELOW ITS MINIMUM"
                      TO WS-RX-REASON-TXT
                 END-IF
              WHEN "GT  "
                 IF WS-LEFT-AMOUNT NOT > WS-RIGHT-AMOUNT THEN
                    SET RULE-FAILED TO TRUE
                    MOVE "VALUE NOT ABOVE ITS MINIMUM"
                      TO WS-RX-REASON-TXT
                 END-IF
              WHEN "EQ  "
                 IF WS-LEFT-AMOUNT NOT = WS-RIGHT-AMOUNT THEN
                    SET RULE-FAILED TO TRUE
                    MOVE "VALUES DO NOT AGREE"
                      TO WS-RX-REASON-TXT
                 END-IF
              WHEN "NE  "
                 IF WS-LEFT-AMOUNT = WS-RIGHT-AMOUNT THEN
                    SET RULE-FAILED TO TRUE
                    MOVE "VALUES MAY NOT BE EQUAL"
                      TO WS-RX-REASON-TXT
                 END-IF
           END-EVALUATE.
           IF RULE-FAILED THEN
              MOVE WS-RIGHT-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO WS-RX-EXPECTED
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
           END-IF.
       4200-EXIT.
              EXIT.

       4300-CHECK-SUM.
      *        ADDS EVERY BUFFERED PAIR WHOSE KEY FITS THE KEY-1
      *        PATTERN - THE TEXT BEFORE "[nnn]", A BRACKETED
      *        THREE-DIGIT ELEMENT NUMBER, THEN THE TEXT AFTER IT -
      *        AND PROVES THE TOTAL AGAINST KEY-2 OR THE LITERAL
           PERFORM 5200-FETCH-RIGHT-SIDE
              THRU 5200-EXIT.
           IF PAIR-UNFOUND THEN
              GO TO 4300-EXIT
           END-IF.
           IF CONVERT-BAD THEN
              MOVE WS-RULE-KEY-2(WS-RULE-IDX) TO WS-RX-JSON-KEY
              MOVE "TOTAL VALUE IS NOT A NUMBER" TO WS-RX-REASON-TXT
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
              GO TO 4300-EXIT
           END-IF.
           MOVE WS-RULE-PFX-LEN(WS-RULE-IDX) TO WS-PFX-LEN.
           COMPUTE WS-SFX-START = WS-PFX-LEN + 6.
           COMPUTE WS-SFX-LEN = 61 - WS-SFX-START.
           MOVE ZERO TO WS-LEFT-AMOUNT.
           MOVE ZERO TO WS-SUM-ITEMS.
           SET RULE-PASSED TO TRUE.
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
              UNTIL WS-RB-IDX > WS-RB-NUM
                 OR RULE-FAILED
              IF (WS-PFX-LEN = ZERO
                  OR WS-RB-KEY(WS-RB-IDX)(1:WS-PFX-LEN)
                     = WS-RULE-KEY-1(WS-RULE-IDX)(1:WS-PFX-LEN))
                 AND WS-RB-KEY(WS-RB-IDX)(WS-PFX-LEN + 1:1) = "["
                 AND WS-RB-KEY(WS-RB-IDX)(WS-PFX-LEN + 2:3)
                     IS NUMERIC
                 AND WS-RB-KEY(WS-RB-IDX)(WS-PFX-LEN + 5:1) = "]"
                 AND WS-RB-KEY(WS-RB-IDX)(WS-SFX-START:WS-SFX-LEN)
                     = WS-RULE-KEY-1(WS-RULE-IDX)
                          (WS-SFX-START:WS-SFX-LEN) THEN
                 PERFORM 5100-CONVERT-BUFFER-VALUE
                    THRU 5100-EXIT
                 IF CONVERT-GOOD THEN
                    ADD WS-CONV-RESULT TO WS-LEFT-AMOUNT
                    ADD +1 TO WS-SUM-ITEMS
                 ELSE
                    SET RULE-FAILED TO TRUE
                    MOVE WS-RB-KEY(WS-RB-IDX) TO WS-RX-JSON-KEY
                    MOVE WS-RB-VAL(WS-RB-IDX)(1:20) TO WS-RX-ACTUAL
                    MOVE "ELEMENT VALUE IS NOT A NUMBER"
                      TO WS-RX-REASON-TXT
                 END-IF
              END-IF
           END-PERFORM.
           IF RULE-FAILED THEN
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
              GO TO 4300-EXIT
           END-IF.
           IF WS-LEFT-AMOUNT NOT = WS-RIGHT-AMOUNT THEN
              MOVE WS-LEFT-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO WS-RX-ACTUAL
              MOVE WS-RIGHT-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO WS-RX-EXPECTED
              IF WS-SUM-ITEMS = ZERO THEN
                 MOVE "NO ELEMENTS TO ADD UP TO THE TOTAL"
                   TO WS-RX-REASON-TXT
              ELSE
                 MOVE "ELEMENTS DO NOT ADD UP TO THE TOTAL"
                   TO WS-RX-REASON-TXT
              END-IF
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
           END-IF.
       4300-EXIT.
              EXIT.

       5000-FIND-PAIR.
      *        LOOKS WS-FIND-KEY UP IN THE RECORD BUFFER AND LEAVES
      *        WS-RB-IDX ON IT.  A null OR EMPTY VALUE IS TREATED AS
      *        NOT SUPPLIED, THE SAME AS A MISSING PAIR
           SET PAIR-UNFOUND TO TRUE.
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
              UNTIL WS-RB-IDX > WS-RB-NUM
                 OR PAIR-FOUND
              IF WS-RB-KEY(WS-RB-IDX) = WS-FIND-KEY THEN
                 SET PAIR-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF PAIR-UNFOUND THEN
              GO TO 5000-EXIT
           END-IF.
      *        THE VARYING LOOP LEAVES THE INDEX ONE PAST THE MATCH
           SET WS-RB-IDX DOWN BY 1.
           IF WS-RB-VAL-TYPE(WS-RB-IDX) = "NULL"
              OR WS-RB-VAL-LEN(WS-RB-IDX) = ZERO THEN
              SET PAIR-UNFOUND TO TRUE
           END-IF.
       5000-EXIT.
              EXIT.

       5100-CONVERT-BUFFER-VALUE.
      *        THE VALUE OF BUFFER ROW WS-RB-IDX AS A PACKED AMOUNT
           MOVE WS-RB-VAL(WS-RB-IDX) TO WS-CONV-TEXT.
           MOVE WS-RB-VAL-LEN(WS-RB-IDX) TO WS-CONV-LEN.
           PERFORM 7100-CONVERT-DEC-VALUE
              THRU 7100-EXIT.
       5100-EXIT.
              EXIT.

       5200-FETCH-RIGHT-SIDE.
      *        THE VALUE KEY-1 IS MEASURED AGAINST - KEY-2'S VALUE
      *        WHEN THE RULE NAMES ONE, OTHERWISE THE LITERAL.  THE
      *        RESULT LANDS IN WS-RIGHT-AMOUNT; PAIR-UNFOUND MEANS
      *        KEY-2 IS NOT ON THE RECORD AND THE RULE IS SKIPPED
           IF WS-RULE-KEY-2(WS-RULE-IDX) NOT = SPACES THEN
              MOVE WS-RULE-KEY-2(WS-RULE-IDX) TO WS-FIND-KEY
              PERFORM 5000-FIND-PAIR
                 THRU 5000-EXIT
              IF PAIR-UNFOUND THEN
                 GO TO 5200-EXIT
              END-IF
              MOVE WS-RB-VAL(WS-RB-IDX)(1:20) TO WS-RX-EXPECTED
              PERFORM 5100-CONVERT-BUFFER-VALUE
                 THRU 5100-EXIT
           ELSE
              SET PAIR-FOUND TO TRUE
              MOVE WS-RULE-VALUE(WS-RULE-IDX) TO WS-CONV-TEXT
              MOVE WS-RULE-VALUE(WS-RULE-IDX)(1:20) TO WS-RX-EXPECTED
              MOVE WS-RULE-VALUE-LEN(WS-RULE-IDX) TO WS-CONV-LEN
              PERFORM 7100-CONVERT-DEC-VALUE
                 THRU 7100-EXIT
           END-IF.
           MOVE WS-CONV-RESULT TO WS-RIGHT-AMOUNT.
       5200-EXIT.
              EXIT.

       7100-CONVERT-DEC-VALUE.
      *        TURNS WS-CONV-TEXT (WS-CONV-LEN BYTES) INTO A SIGNED
      *        PACKED AMOUNT IN WS-CONV-RESULT - AN OPTIONAL LEADING
      *        "-", UP TO 13 INTEGER DIGITS, ONE DOT AND UP TO FOUR
      *        DECIMAL DIGITS, THE SAME RULES THE PARSER USES FOR
      *        TYPED-OUT.dat.  ANYTHING ELSE MARKS THE CONVERSION BAD
           SET CONVERT-BAD TO TRUE.
           SET CONV-STAT-MALFORMED TO TRUE.
           SET CONVERT-POSITIVE TO TRUE.
           SET CONVERT-DOT-UNSEEN TO TRUE.
           MOVE ZERO TO WS-CONV-RESULT.
           MOVE ZERO TO WS-CONV-INT-CNT.
           MOVE ZERO TO WS-CONV-DEC-CNT.
           IF WS-CONV-LEN = ZERO OR WS-CONV-LEN > +60 THEN
      *        NOTHING THERE, OR THE PARSER ALREADY TRUNCATED THE
      *        TEXT AND THE DIGITS ARE GONE
              GO TO 7100-EXIT
           END-IF.
           SET CONVERT-GOOD TO TRUE.
           SET CONV-STAT-GOOD TO TRUE.
           MOVE +1 TO WS-CONV-POS.
           IF WS-CONV-TEXT(1:1) = "-" THEN
              SET CONVERT-NEGATIVE TO TRUE
              MOVE +2 TO WS-CONV-POS
              IF WS-CONV-LEN < +2 THEN
                 SET CONVERT-BAD TO TRUE
                 SET CONV-STAT-MALFORMED TO TRUE
              END-IF
           END-IF.
           PERFORM 7110-CONVERT-ONE-DIGIT
              THRU 7110-EXIT
              UNTIL CONVERT-BAD
                 OR WS-CONV-POS > WS-CONV-LEN.
           IF WS-CONV-INT-CNT = ZERO AND WS-CONV-DEC-CNT = ZERO THEN
              SET CONVERT-BAD TO TRUE
              SET CONV-STAT-MALFORMED TO TRUE
           END-IF.
           IF CONVERT-BAD THEN
              MOVE ZERO TO WS-CONV-RESULT
           END-IF.
           IF CONVERT-GOOD AND CONVERT-NEGATIVE THEN
              COMPUTE WS-CONV-RESULT = ZERO - WS-CONV-RESULT
           END-IF.
       7100-EXIT.
              EXIT.

       7110-CONVERT-ONE-DIGIT.
           MOVE WS-CONV-TEXT(WS-CONV-POS:1) TO WS-CONV-CHAR.
           EVALUATE TRUE
              WHEN WS-CONV-NUM IS NUMERIC
                 IF CONVERT-DOT-SEEN THEN
                    ADD +1 TO WS-CONV-DEC-CNT
                    EVALUATE WS-CONV-DEC-CNT
                       WHEN +1
                          COMPUTE WS-CONV-SCALE =
                             WS-CONV-NUM / 10
                          ADD WS-CONV-SCALE TO WS-CONV-RESULT
                       WHEN +2
                          COMPUTE WS-CONV-SCALE =
                             WS-CONV-NUM / 100
                          ADD WS-CONV-SCALE TO WS-CONV-RESULT
                       WHEN +3
                          COMPUTE WS-CONV-SCALE =
                             WS-CONV-NUM / 1000
                          ADD WS-CONV-SCALE TO WS-CONV-RESULT
                       WHEN +4
                          COMPUTE WS-CONV-SCALE =
                             WS-CONV-NUM / 10000
                          ADD WS-CONV-SCALE TO WS-CONV-RESULT
                       WHEN OTHER
      *                    DIGITS PAST FOUR DECIMALS ARE DROPPED
                          IF CONV-STAT-GOOD THEN
                             SET CONV-STAT-TRUNC TO TRUE
                          END-IF
                    END-EVALUATE
                 ELSE
                    ADD +1 TO WS-CONV-INT-CNT
                    IF WS-CONV-INT-CNT > +13 THEN
                       SET CONVERT-BAD TO TRUE
                       SET CONV-STAT-OVERFLOW TO TRUE
                    ELSE
                       COMPUTE WS-CONV-RESULT =
                          WS-CONV-RESULT * 10 + WS-CONV-NUM
                    END-IF
                 END-IF
              WHEN WS-CONV-CHAR = "."
                 IF CONVERT-DOT-SEEN THEN
                    SET CONVERT-BAD TO TRUE
                    SET CONV-STAT-MALFORMED TO TRUE
                 ELSE
                    SET CONVERT-DOT-SEEN TO TRUE
                 END-IF
              WHEN OTHER
                 SET CONVERT-BAD TO TRUE
                 SET CONV-STAT-MALFORMED TO TRUE
           END-EVALUATE.
           ADD +1 TO WS-CONV-POS.
       7110-EXIT.
              EXIT.

       8000-WRITE-EXCEPTION.
      *        THE WS-RX- STAGING FIELDS ARE SET BY THE CALLER -
      *        THIS PARAGRAPH BUILDS AND WRITES THE EXCEPTION ROW
      *        AND MARKS THE RECORD WARNED OR HELD
           MOVE SPACES TO RULE-EXCEPT-REC.
           MOVE WS-CURR-REC-SEQ-NO TO RX-RECORD-SEQ-NO.
           MOVE WS-RX-RULE-ID      TO RX-RULE-ID.
           MOVE WS-RX-SEVERITY     TO RX-SEVERITY.
           MOVE WS-RX-JSON-KEY     TO RX-JSON-KEY.
           MOVE WS-RX-ACTUAL       TO RX-ACTUAL.
           MOVE WS-RX-EXPECTED     TO RX-EXPECTED.
           MOVE WS-RX-REASON-TXT   TO RX-REASON-TEXT.
           WRITE RULE-EXCEPT-REC.
           ADD +1 TO WS-RULE-FAILURES.
           ADD +1 TO WS-PTOT-FAILURES(WS-PTOT-IDX).
           IF WS-RX-SEVERITY = "H" THEN
              SET RECORD-HELD TO TRUE
           ELSE
              SET RECORD-WARNED TO TRUE
           END-IF.
           IF WS-RX-RULE-ID NOT = "*BUFFER*" THEN
      *        WS-RULE-IDX IS ON THE RULE BEING TESTED
              ADD +1 TO WS-RULE-FAIL-COUNT(WS-RULE-IDX)
           END-IF.
       8000-EXIT.
              EXIT.

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
           MOVE "PAIRS-READ" TO WS-CC-COUNTER.
           MOVE WS-PAIRS-READ TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RULES-LOADED" TO WS-CC-COUNTER.
           MOVE WS-RULE-NUM TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RULE-FAILURES" TO WS-CC-COUNTER.
           MOVE WS-RULE-FAILURES TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RECORDS-WARNED" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-WARNED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RECORDS-HELD" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-HELD TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "RuleValidator" TO CC-PROGRAM.
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
      *        PRINTS CONTROL TOTALS FOR THE WHOLE RUN PLUS THE
      *        PER-RULE FAILURE COUNTS THE ANALYSTS USE TO TUNE
      *        THEIR RULES
           DISPLAY " ".
           DISPLAY "===== BUSINESS RULE CONTROL TOTALS =====".
           DISPLAY "RULES LOADED. . . . . . . . " WS-RULE-NUM.
           DISPLAY "RULES DROPPED . . . . . . . " WS-RULES-DROPPED.
           DISPLAY "RECORDS READ. . . . . . . . " WS-RECORDS-READ.
           DISPLAY "KEY/VALUE PAIRS READ. . . . " WS-PAIRS-READ.
           DISPLAY "RULE FAILURES . . . . . . . " WS-RULE-FAILURES.
           DISPLAY "RECORDS WARNED. . . . . . . " WS-RECORDS-WARNED.
           DISPLAY "RECORDS HELD. . . . . . . . " WS-RECORDS-HELD.
           IF WS-BUFFER-OVERFLOWS > ZERO THEN
              DISPLAY "RECORDS PAST BUFFER LIMIT . "
                 WS-BUFFER-OVERFLOWS
           END-IF.
           DISPLAY " ".
           DISPLAY "PER-RULE FAILURE COUNTS:".
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-NUM
              DISPLAY "  " WS-RULE-ID(WS-RULE-IDX)
                 " " WS-RULE-SEVERITY(WS-RULE-IDX)
                 " " WS-RULE-SET(WS-RULE-IDX)
                 " " WS-RULE-CONDITION(WS-RULE-IDX)
                 " " WS-RULE-FAIL-COUNT(WS-RULE-IDX)
           END-PERFORM.
           IF PARTNER-PROFILES-ON THEN
              DISPLAY " "
              DISPLAY "PER-PARTNER TOTALS (RECORDS/FAILURES/HELD):"
              PERFORM VARYING WS-PTOT-IDX FROM 1 BY 1
                 UNTIL WS-PTOT-IDX > WS-PTOT-NUM
                 DISPLAY "  " WS-PTOT-PARTNER-ID(WS-PTOT-IDX)
                    " " WS-PTOT-RECORDS(WS-PTOT-IDX)
                    " " WS-PTOT-FAILURES(WS-PTOT-IDX)
                    " " WS-PTOT-HELD(WS-PTOT-IDX)
              END-PERFORM
           END-IF.
           DISPLAY "=========================================".
       9900-EXIT.
              EXIT.
       END PROGRAM RuleValidator.
