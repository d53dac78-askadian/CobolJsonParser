       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LineageInquiry.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    "WHAT HAPPENED TO IT" - PRINTS THE FULL TRAIL OF EVERY     *
      *    RECORD THAT CARRIED A GIVEN VALUE FOR A GIVEN KEY IN ONE   *
      *    CYCLE, IN PLACE OF SEARCHING THE CYCLE'S FILES ONE BY      *
      *    ONE.  THE RUN NAMES -                                      *
      *      LINEAGE_KEY_NAME   THE KEY ("customerId" UNLESS SET)     *
      *      LINEAGE_KEY_VALUE  THE VALUE (REQUIRED)                  *
      *      LINEAGE_CYCLE_DATE CCYYMMDD - BLANK FOR THE CURRENT      *
      *                         CYCLE ON RUNCTL.dat                   *
      *                                                               *
      *    CURRENT CYCLE - EVERY LOGICAL RECORD OF JSON.dat ENDS UP   *
      *    ON EXACTLY ONE OF PARSED-OUT.dat, REJECT.dat (WITH THE     *
      *    REASON) OR DUPLICATE.dat (WITH THE FIRST SIGHTING), SO     *
      *    THOSE THREE GIVE EVERY RECORD SEQUENCE NUMBER THE VALUE    *
      *    CAME IN UNDER.  THE PARSED ONES ARE THEN FOLLOWED          *
      *    THROUGH SHORTFALL.dat, SCHEMA-EXCEPT.dat AND               *
      *    RULE-EXCEPT.dat (VALIDATION), MAP-EXCEPT.dat (MAPPING,     *
      *    HOLDS AND REFERENCE ROUTING), MASTER-OUT.dat (THE CUSTREF  *
      *    NAME, STATUS AND BRANCH THE RECORD PICKED UP),             *
      *    CURR-EXCEPT.dat AND CONV-OUT.dat (CURRENCY), AND           *
      *    SUMMARY-OUT.dat (THE POSTING GROUP - THE RECORD'S          *
      *    POSTINGSUMMARY_GROUP_KEY PAIR - AND THE TOTALS ROW EACH    *
      *    AMOUNT ROLLED INTO).  A FILE STAMPED FOR ANOTHER CYCLE     *
      *    IS SKIPPED AND SAID SO - AN INQUIRY NEVER STOPS THE        *
      *    CYCLE.                                                     *
      *                                                               *
      *    PAST CYCLE - THE CYCLE FILES ARE LONG OVERWRITTEN, SO THE  *
      *    TRAIL COMES FROM WHAT PERSISTS: THE PARSED-HIS.dat PAIR    *
      *    HISTORY (THE RECORDS PARSED THAT DAY, THEIR AMOUNTS AND    *
      *    GROUP PAIR), THE EXCEPT-REG.dat REGISTER (THE REJECTS,     *
      *    DUPLICATES AND VALIDATION, MAPPING AND CURRENCY            *
      *    EXCEPTIONS FILED UNDER THE VALUE THAT DAY) AND CUSTREF.dat *
      *    AS IT STANDS TODAY.                                        *
      *                                                               *
      *    THE CYCLE FILES HOLD ONLY THE LATEST RUN OF THE CYCLE.     *
      *    WHEN RUNCTL.dat IS PAST RUN 001 THE EARLIER RUNS ARE NOT   *
      *    SEARCHED - THE REPORT SAYS SO AND LISTS THE GENERATIONS    *
      *    OF THEIR PARSED-OUT, REJECT AND DUPLICATE FILES THAT       *
      *    ARE STILL ON ARCHIVE-CAT.dat, FOR CycleRestore TO PUT      *
      *    BACK AND THE INQUIRY TO BE ASKED AGAIN.                    *
      *                                                               *
      *    EITHER WAY THE SEEN-ID.dat FIRST SIGHTING OF THE VALUE AND *
      *    ITS REGISTER ENTRIES FOR THE CYCLE, WITH THEIR OWNER AND   *
      *    STATUS, CLOSE THE REPORT.  THE REGISTER AND SEEN-ID        *
      *    MASTER ARE FILED UNDER THE IDENTIFYING VALUE OF THE        *
      *    PARSER'S ID KEY, SO THEY ANSWER WHEN THE INQUIRY IS BY     *
      *    THAT KEY OR BY A KEY CARRYING THE SAME VALUE.              *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ParsedOutFile ASSIGN TO "PARSED-OUT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT RejectFile ASSIGN TO "REJECT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT DuplicateFile ASSIGN TO "DUPLICATE.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT ShortfallFile ASSIGN TO "SHORTFALL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT SchemaExceptFile ASSIGN TO "SCHEMA-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT RuleExceptFile ASSIGN TO "RULE-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT MapExceptFile ASSIGN TO "MAP-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT MasterOutFile ASSIGN TO "MASTER-OUT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT CurrExceptFile ASSIGN TO "CURR-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT ConvOutFile ASSIGN TO "CONV-OUT.dat"
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT SummaryOutFile ASSIGN TO "SUMMARY-OUT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT ParsedHisFile ASSIGN TO "PARSED-HIS.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PHX-KEY
                     FILE STATUS IS WS-HIS-STATUS.
           SELECT SeenIdFile ASSIGN TO "SEEN-ID.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS SI-ID-VALUE
                     FILE STATUS IS WS-SEEN-STATUS.
           SELECT ExceptRegFile ASSIGN TO "EXCEPT-REG.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ER-KEY
                     ALTERNATE RECORD KEY IS ER-ID-VALUE
                        WITH DUPLICATES
                     FILE STATUS IS WS-ER-STATUS.
           SELECT CustRefFile ASSIGN TO "CUSTREF.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS CR-ID-VALUE
                     FILE STATUS IS WS-CR-STATUS.
           SELECT ArchCatFile ASSIGN TO "ARCHIVE-CAT.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AC-KEY
                     ALTERNATE RECORD KEY IS AC-RUN-KEY
                        WITH DUPLICATES
                     FILE STATUS IS WS-AC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunCtlFile.
           COPY "RUNCTL.cpy".

       FD ParsedOutFile.
           COPY "PARSEDOUT.cpy".

       FD RejectFile.
       01 REJECT-REC.
          02  REJECT-CYCLE-DATE    PIC 9(08).
          02  FILLER               PIC X(01).
          02  REJECT-RUN-NO        PIC 9(03).
          02  FILLER               PIC X(01).
          02  REJECT-SEQ-NO        PIC 9(07).
          02  FILLER               PIC X(01).
          02  REJECT-REASON-CODE   PIC X(04).
          02  FILLER               PIC X(01).
          02  REJECT-REASON-TEXT   PIC X(40).
          02  FILLER               PIC X(01).
          02  REJECT-JSON-REC      PIC X(32000).

       FD DuplicateFile.
       01 DUPLICATE-REC.
          02  DUP-CYCLE-DATE       PIC 9(08).
          02  FILLER               PIC X(01).
          02  DUP-RUN-NO           PIC 9(03).
          02  FILLER               PIC X(01).
          02  DUP-SEQ-NO           PIC 9(07).
          02  FILLER               PIC X(01).
          02  DUP-TYPE-CODE        PIC X(04).
          02  FILLER               PIC X(01).
          02  DUP-ID-VALUE         PIC X(60).
          02  FILLER               PIC X(01).
          02  DUP-FIRST-CYCLE-DATE PIC 9(08).
          02  FILLER               PIC X(01).
          02  DUP-FIRST-RUN-NO     PIC 9(03).
          02  FILLER               PIC X(01).
          02  DUP-FIRST-SEQ-NO     PIC 9(07).
          02  FILLER               PIC X(01).
          02  DUP-JSON-REC         PIC X(32000).

       FD ShortfallFile.
       01 SHORTFALL-REC.
          02  SH-RECORD-SEQ-NO     PIC 9(07).
          02  FILLER               PIC X(01).
          02  SH-JSON-KEY          PIC X(60).

       FD SchemaExceptFile.
       01 SCHEMA-EXCEPT-REC.
          02  SX-RECORD-SEQ-NO     PIC 9(07).
          02  FILLER               PIC X(01).
          02  SX-VIOLATION-CODE    PIC X(04).
          02  FILLER               PIC X(01).
          02  SX-JSON-KEY          PIC X(60).
          02  FILLER               PIC X(01).
          02  SX-EXPECTED          PIC X(10).
          02  FILLER               PIC X(01).
          02  SX-ACTUAL            PIC X(10).
          02  FILLER               PIC X(01).
          02  SX-REASON-TEXT       PIC X(40).

       FD RuleExceptFile.
           COPY "RULEEXCP.cpy".

       FD MapExceptFile.
       01 MAP-EXCEPT-REC.
          02  MX-RECORD-SEQ-NO     PIC 9(07).
          02  FILLER               PIC X(01).
          02  MX-EXCEPT-CODE       PIC X(04).
          02  FILLER               PIC X(01).
          02  MX-JSON-KEY          PIC X(60).
          02  FILLER               PIC X(01).
          02  MX-JSON-VAL          PIC X(60).
          02  FILLER               PIC X(01).
          02  MX-REASON-TEXT       PIC X(40).

       FD MasterOutFile.
       01 MASTER-REC              PIC X(512).

       FD CurrExceptFile.
           COPY "CURREXCP.cpy".

       FD ConvOutFile.
           COPY "CONVOUT.cpy".

       FD SummaryOutFile.
       01 SUMMARY-OUT-REC.
          02  SM-GROUP-VALUE       PIC X(60).
          02  FILLER               PIC X(01).
          02  SM-JSON-KEY          PIC X(60).
          02  FILLER               PIC X(01).
          02  SM-COUNT             PIC 9(07).
          02  FILLER               PIC X(01).
          02  SM-SUM               PIC +9(15).9(4).
          02  FILLER               PIC X(01).
          02  SM-MIN               PIC +9(13).9(4).
          02  FILLER               PIC X(01).
          02  SM-MAX               PIC +9(13).9(4).
          02  FILLER               PIC X(01).
          02  SM-EXCLUDED          PIC 9(07).

       FD ParsedHisFile.
           COPY "PARSEDHIS.cpy".

       FD SeenIdFile.
           COPY "SEENID.cpy".

       FD ExceptRegFile.
           COPY "EXCREG.cpy".

       FD CustRefFile.
           COPY "CUSTREF.cpy".

       FD ArchCatFile.
           COPY "ARCHCAT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-IN-STATUS       PIC X(02) VALUE SPACES.
            10 WS-HIS-STATUS      PIC X(02) VALUE SPACES.
            10 WS-SEEN-STATUS     PIC X(02) VALUE SPACES.
            10 WS-ER-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CR-STATUS       PIC X(02) VALUE SPACES.
            10 WS-AC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-EOF-SW          PIC X(01) VALUE 'N'.
                88 END-OF-INPUT-FILE  VALUE 'Y'.
                88 MORE-INPUT-RECS    VALUE 'N'.
            10 WS-STAMP-SW        PIC X(01) VALUE 'N'.
                88 STAMP-GOOD         VALUE 'Y'.
                88 STAMP-BAD          VALUE 'N'.
            10 WS-CR-OPEN-SW      PIC X(01) VALUE 'N'.
                88 CUSTREF-OPEN       VALUE 'Y'.
                88 CUSTREF-CLOSED     VALUE 'N'.
            10 WS-MODE-SW         PIC X(01) VALUE 'C'.
                88 CURRENT-CYCLE-INQUIRY VALUE 'C'.
                88 PAST-CYCLE-INQUIRY    VALUE 'P'.
            10 WS-TRL-FOUND-SW    PIC X(01) VALUE 'N'.
                88 TRAIL-ENTRY-FOUND   VALUE 'Y'.
                88 TRAIL-ENTRY-UNFOUND VALUE 'N'.
            10 WS-AMT-FOUND-SW    PIC X(01) VALUE 'N'.
                88 AMOUNT-ENTRY-FOUND   VALUE 'Y'.
                88 AMOUNT-ENTRY-UNFOUND VALUE 'N'.
            10 WS-KEY-NAME        PIC X(60) VALUE SPACES.
            10 WS-KEY-VALUE       PIC X(60) VALUE SPACES.
            10 WS-CYCLE-TEXT      PIC X(08) VALUE SPACES.
            10 WS-INQ-CYCLE-DATE  PIC 9(08) VALUE ZEROS.
            10 WS-ID-KEY-NAME     PIC X(60) VALUE "id".
            10 WS-REF-KEY-NAME    PIC X(60) VALUE "customerId".
            10 WS-GROUP-KEY-NAME  PIC X(60) VALUE "accountId".
            10 WS-STAMP-FILE      PIC X(20) VALUE SPACES.
            10 WS-ERL-RUN-NO      PIC 9(03) VALUE ZEROS.
            10 WS-ERL-LAST-RUN    PIC 9(03) VALUE ZEROS.
            10 WS-ERL-GENS        PIC S9(05) COMP VALUE ZERO.
            10 WS-ERL-REG-ENTRIES PIC S9(05) COMP VALUE ZERO.
            10 WS-FIND-SEQ-NO     PIC 9(07) VALUE ZEROS.
            10 WS-LAST-SEQ-NO     PIC 9(07) VALUE ZEROS.
            10 WS-SKIP-CODE       PIC X(04) VALUE SPACES.
            10 WS-RECORDS-SEEN    PIC S9(07) COMP VALUE ZERO.
            10 WS-MASTER-LINE     PIC S9(07) COMP VALUE ZERO.
            10 WS-MASTER-TARGET   PIC S9(07) COMP VALUE ZERO.
            10 WS-REF-VALUE       PIC X(60) VALUE SPACES.
            10 WS-GROUP-VALUE     PIC X(60) VALUE SPACES.
            10 WS-EDIT-AMOUNT     PIC -(12)9.9(4).
            10 WS-EDIT-BASE       PIC -(12)9.9(4).
            10 WS-EDIT-COUNT      PIC ZZZZZZ9.
            10 WS-SCAN-KEY        PIC X(60) VALUE SPACES.
            10 WS-SCAN-KEY-LEN    PIC S9(05) COMP VALUE ZERO.
            10 WS-SCAN-TARGET     PIC X(62) VALUE SPACES.
            10 WS-SCAN-TGT-LEN    PIC S9(05) COMP VALUE ZERO.
            10 WS-SCAN-POS        PIC S9(05) COMP VALUE ZERO.
            10 WS-SCAN-OUT-POS    PIC S9(05) COMP VALUE ZERO.
            10 WS-SCAN-VALUE      PIC X(60) VALUE SPACES.
            10 WS-SCAN-QUOTED-SW  PIC X(01) VALUE 'N'.
                88 SCAN-VALUE-QUOTED  VALUE 'Y'.
                88 SCAN-VALUE-BARE    VALUE 'N'.
            10 WS-SCAN-DONE-SW    PIC X(01) VALUE 'N'.
                88 SCAN-DONE          VALUE 'Y'.
                88 SCAN-GOING         VALUE 'N'.

           COPY "RUNHDR.cpy".

           COPY "DATECHK.cpy".

           COPY "JSONLKUP.cpy".

       01 WS-RAW-JSON             PIC X(32000) VALUE SPACES.

       01 WS-TRAIL-TABLE.
      *        ONE ENTRY PER RECORD SEQUENCE NUMBER THE VALUE CAME
      *        IN UNDER THIS CYCLE, WITH WHAT BECAME OF IT.  FOR A
      *        PARSED RECORD WS-TRL-ORDINAL IS ITS PLACE AMONG THE
      *        CYCLE'S PARSED RECORDS AND WS-TRL-SKIPPED HOW MANY
      *        BEFORE IT THE MAPPER HELD OR ROUTED - THE DIFFERENCE
      *        IS ITS LINE ON MASTER-OUT.dat, WHICH CARRIES NO
      *        SEQUENCE NUMBER OF ITS OWN
           05 WS-TRL-NUM          PIC S9(05) COMP VALUE ZERO.
           05 WS-TRL-MAX          PIC S9(05) COMP VALUE +50.
           05 WS-TRL-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-TRL-IDX.
              10 WS-TRL-SEQ-NO        PIC 9(07).
              10 WS-TRL-RUN-NO        PIC 9(03).
              10 WS-TRL-FATE          PIC X(01).
                 88 TRL-PARSED            VALUE 'P'.
                 88 TRL-REJECTED          VALUE 'R'.
                 88 TRL-DUPLICATE         VALUE 'D'.
              10 WS-TRL-CODE          PIC X(08).
              10 WS-TRL-TEXT          PIC X(40).
              10 WS-TRL-FIRST-CYCLE   PIC 9(08).
              10 WS-TRL-FIRST-RUN     PIC 9(03).
              10 WS-TRL-FIRST-SEQ     PIC 9(07).
              10 WS-TRL-ORDINAL       PIC S9(07) COMP.
              10 WS-TRL-SKIPPED       PIC S9(07) COMP.
              10 WS-TRL-MAP-FATE      PIC X(01).
                 88 TRL-MASTERED          VALUE 'M'.
                 88 TRL-HELD              VALUE 'H'.
                 88 TRL-ROUTED            VALUE 'X'.
              10 WS-TRL-ROUTE-CODE    PIC X(04).
              10 WS-TRL-GROUP-VAL     PIC X(60).

       01 WS-AMOUNT-TABLE.
      *        THE POSTING GROUP AND AMOUNT KEY OF EVERY AMOUNT THE
      *        TRAIL'S RECORDS CARRIED - THE SUMMARY-OUT.dat ROWS
      *        THEY ROLLED INTO
           05 WS-AMT-NUM          PIC S9(05) COMP VALUE ZERO.
           05 WS-AMT-MAX          PIC S9(05) COMP VALUE +100.
           05 WS-AMT-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-AMT-IDX.
              10 WS-AMT-GROUP-VAL     PIC X(60).
              10 WS-AMT-JSON-KEY      PIC X(60).

       01 WS-REGISTER-TABLE.
      *        THE VALUE'S EXCEPTION REGISTER ENTRIES FOR THE CYCLE
           05 WS-REG-NUM          PIC S9(05) COMP VALUE ZERO.
           05 WS-REG-MAX          PIC S9(05) COMP VALUE +100.
           05 WS-REG-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-REG-IDX.
              10 WS-REG-RUN-NO        PIC 9(03).
              10 WS-REG-SEQ-NO        PIC 9(07).
              10 WS-REG-SOURCE        PIC X(10).
              10 WS-REG-CODE          PIC X(08).
              10 WS-REG-JSON-KEY      PIC X(60).
              10 WS-REG-REASON        PIC X(40).
              10 WS-REG-STATUS        PIC X(01).
              10 WS-REG-OWNER         PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM 4100-LOAD-REGISTER
              THRU 4100-EXIT.
           IF CURRENT-CYCLE-INQUIRY THEN
              PERFORM 2000-TRACE-CURRENT-CYCLE
                 THRU 2000-EXIT
           ELSE
              PERFORM 3000-TRACE-PAST-CYCLE
                 THRU 3000-EXIT
           END-IF.
           PERFORM 4000-REPORT-FIRST-SIGHTING
              THRU 4000-EXIT.
           PERFORM 4200-REPORT-REGISTER
              THRU 4200-EXIT.
           DISPLAY " ".
           DISPLAY "===== END OF LINEAGE - " WS-TRL-NUM
              " RECORDS TRACED =====".

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-RUN-CONTROL
              THRU 1010-EXIT.
           PERFORM 1020-READ-PARAMETERS
              THRU 1020-EXIT.
           DISPLAY " ".
           DISPLAY "===== RECORD LINEAGE =====".
           DISPLAY "KEY . . . . . . . . . . . . " WS-KEY-NAME.
           DISPLAY "VALUE . . . . . . . . . . . " WS-KEY-VALUE.
           IF CURRENT-CYCLE-INQUIRY THEN
              DISPLAY "CYCLE . . . . . . . . . . . " WS-INQ-CYCLE-DATE
                 " (CURRENT - FROM THE CYCLE FILES)"
           ELSE
              DISPLAY "CYCLE . . . . . . . . . . . " WS-INQ-CYCLE-DATE
                 " (PAST - FROM HISTORY AND THE REGISTER)"
           END-IF.
       1000-EXIT.
              EXIT.

       1010-READ-RUN-CONTROL.
      *        THE CURRENT CYCLE DECIDES WHETHER THE INQUIRY CAN BE
      *        ANSWERED FROM THE CYCLE FILES OR ONLY FROM HISTORY
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

       1020-READ-PARAMETERS.
      *        THE INQUIRY ITSELF, AND THE SAME KEY NAMES THE CHAIN
      *        RAN WITH - THE PARSER'S ID KEY, THE MAPPER'S
      *        REFERENCE KEY AND THE POSTING GROUP KEY - SO THE
      *        TRAIL FOLLOWS THE PAIRS THOSE STEPS ACTUALLY USED
           ACCEPT WS-KEY-NAME
              FROM ENVIRONMENT "LINEAGE_KEY_NAME"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-KEY-NAME = SPACES THEN
              MOVE "customerId" TO WS-KEY-NAME
           END-IF.
           ACCEPT WS-KEY-VALUE
              FROM ENVIRONMENT "LINEAGE_KEY_VALUE"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-KEY-VALUE = SPACES THEN
              DISPLAY "NO VALUE TO TRACE - SET LINEAGE_KEY_VALUE"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT WS-ID-KEY-NAME
              FROM ENVIRONMENT "JSONPARSER_ID_KEY"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-ID-KEY-NAME = SPACES THEN
              MOVE "id" TO WS-ID-KEY-NAME
           END-IF.
           ACCEPT WS-REF-KEY-NAME
              FROM ENVIRONMENT "JSONMAPPER_REF_KEY"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-REF-KEY-NAME = SPACES THEN
              MOVE "customerId" TO WS-REF-KEY-NAME
           END-IF.
           ACCEPT WS-GROUP-KEY-NAME
              FROM ENVIRONMENT "POSTINGSUMMARY_GROUP_KEY"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-GROUP-KEY-NAME = SPACES THEN
              MOVE "accountId" TO WS-GROUP-KEY-NAME
           END-IF.
           ACCEPT WS-CYCLE-TEXT
              FROM ENVIRONMENT "LINEAGE_CYCLE_DATE"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-CYCLE-TEXT = SPACES THEN
              MOVE RC-CYCLE-DATE TO WS-INQ-CYCLE-DATE
              SET CURRENT-CYCLE-INQUIRY TO TRUE
              GO TO 1020-EXIT
           END-IF.
           MOVE SPACES TO DTC-VALUE-TEXT.
           MOVE WS-CYCLE-TEXT TO DTC-VALUE-TEXT(1:8).
           MOVE 8 TO DTC-VALUE-LEN.
           MOVE "CCYYMMDD" TO DTC-FORMAT.
           CALL "DateCheck" USING DATE-CHECK-PARMS.
           IF DTC-INVALID THEN
              DISPLAY "LINEAGE_CYCLE_DATE " WS-CYCLE-TEXT
                 " IS NOT A VALID CCYYMMDD DATE"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF DTC-CCYYMMDD > RC-CYCLE-DATE THEN
              DISPLAY "LINEAGE_CYCLE_DATE " WS-CYCLE-TEXT
                 " IS AFTER THE CURRENT CYCLE " RC-CYCLE-DATE
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE DTC-CCYYMMDD TO WS-INQ-CYCLE-DATE.
           IF WS-INQ-CYCLE-DATE = RC-CYCLE-DATE THEN
              SET CURRENT-CYCLE-INQUIRY TO TRUE
           ELSE
              SET PAST-CYCLE-INQUIRY TO TRUE
           END-IF.
       1020-EXIT.
              EXIT.

       2000-TRACE-CURRENT-CYCLE.
      *        THE CYCLE'S OWN FILES, IN THE ORDER THE CHAIN RUNS
           PERFORM 2100-SCAN-PARSED-OUT
              THRU 2100-EXIT.
           PERFORM 2200-SCAN-REJECTS
              THRU 2200-EXIT.
           PERFORM 2300-SCAN-DUPLICATES
              THRU 2300-EXIT.
           PERFORM 7000-REPORT-RECORDS
              THRU 7000-EXIT.
           IF WS-TRL-NUM = ZERO THEN
              GO TO 2000-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "VALIDATION:".
           PERFORM 2400-SCAN-SHORTFALL
              THRU 2400-EXIT.
           PERFORM 2450-SCAN-SCHEMA-EXCEPTIONS
              THRU 2450-EXIT.
           PERFORM 2500-SCAN-RULE-EXCEPTIONS
              THRU 2500-EXIT.
           DISPLAY " ".
           DISPLAY "MAPPING AND CUSTREF ENRICHMENT:".
           PERFORM 2600-SCAN-MAP-EXCEPTIONS
              THRU 2600-EXIT.
           PERFORM 2700-SCAN-MASTER-OUT
              THRU 2700-EXIT.
           DISPLAY " ".
           DISPLAY "CURRENCY AND POSTING:".
           PERFORM 2800-RESOLVE-GROUPS
              THRU 2800-EXIT.
           PERFORM 2850-SCAN-CURR-EXCEPTIONS
              THRU 2850-EXIT.
           PERFORM 2900-SCAN-CONV-OUT
              THRU 2900-EXIT.
           PERFORM 2950-SCAN-SUMMARY-OUT
              THRU 2950-EXIT.
       2000-EXIT.
              EXIT.

       2100-SCAN-PARSED-OUT.
      *        EVERY RECORD THAT PARSED WITH THE KEY AT THE VALUE.
      *        THE DISTINCT RECORD COUNT GIVES EACH ITS PLACE IN THE
      *        ORDER JSONMapper WROTE MASTER-OUT.dat
           MOVE ZERO TO WS-RECORDS-SEEN.
           MOVE ZEROS TO WS-LAST-SEQ-NO.
           OPEN INPUT ParsedOutFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "PARSED-OUT.dat NOT PRESENT - NO PARSED "
                 "RECORDS TRACED"
              GO TO 2100-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ ParsedOutFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE PARSED-OUT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "PARSED-OUT.dat" TO WS-STAMP-FILE.
           PERFORM 5000-CHECK-STAMP
              THRU 5000-EXIT.
           IF STAMP-BAD THEN
              CLOSE ParsedOutFile
              GO TO 2100-EXIT
           END-IF.
           READ ParsedOutFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              IF PO-RECORD-SEQ-NO NOT = WS-LAST-SEQ-NO THEN
                 MOVE PO-RECORD-SEQ-NO TO WS-LAST-SEQ-NO
                 ADD +1 TO WS-RECORDS-SEEN
              END-IF
              IF PO-JSON-KEY = WS-KEY-NAME
                 AND PO-JSON-VAL = WS-KEY-VALUE THEN
                 MOVE PO-RECORD-SEQ-NO TO WS-FIND-SEQ-NO
                 PERFORM 5100-FIND-TRAIL-ENTRY
                    THRU 5100-EXIT
                 IF TRAIL-ENTRY-UNFOUND THEN
                    PERFORM 5200-ADD-TRAIL-ENTRY
                       THRU 5200-EXIT
                    IF TRAIL-ENTRY-FOUND THEN
                       SET TRL-PARSED(WS-TRL-IDX) TO TRUE
                       MOVE PO-RUN-NO TO WS-TRL-RUN-NO(WS-TRL-IDX)
                       MOVE WS-RECORDS-SEEN
                         TO WS-TRL-ORDINAL(WS-TRL-IDX)
                    END-IF
                 END-IF
              END-IF
              READ ParsedOutFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE ParsedOutFile.
       2100-EXIT.
              EXIT.

       2200-SCAN-REJECTS.
      *        A REJECTED RECORD NEVER REACHED PARSED-OUT.dat, SO
      *        ITS VALUE IS PICKED OUT OF THE RAW JSON TEXT
           OPEN INPUT RejectFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "REJECT.dat NOT PRESENT - NO REJECTS TRACED"
              GO TO 2200-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ RejectFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE REJECT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "REJECT.dat" TO WS-STAMP-FILE.
           PERFORM 5000-CHECK-STAMP
              THRU 5000-EXIT.
           IF STAMP-BAD THEN
              CLOSE RejectFile
              GO TO 2200-EXIT
           END-IF.
           READ RejectFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE REJECT-JSON-REC TO WS-RAW-JSON
              MOVE WS-KEY-NAME TO WS-SCAN-KEY
              PERFORM 5300-SCAN-RAW-VALUE
                 THRU 5300-EXIT
              IF WS-SCAN-VALUE = WS-KEY-VALUE THEN
                 MOVE REJECT-SEQ-NO TO WS-FIND-SEQ-NO
                 PERFORM 5200-ADD-TRAIL-ENTRY
                    THRU 5200-EXIT
                 IF TRAIL-ENTRY-FOUND THEN
                    SET TRL-REJECTED(WS-TRL-IDX) TO TRUE
                    MOVE REJECT-RUN-NO TO WS-TRL-RUN-NO(WS-TRL-IDX)
                    MOVE REJECT-REASON-CODE
                      TO WS-TRL-CODE(WS-TRL-IDX)
                    MOVE REJECT-REASON-TEXT
                      TO WS-TRL-TEXT(WS-TRL-IDX)
                 END-IF
              END-IF
              READ RejectFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE RejectFile.
       2200-EXIT.
              EXIT.

       2300-SCAN-DUPLICATES.
      *        A DIVERTED DUPLICATE NEVER REACHED PARSED-OUT.dat
      *        EITHER - THE RAW TEXT AGAIN, SO AN INQUIRY BY A KEY
      *        OTHER THAN THE PARSER'S ID KEY STILL FINDS IT
           OPEN INPUT DuplicateFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "DUPLICATE.dat NOT PRESENT - NO DUPLICATES "
                 "TRACED"
              GO TO 2300-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ DuplicateFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE DUPLICATE-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "DUPLICATE.dat" TO WS-STAMP-FILE.
           PERFORM 5000-CHECK-STAMP
              THRU 5000-EXIT.
           IF STAMP-BAD THEN
              CLOSE DuplicateFile
              GO TO 2300-EXIT
           END-IF.
           READ DuplicateFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE DUP-JSON-REC TO WS-RAW-JSON
              MOVE WS-KEY-NAME TO WS-SCAN-KEY
              PERFORM 5300-SCAN-RAW-VALUE
                 THRU 5300-EXIT
              IF WS-SCAN-VALUE = WS-KEY-VALUE THEN
                 MOVE DUP-SEQ-NO TO WS-FIND-SEQ-NO
                 PERFORM 5200-ADD-TRAIL-ENTRY
                    THRU 5200-EXIT
                 IF TRAIL-ENTRY-FOUND THEN
                    SET TRL-DUPLICATE(WS-TRL-IDX) TO TRUE
                    MOVE DUP-RUN-NO TO WS-TRL-RUN-NO(WS-TRL-IDX)
                    MOVE DUP-TYPE-CODE TO WS-TRL-CODE(WS-TRL-IDX)
                    MOVE DUP-FIRST-CYCLE-DATE
                      TO WS-TRL-FIRST-CYCLE(WS-TRL-IDX)
                    MOVE DUP-FIRST-RUN-NO
                      TO WS-TRL-FIRST-RUN(WS-TRL-IDX)
                    MOVE DUP-FIRST-SEQ-NO
                      TO WS-TRL-FIRST-SEQ(WS-TRL-IDX)
                 END-IF
              END-IF
              READ DuplicateFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE DuplicateFile.
       2300-EXIT.
              EXIT.

       2400-SCAN-SHORTFALL.
      *        SHORTFALL.dat CARRIES NO CYCLEHDR - IT IS TRUSTED AS
      *        THE SAME PARSER RUN, AS ExceptRegister TRUSTS IT
           OPEN INPUT ShortfallFile.
           IF WS-IN-STATUS NOT = "00" THEN
              GO TO 2400-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ ShortfallFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE SH-RECORD-SEQ-NO TO WS-FIND-SEQ-NO
              PERFORM 5100-FIND-TRAIL-ENTRY
                 THRU 5100-EXIT
              IF TRAIL-ENTRY-FOUND THEN
                 DISPLAY "  RECORD " SH-RECORD-SEQ-NO
                    " SHORTFALL MANDATORY KEY MISSING: "
                    SH-JSON-KEY(1:30)
              END-IF
              READ ShortfallFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE ShortfallFile.
       2400-EXIT.
              EXIT.

       2450-SCAN-SCHEMA-EXCEPTIONS.
           OPEN INPUT SchemaExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "  SCHEMA-EXCEPT.dat NOT PRESENT - SCHEMA "
                 "STEP NOT RUN"
              GO TO 2450-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ SchemaExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE SCHEMA-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "SCHEMA-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 5000-CHECK-STAMP
              THRU 5000-EXIT.
           IF STAMP-BAD THEN
              CLOSE SchemaExceptFile
              GO TO 2450-EXIT
           END-IF.
           READ SchemaExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE SX-RECORD-SEQ-NO TO WS-FIND-SEQ-NO
              PERFORM 5100-FIND-TRAIL-ENTRY
                 THRU 5100-EXIT
              IF TRAIL-ENTRY-FOUND THEN
                 DISPLAY "  RECORD " SX-RECORD-SEQ-NO " SCHEMA "
                    SX-VIOLATION-CODE " " SX-JSON-KEY(1:30)
                    " " SX-REASON-TEXT
              END-IF
              READ SchemaExceptFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SchemaExceptFile.
       2450-EXIT.
              EXIT.

       2500-SCAN-RULE-EXCEPTIONS.
      *        BUSINESS RULE FAILURES.  A HOLD-SEVERITY ROW ALSO
      *        KEPT ITS RECORD OFF MASTER-OUT.dat, SO EVERY HELD
      *        RECORD AHEAD OF A TRAIL RECORD MOVES ITS MASTER LINE
      *        UP ONE
           MOVE ZEROS TO WS-LAST-SEQ-NO.
           OPEN INPUT RuleExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "  RULE-EXCEPT.dat NOT PRESENT - RULE STEP "
                 "NOT RUN"
              GO TO 2500-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ RuleExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE RULE-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "RULE-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 5000-CHECK-STAMP
              THRU 5000-EXIT.
           IF STAMP-BAD THEN
              CLOSE RuleExceptFile
              GO TO 2500-EXIT
           END-IF.
           READ RuleExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              IF RX-SEV-HOLD
                 AND RX-RECORD-SEQ-NO NOT = WS-LAST-SEQ-NO THEN
                 MOVE RX-RECORD-SEQ-NO TO WS-LAST-SEQ-NO
                 MOVE "H" TO WS-SKIP-CODE
                 PERFORM 5400-COUNT-SKIPPED-RECORD
                    THRU 5400-EXIT
              END-IF
              MOVE RX-RECORD-SEQ-NO TO WS-FIND-SEQ-NO
              PERFORM 5100-FIND-TRAIL-ENTRY
                 THRU 5100-EXIT
              IF TRAIL-ENTRY-FOUND THEN
                 DISPLAY "  RECORD " RX-RECORD-SEQ-NO " RULE   "
                    RX-RULE-ID " " RX-SEVERITY " "
                    RX-JSON-KEY(1:30) " " RX-REASON-TEXT
              END-IF
              READ RuleExceptFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE RuleExceptFile.
       2500-EXIT.
              EXIT.

       2600-SCAN-MAP-EXCEPTIONS.
      *        FIELD-LEVEL MAPPING EXCEPTIONS, AND THE RECORD-LEVEL
      *        REFERENCE ROUTINGS (RUNK/RCLS/RMIS) THAT KEPT A
      *        RECORD OFF MASTER-OUT.dat
           MOVE ZEROS TO WS-LAST-SEQ-NO.
           OPEN INPUT MapExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "  MAP-EXCEPT.dat NOT PRESENT - MAPPER NOT RUN"
              GO TO 2600-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ MapExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE MAP-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "MAP-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 5000-CHECK-STAMP
              THRU 5000-EXIT.
           IF STAMP-BAD THEN
              CLOSE MapExceptFile
              GO TO 2600-EXIT
           END-IF.
           READ MapExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              IF (MX-EXCEPT-CODE = "RUNK" OR "RCLS" OR "RMIS")
                 AND MX-RECORD-SEQ-NO NOT = WS-LAST-SEQ-NO THEN
                 MOVE MX-RECORD-SEQ-NO TO WS-LAST-SEQ-NO
                 MOVE MX-EXCEPT-CODE TO WS-SKIP-CODE
                 PERFORM 5400-COUNT-SKIPPED-RECORD
                    THRU 5400-EXIT
              END-IF
              MOVE MX-RECORD-SEQ-NO TO WS-FIND-SEQ-NO
              PERFORM 5100-FIND-TRAIL-ENTRY
                 THRU 5100-EXIT
              IF TRAIL-ENTRY-FOUND THEN
                 DISPLAY "  RECORD " MX-RECORD-SEQ-NO " MAPPING "
                    MX-EXCEPT-CODE " " MX-JSON-KEY(1:30) " "
                    MX-REASON-TEXT
              END-IF
              READ MapExceptFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE MapExceptFile.
       2600-EXIT.
              EXIT.

       2700-SCAN-MASTER-OUT.
      *        A RECORD NEITHER HELD NOR ROUTED WENT OUT ON
      *        MASTER-OUT.dat, AND ITS BYTES 471-512 SHOW THE
      *        CUSTREF NAME, STATUS AND BRANCH IT PICKED UP
           PERFORM VARYING WS-TRL-IDX FROM 1 BY 1
              UNTIL WS-TRL-IDX > WS-TRL-NUM
              IF TRL-PARSED(WS-TRL-IDX) THEN
                 EVALUATE TRUE
                    WHEN TRL-HELD(WS-TRL-IDX)
                       DISPLAY "  RECORD " WS-TRL-SEQ-NO(WS-TRL-IDX)
                          " HELD BY A HOLD-SEVERITY RULE - NOT ON "
                          "MASTER-OUT"
                    WHEN TRL-ROUTED(WS-TRL-IDX)
                       DISPLAY "  RECORD " WS-TRL-SEQ-NO(WS-TRL-IDX)
                          " ROUTED "
                          WS-TRL-ROUTE-CODE(WS-TRL-IDX)
                          " BY THE CUSTREF CHECK - NOT ON MASTER-OUT"
                 END-EVALUATE
              END-IF
           END-PERFORM.
           OPEN INPUT MasterOutFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "  MASTER-OUT.dat NOT PRESENT - MAPPER NOT RUN"
              GO TO 2700-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ MasterOutFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE MASTER-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "MASTER-OUT.dat" TO WS-STAMP-FILE.
           PERFORM 5000-CHECK-STAMP
              THRU 5000-EXIT.
           IF STAMP-BAD THEN
              CLOSE MasterOutFile
              GO TO 2700-EXIT
           END-IF.
           MOVE ZERO TO WS-MASTER-LINE.
           READ MasterOutFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              ADD +1 TO WS-MASTER-LINE
              PERFORM VARYING WS-TRL-IDX FROM 1 BY 1
                 UNTIL WS-TRL-IDX > WS-TRL-NUM
                 IF TRL-PARSED(WS-TRL-IDX)
                    AND TRL-MASTERED(WS-TRL-IDX) THEN
                    COMPUTE WS-MASTER-TARGET =
                       WS-TRL-ORDINAL(WS-TRL-IDX)
                       - WS-TRL-SKIPPED(WS-TRL-IDX)
                    IF WS-MASTER-TARGET = WS-MASTER-LINE THEN
                       PERFORM 2710-REPORT-ENRICHMENT
                          THRU 2710-EXIT
                    END-IF
                 END-IF
              END-PERFORM
              READ MasterOutFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE MasterOutFile.
       2700-EXIT.
              EXIT.

       2710-REPORT-ENRICHMENT.
           MOVE WS-MASTER-LINE TO WS-EDIT-COUNT.
           DISPLAY "  RECORD " WS-TRL-SEQ-NO(WS-TRL-IDX)
              " ON MASTER-OUT AS DATA LINE " WS-EDIT-COUNT.
           IF MASTER-REC(471:42) = SPACES THEN
              DISPLAY "    NO CUSTREF ENRICHMENT - THE REFERENCE "
                 "CHECK WAS OFF"
           ELSE
              DISPLAY "    CUSTREF NAME " MASTER-REC(471:30)
                 " STATUS " MASTER-REC(501:1)
                 " BRANCH " MASTER-REC(502:5)
           END-IF.
       2710-EXIT.
              EXIT.

       2800-RESOLVE-GROUPS.
      *        EACH PARSED RECORD'S POSTING GROUP, LOOKED UP THE WAY
      *        PostingSummary LOOKS IT UP - NO GROUP PAIR MEANS THE
      *        "*NONE*" GROUP
           MOVE ZEROS TO LKP-AS-OF-DATE.
           PERFORM VARYING WS-TRL-IDX FROM 1 BY 1
              UNTIL WS-TRL-IDX > WS-TRL-NUM
              IF TRL-PARSED(WS-TRL-IDX) THEN
                 MOVE WS-TRL-SEQ-NO(WS-TRL-IDX) TO LKP-RECORD-SEQ-NO
                 MOVE WS-GROUP-KEY-NAME TO LKP-JSON-KEY
                 CALL "JSONLookup" USING JSON-LOOKUP-PARMS
                 EVALUATE TRUE
                    WHEN LKP-FOUND
                       MOVE LKP-JSON-VAL
                         TO WS-TRL-GROUP-VAL(WS-TRL-IDX)
                    WHEN LKP-NOT-FOUND
                       MOVE "*NONE*" TO WS-TRL-GROUP-VAL(WS-TRL-IDX)
                    WHEN OTHER
                       MOVE SPACES TO WS-TRL-GROUP-VAL(WS-TRL-IDX)
                 END-EVALUATE
                 IF WS-TRL-GROUP-VAL(WS-TRL-IDX) = SPACES THEN
                    DISPLAY "  RECORD " WS-TRL-SEQ-NO(WS-TRL-IDX)
                       " POSTING GROUP UNKNOWN - PARSED-IDX.dat "
                       "UNUSABLE"
                 ELSE
                    DISPLAY "  RECORD " WS-TRL-SEQ-NO(WS-TRL-IDX)
                       " POSTING GROUP " WS-GROUP-KEY-NAME(1:20)
                       " = " WS-TRL-GROUP-VAL(WS-TRL-IDX)(1:30)
                 END-IF
              END-IF
           END-PERFORM.
       2800-EXIT.
              EXIT.

       2850-SCAN-CURR-EXCEPTIONS.
      *        AMOUNTS RateConvert COULD NOT CONVERT - THESE NEVER
      *        REACHED THE POSTING TOTALS
           OPEN INPUT CurrExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              GO TO 2850-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ CurrExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE CURR-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "CURR-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 5000-CHECK-STAMP
              THRU 5000-EXIT.
           IF STAMP-BAD THEN
              CLOSE CurrExceptFile
              GO TO 2850-EXIT
           END-IF.
           READ CurrExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE CX-RECORD-SEQ-NO TO WS-FIND-SEQ-NO
              PERFORM 5100-FIND-TRAIL-ENTRY
                 THRU 5100-EXIT
              IF TRAIL-ENTRY-FOUND THEN
                 DISPLAY "  RECORD " CX-RECORD-SEQ-NO " CURRENCY "
                    CX-EXCEPT-CODE " " CX-JSON-KEY(1:20) " "
                    CX-CURRENCY " " CX-REASON-TEXT
              END-IF
              READ CurrExceptFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE CurrExceptFile.
       2850-EXIT.
              EXIT.

       2900-SCAN-CONV-OUT.
      *        EVERY AMOUNT OF A TRAIL RECORD AS IT WENT TO POSTING -
      *        ORIGINAL CURRENCY AND VALUE, AND THE BASE VALUE THAT
      *        WAS SUMMED
           OPEN INPUT ConvOutFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "  CONV-OUT.dat NOT PRESENT - CURRENCY STEP "
                 "NOT RUN"
              GO TO 2900-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ ConvOutFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE CONV-OUT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "CONV-OUT.dat" TO WS-STAMP-FILE.
           PERFORM 5000-CHECK-STAMP
              THRU 5000-EXIT.
           IF STAMP-BAD THEN
              CLOSE ConvOutFile
              GO TO 2900-EXIT
           END-IF.
           READ ConvOutFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE CV-RECORD-SEQ-NO TO WS-FIND-SEQ-NO
              PERFORM 5100-FIND-TRAIL-ENTRY
                 THRU 5100-EXIT
              IF TRAIL-ENTRY-FOUND THEN
                 PERFORM 2910-REPORT-AMOUNT
                    THRU 2910-EXIT
              END-IF
              READ ConvOutFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE ConvOutFile.
       2900-EXIT.
              EXIT.

       2910-REPORT-AMOUNT.
           MOVE CV-ORIG-VAL TO WS-EDIT-AMOUNT.
           MOVE CV-BASE-VAL TO WS-EDIT-BASE.
           DISPLAY "  RECORD " CV-RECORD-SEQ-NO " AMOUNT "
              CV-JSON-KEY(1:20) " " CV-ORIG-CCY WS-EDIT-AMOUNT
              " = " CV-BASE-CCY WS-EDIT-BASE " " CV-CONV-STATUS.
           IF NOT CV-CONV-USABLE THEN
              DISPLAY "    LEFT OUT OF THE SUM - CONVERSION STATUS "
                 CV-CONV-STATUS
           END-IF.
      *        NOTE THE GROUP/KEY ROW IT FEEDS, ONCE
           SET AMOUNT-ENTRY-UNFOUND TO TRUE.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
              UNTIL WS-AMT-IDX > WS-AMT-NUM
                 OR AMOUNT-ENTRY-FOUND
              IF WS-AMT-GROUP-VAL(WS-AMT-IDX)
                    = WS-TRL-GROUP-VAL(WS-TRL-IDX)
                 AND WS-AMT-JSON-KEY(WS-AMT-IDX) = CV-JSON-KEY THEN
                 SET AMOUNT-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF AMOUNT-ENTRY-UNFOUND
              AND WS-AMT-NUM < WS-AMT-MAX THEN
              ADD +1 TO WS-AMT-NUM
              SET WS-AMT-IDX TO WS-AMT-NUM
              MOVE WS-TRL-GROUP-VAL(WS-TRL-IDX)
                TO WS-AMT-GROUP-VAL(WS-AMT-IDX)
              MOVE CV-JSON-KEY TO WS-AMT-JSON-KEY(WS-AMT-IDX)
           END-IF.
       2910-EXIT.
              EXIT.

       2950-SCAN-SUMMARY-OUT.
      *        THE POSTING ROWS THE TRAIL'S AMOUNTS ROLLED INTO
           IF WS-AMT-NUM = ZERO THEN
              GO TO 2950-EXIT
           END-IF.
           OPEN INPUT SummaryOutFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "  SUMMARY-OUT.dat NOT PRESENT - POSTING STEP "
                 "NOT RUN"
              GO TO 2950-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ SummaryOutFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE SUMMARY-OUT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "SUMMARY-OUT.dat" TO WS-STAMP-FILE.
           PERFORM 5000-CHECK-STAMP
              THRU 5000-EXIT.
           IF STAMP-BAD THEN
              CLOSE SummaryOutFile
              GO TO 2950-EXIT
           END-IF.
           READ SummaryOutFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                 UNTIL WS-AMT-IDX > WS-AMT-NUM
                 IF WS-AMT-GROUP-VAL(WS-AMT-IDX) = SM-GROUP-VALUE
                    AND WS-AMT-JSON-KEY(WS-AMT-IDX) = SM-JSON-KEY
                    THEN
                    DISPLAY "  POSTED TO GROUP " SM-GROUP-VALUE(1:20)
                       " KEY " SM-JSON-KEY(1:20) " COUNT " SM-COUNT
                       " SUM " SM-SUM
                 END-IF
              END-PERFORM
              READ SummaryOutFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SummaryOutFile.
       2950-EXIT.
              EXIT.

       3000-TRACE-PAST-CYCLE.
      *        THE PAIR HISTORY GIVES THE RECORDS THAT PARSED THAT
      *        DAY; THE REGISTER (LOADED ALREADY) GIVES THE REJECTS
      *        AND DUPLICATES AND EVERY EXCEPTION
           PERFORM 3100-SCAN-PAIR-HISTORY
              THRU 3100-EXIT.
           PERFORM 3150-FILE-REGISTER-FATES
              THRU 3150-EXIT.
           PERFORM 7000-REPORT-RECORDS
              THRU 7000-EXIT.
           IF WS-TRL-NUM = ZERO THEN
              GO TO 3000-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "AMOUNTS, POSTING GROUP AND CUSTREF (FROM "
              "PARSED-HIS.dat):".
           OPEN INPUT ParsedHisFile.
           IF WS-HIS-STATUS NOT = "00" THEN
              DISPLAY "  PARSED-HIS.dat NOT USABLE - FILE STATUS "
                 WS-HIS-STATUS
              GO TO 3000-EXIT
           END-IF.
           OPEN INPUT CustRefFile.
           IF WS-CR-STATUS = "00" THEN
              SET CUSTREF-OPEN TO TRUE
           END-IF.
           PERFORM VARYING WS-TRL-IDX FROM 1 BY 1
              UNTIL WS-TRL-IDX > WS-TRL-NUM
              IF TRL-PARSED(WS-TRL-IDX) THEN
                 PERFORM 3200-REPORT-PAST-RECORD
                    THRU 3200-EXIT
              END-IF
           END-PERFORM.
           IF CUSTREF-OPEN THEN
              CLOSE CustRefFile
           END-IF.
           CLOSE ParsedHisFile.
           DISPLAY "  THE CYCLE'S POSTING TOTALS ARE NOT KEPT PAST "
              "THE CYCLE - GROUP AND AMOUNTS ONLY".
       3000-EXIT.
              EXIT.

       3100-SCAN-PAIR-HISTORY.
      *        EVERY PAIR FILED UNDER THE INQUIRY DATE, IN RECORD
      *        ORDER - THE HISTORY HOLDS THE LATEST RUN OF THE DATE
           OPEN INPUT ParsedHisFile.
           IF WS-HIS-STATUS NOT = "00" THEN
              DISPLAY "PARSED-HIS.dat NOT USABLE - FILE STATUS "
                 WS-HIS-STATUS " - NO PARSED RECORDS TRACED"
              GO TO 3100-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           MOVE WS-INQ-CYCLE-DATE TO PHX-CYCLE-DATE.
           MOVE ZEROS TO PHX-RECORD-SEQ-NO.
           MOVE LOW-VALUES TO PHX-JSON-KEY.
           START ParsedHisFile KEY NOT < PHX-KEY
              INVALID KEY
                 SET END-OF-INPUT-FILE TO TRUE
           END-START.
           PERFORM 3110-CHECK-ONE-PAIR
              THRU 3110-EXIT
              UNTIL END-OF-INPUT-FILE.
           CLOSE ParsedHisFile.
           IF WS-TRL-NUM = ZERO THEN
              DISPLAY "NO PAIR HISTORY MATCH FOR CYCLE "
                 WS-INQ-CYCLE-DATE " - PAST THE RETENTION, OR "
                 "NOT PARSED THAT DAY"
           END-IF.
       3100-EXIT.
              EXIT.

       3110-CHECK-ONE-PAIR.
           READ ParsedHisFile NEXT RECORD
              AT END
                 SET END-OF-INPUT-FILE TO TRUE
                 GO TO 3110-EXIT
           END-READ.
           IF PHX-CYCLE-DATE NOT = WS-INQ-CYCLE-DATE THEN
              SET END-OF-INPUT-FILE TO TRUE
              GO TO 3110-EXIT
           END-IF.
           IF PHX-JSON-KEY NOT = WS-KEY-NAME
              OR PHX-JSON-VAL NOT = WS-KEY-VALUE THEN
              GO TO 3110-EXIT
           END-IF.
           MOVE PHX-RECORD-SEQ-NO TO WS-FIND-SEQ-NO.
           PERFORM 5100-FIND-TRAIL-ENTRY
              THRU 5100-EXIT.
           IF TRAIL-ENTRY-FOUND THEN
              GO TO 3110-EXIT
           END-IF.
           PERFORM 5200-ADD-TRAIL-ENTRY
              THRU 5200-EXIT.
           IF TRAIL-ENTRY-FOUND THEN
              SET TRL-PARSED(WS-TRL-IDX) TO TRUE
              MOVE PHX-RUN-NO TO WS-TRL-RUN-NO(WS-TRL-IDX)
           END-IF.
       3110-EXIT.
              EXIT.

       3150-FILE-REGISTER-FATES.
      *        A REJECT OR DUPLICATE ON THE REGISTER IS A RECORD THE
      *        PAIR HISTORY NEVER SAW
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-NUM
              IF WS-REG-SOURCE(WS-REG-IDX) = "REJECT"
                 OR WS-REG-SOURCE(WS-REG-IDX) = "DUPLICATE" THEN
                 MOVE WS-REG-SEQ-NO(WS-REG-IDX) TO WS-FIND-SEQ-NO
                 PERFORM 5100-FIND-TRAIL-ENTRY
                    THRU 5100-EXIT
                 IF TRAIL-ENTRY-UNFOUND THEN
                    PERFORM 5200-ADD-TRAIL-ENTRY
                       THRU 5200-EXIT
                    IF TRAIL-ENTRY-FOUND THEN
                       PERFORM 3160-FILE-ONE-FATE
                          THRU 3160-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       3150-EXIT.
              EXIT.

       3160-FILE-ONE-FATE.
           MOVE WS-REG-RUN-NO(WS-REG-IDX) TO WS-TRL-RUN-NO(WS-TRL-IDX).
           MOVE WS-REG-CODE(WS-REG-IDX) TO WS-TRL-CODE(WS-TRL-IDX).
           MOVE WS-REG-REASON(WS-REG-IDX) TO WS-TRL-TEXT(WS-TRL-IDX).
           IF WS-REG-SOURCE(WS-REG-IDX) = "REJECT" THEN
              SET TRL-REJECTED(WS-TRL-IDX) TO TRUE
           ELSE
              SET TRL-DUPLICATE(WS-TRL-IDX) TO TRUE
           END-IF.
       3160-EXIT.
              EXIT.

       3200-REPORT-PAST-RECORD.
      *        READS THE RECORD'S PAIRS BACK FROM THE HISTORY - ITS
      *        AMOUNTS, ITS POSTING GROUP PAIR AND ITS REFERENCE PAIR
           MOVE "*NONE*" TO WS-GROUP-VALUE.
           MOVE SPACES TO WS-REF-VALUE.
           SET MORE-INPUT-RECS TO TRUE.
           MOVE WS-INQ-CYCLE-DATE TO PHX-CYCLE-DATE.
           MOVE WS-TRL-SEQ-NO(WS-TRL-IDX) TO PHX-RECORD-SEQ-NO.
           MOVE LOW-VALUES TO PHX-JSON-KEY.
           START ParsedHisFile KEY NOT < PHX-KEY
              INVALID KEY
                 SET END-OF-INPUT-FILE TO TRUE
           END-START.
           PERFORM 3210-REPORT-ONE-PAIR
              THRU 3210-EXIT
              UNTIL END-OF-INPUT-FILE.
           DISPLAY "  RECORD " WS-TRL-SEQ-NO(WS-TRL-IDX)
              " POSTING GROUP " WS-GROUP-KEY-NAME(1:20)
              " = " WS-GROUP-VALUE(1:30).
           IF WS-REF-VALUE = SPACES THEN
              DISPLAY "    NO " WS-REF-KEY-NAME(1:20)
                 " PAIR - THE CUSTREF CHECK ROUTES SUCH A RECORD RMIS"
              GO TO 3200-EXIT
           END-IF.
           IF CUSTREF-CLOSED THEN
              DISPLAY "    CUSTREF.dat NOT USABLE - FILE STATUS "
                 WS-CR-STATUS
              GO TO 3200-EXIT
           END-IF.
      *        THE REFERENCE MASTER KEEPS NO HISTORY - THIS IS THE
      *        CUSTOMER AS IT STANDS TODAY
           MOVE WS-REF-VALUE TO CR-ID-VALUE.
           READ CustRefFile
              INVALID KEY
                 DISPLAY "    " WS-REF-KEY-NAME(1:20) " "
                    WS-REF-VALUE(1:30) " NOT ON CUSTREF TODAY"
              NOT INVALID KEY
                 DISPLAY "    CUSTREF TODAY - NAME " CR-CUST-NAME
                    " STATUS " CR-CUST-STATUS " BRANCH " CR-BRANCH
           END-READ.
       3200-EXIT.
              EXIT.

       3210-REPORT-ONE-PAIR.
           READ ParsedHisFile NEXT RECORD
              AT END
                 SET END-OF-INPUT-FILE TO TRUE
                 GO TO 3210-EXIT
           END-READ.
           IF PHX-CYCLE-DATE NOT = WS-INQ-CYCLE-DATE
              OR PHX-RECORD-SEQ-NO NOT = WS-TRL-SEQ-NO(WS-TRL-IDX)
              THEN
              SET END-OF-INPUT-FILE TO TRUE
              GO TO 3210-EXIT
           END-IF.
           IF PHX-JSON-KEY = WS-GROUP-KEY-NAME THEN
              MOVE PHX-JSON-VAL TO WS-GROUP-VALUE
           END-IF.
           IF PHX-JSON-KEY = WS-REF-KEY-NAME THEN
              MOVE PHX-JSON-VAL TO WS-REF-VALUE
           END-IF.
           IF PHX-JSON-VAL-TYPE = "NUMERIC" OR "DECIMAL" THEN
              DISPLAY "  RECORD " PHX-RECORD-SEQ-NO " AMOUNT "
                 PHX-JSON-KEY(1:20) " " PHX-JSON-VAL(1:30)
           END-IF.
       3210-EXIT.
              EXIT.

       4000-REPORT-FIRST-SIGHTING.
      *        THE SEEN-ID MASTER'S FIRST SIGHTING OF THE VALUE -
      *        WHEN THAT IS AN EARLIER CYCLE, ANY RECORD THIS CYCLE
      *        WITH THE SAME ID WAS A RESEND
           DISPLAY " ".
           DISPLAY "FIRST SIGHTING (SEEN-ID.dat, BY PARSER ID KEY "
              WS-ID-KEY-NAME(1:20) "):".
           OPEN INPUT SeenIdFile.
           IF WS-SEEN-STATUS NOT = "00" THEN
              DISPLAY "  SEEN-ID.dat NOT USABLE - FILE STATUS "
                 WS-SEEN-STATUS
              GO TO 4000-EXIT
           END-IF.
           MOVE WS-KEY-VALUE TO SI-ID-VALUE.
           READ SeenIdFile
              INVALID KEY
                 DISPLAY "  VALUE NEVER REGISTERED AS AN ID"
              NOT INVALID KEY
                 DISPLAY "  FIRST SEEN CYCLE " SI-FIRST-CYCLE-DATE
                    " RUN " SI-FIRST-RUN-NO " AS RECORD "
                    SI-FIRST-SEQ-NO
           END-READ.
           CLOSE SeenIdFile.
       4000-EXIT.
              EXIT.

       4100-LOAD-REGISTER.
      *        THE VALUE'S REGISTER ENTRIES FOR THE INQUIRY CYCLE,
      *        THROUGH THE ALTERNATE KEY.  A REGISTER NOT YET BUILT
      *        (FIRST CYCLE, OR ExceptRegister NOT YET RUN) LOADS
      *        NOTHING
           MOVE ZERO TO WS-REG-NUM.
           OPEN INPUT ExceptRegFile.
           IF WS-ER-STATUS NOT = "00" THEN
              GO TO 4100-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           MOVE WS-KEY-VALUE TO ER-ID-VALUE.
           START ExceptRegFile KEY = ER-ID-VALUE
              INVALID KEY
                 SET END-OF-INPUT-FILE TO TRUE
           END-START.
           PERFORM 4110-LOAD-ONE-ENTRY
              THRU 4110-EXIT
              UNTIL END-OF-INPUT-FILE.
           CLOSE ExceptRegFile.
       4100-EXIT.
              EXIT.

       4110-LOAD-ONE-ENTRY.
           READ ExceptRegFile NEXT RECORD
              AT END
                 SET END-OF-INPUT-FILE TO TRUE
                 GO TO 4110-EXIT
           END-READ.
           IF ER-ID-VALUE NOT = WS-KEY-VALUE THEN
              SET END-OF-INPUT-FILE TO TRUE
              GO TO 4110-EXIT
           END-IF.
           IF ER-CYCLE-DATE NOT = WS-INQ-CYCLE-DATE
              OR WS-REG-NUM NOT < WS-REG-MAX THEN
              GO TO 4110-EXIT
           END-IF.
           ADD +1 TO WS-REG-NUM.
           SET WS-REG-IDX TO WS-REG-NUM.
           MOVE ER-RUN-NO      TO WS-REG-RUN-NO(WS-REG-IDX).
           MOVE ER-SEQ-NO      TO WS-REG-SEQ-NO(WS-REG-IDX).
           MOVE ER-SOURCE      TO WS-REG-SOURCE(WS-REG-IDX).
           MOVE ER-EXCEPT-CODE TO WS-REG-CODE(WS-REG-IDX).
           MOVE ER-JSON-KEY    TO WS-REG-JSON-KEY(WS-REG-IDX).
           MOVE ER-REASON-TEXT TO WS-REG-REASON(WS-REG-IDX).
           MOVE ER-STATUS      TO WS-REG-STATUS(WS-REG-IDX).
           MOVE ER-OWNER       TO WS-REG-OWNER(WS-REG-IDX).
       4110-EXIT.
              EXIT.

       4200-REPORT-REGISTER.
      *        WHERE EACH OF THE CYCLE'S EXCEPTIONS FOR THE VALUE
      *        STANDS WITH OPERATIONS - O OPEN, P IN PROGRESS,
      *        R RESOLVED, W WRITTEN OFF
           DISPLAY " ".
           DISPLAY "EXCEPTION REGISTER (EXCEPT-REG.dat), CYCLE "
              WS-INQ-CYCLE-DATE ":".
           IF WS-REG-NUM = ZERO THEN
              DISPLAY "  NO ENTRIES FILED UNDER THE VALUE"
              GO TO 4200-EXIT
           END-IF.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-NUM
              DISPLAY "  RUN " WS-REG-RUN-NO(WS-REG-IDX)
                 " RECORD " WS-REG-SEQ-NO(WS-REG-IDX) " "
                 WS-REG-SOURCE(WS-REG-IDX) " "
                 WS-REG-CODE(WS-REG-IDX) " "
                 WS-REG-JSON-KEY(WS-REG-IDX)(1:20) " STATUS "
                 WS-REG-STATUS(WS-REG-IDX) " OWNER "
                 WS-REG-OWNER(WS-REG-IDX)
              DISPLAY "    " WS-REG-REASON(WS-REG-IDX)
           END-PERFORM.
       4200-EXIT.
              EXIT.

       5000-CHECK-STAMP.
      *        THE CALLER HAS READ THE FILE'S FIRST RECORD INTO
      *        RUN-HEADER-LINE.  A FILE LEFT FROM ANOTHER CYCLE IS
      *        SKIPPED AND SAID SO - ITS SEQUENCE NUMBERS BELONG TO
      *        A DIFFERENT FEED
           SET STAMP-GOOD TO TRUE.
           IF END-OF-INPUT-FILE OR NOT RUN-HEADER-PRESENT THEN
              DISPLAY "  " WS-STAMP-FILE " CARRIES NO CYCLEHDR STAMP "
                 "- SKIPPED"
              SET STAMP-BAD TO TRUE
              GO TO 5000-EXIT
           END-IF.
           IF RH-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR RH-RUN-NO NOT = RC-RUN-NO THEN
              DISPLAY "  " WS-STAMP-FILE " IS CYCLE " RH-CYCLE-DATE
                 " RUN " RH-RUN-NO " - NOT THIS CYCLE'S, SKIPPED"
              SET STAMP-BAD TO TRUE
           END-IF.
       5000-EXIT.
              EXIT.

       5100-FIND-TRAIL-ENTRY.
      *        LOOKS FOR WS-FIND-SEQ-NO AMONG THE TRAIL'S RECORDS -
      *        WS-TRL-IDX IS LEFT ON IT
           SET TRAIL-ENTRY-UNFOUND TO TRUE.
           PERFORM VARYING WS-TRL-IDX FROM 1 BY 1
              UNTIL WS-TRL-IDX > WS-TRL-NUM
                 OR TRAIL-ENTRY-FOUND
              IF WS-TRL-SEQ-NO(WS-TRL-IDX) = WS-FIND-SEQ-NO THEN
                 SET TRAIL-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF TRAIL-ENTRY-FOUND THEN
      *        THE VARYING LOOP LEAVES THE INDEX ONE PAST THE MATCH
              SET WS-TRL-IDX DOWN BY 1
           END-IF.
       5100-EXIT.
              EXIT.

       5200-ADD-TRAIL-ENTRY.
      *        OPENS AN ENTRY FOR WS-FIND-SEQ-NO AND LEAVES
      *        WS-TRL-IDX ON IT - UNFOUND WHEN THE TABLE IS FULL
           IF WS-TRL-NUM NOT < WS-TRL-MAX THEN
              SET TRAIL-ENTRY-UNFOUND TO TRUE
              DISPLAY "MORE THAN " WS-TRL-MAX " RECORDS CARRY THE "
                 "VALUE - RECORD " WS-FIND-SEQ-NO " NOT TRACED"
              GO TO 5200-EXIT
           END-IF.
           ADD +1 TO WS-TRL-NUM.
           SET WS-TRL-IDX TO WS-TRL-NUM.
           MOVE WS-FIND-SEQ-NO TO WS-TRL-SEQ-NO(WS-TRL-IDX).
           MOVE ZEROS  TO WS-TRL-RUN-NO(WS-TRL-IDX).
           MOVE SPACES TO WS-TRL-FATE(WS-TRL-IDX).
           MOVE SPACES TO WS-TRL-CODE(WS-TRL-IDX).
           MOVE SPACES TO WS-TRL-TEXT(WS-TRL-IDX).
           MOVE ZEROS  TO WS-TRL-FIRST-CYCLE(WS-TRL-IDX).
           MOVE ZEROS  TO WS-TRL-FIRST-RUN(WS-TRL-IDX).
           MOVE ZEROS  TO WS-TRL-FIRST-SEQ(WS-TRL-IDX).
           MOVE ZERO   TO WS-TRL-ORDINAL(WS-TRL-IDX).
           MOVE ZERO   TO WS-TRL-SKIPPED(WS-TRL-IDX).
           SET TRL-MASTERED(WS-TRL-IDX) TO TRUE.
           MOVE SPACES TO WS-TRL-ROUTE-CODE(WS-TRL-IDX).
           MOVE SPACES TO WS-TRL-GROUP-VAL(WS-TRL-IDX).
           SET TRAIL-ENTRY-FOUND TO TRUE.
       5200-EXIT.
              EXIT.

       5300-SCAN-RAW-VALUE.
      *        FINDS "key" FOLLOWED BY A COLON IN THE RAW JSON TEXT
      *        IN WS-RAW-JSON AND RETURNS THE VALUE AFTER IT IN
      *        WS-SCAN-VALUE - QUOTES STRIPPED, UP TO 60 CHARACTERS.
      *        A RECORD THE PARSER REFUSED MAY BE BROKEN ANYWHERE, SO
      *        THIS IS A BEST EFFORT AND SPACES MEANS NOT FOUND
           MOVE SPACES TO WS-SCAN-VALUE.
           MOVE +60 TO WS-SCAN-KEY-LEN.
           PERFORM UNTIL WS-SCAN-KEY-LEN = ZERO
              OR WS-SCAN-KEY(WS-SCAN-KEY-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-SCAN-KEY-LEN
           END-PERFORM.
           IF WS-SCAN-KEY-LEN = ZERO THEN
              GO TO 5300-EXIT
           END-IF.
           MOVE SPACES TO WS-SCAN-TARGET.
           STRING '"' DELIMITED BY SIZE
                  WS-SCAN-KEY(1:WS-SCAN-KEY-LEN) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
              INTO WS-SCAN-TARGET
           END-STRING.
           COMPUTE WS-SCAN-TGT-LEN = WS-SCAN-KEY-LEN + 2.
           MOVE ZERO TO WS-SCAN-POS.
           INSPECT WS-RAW-JSON TALLYING WS-SCAN-POS
              FOR CHARACTERS
              BEFORE INITIAL WS-SCAN-TARGET(1:WS-SCAN-TGT-LEN).
           IF WS-SCAN-POS >= +32000 THEN
              GO TO 5300-EXIT
           END-IF.
      *        WS-SCAN-POS COUNTED THE CHARACTERS IN FRONT OF THE
      *        KEY - STEP PAST THE KEY, THEN ANY SPACES, AND DEMAND
      *        THE COLON (OTHERWISE THE TEXT WAS A VALUE, NOT A KEY)
           COMPUTE WS-SCAN-POS = WS-SCAN-POS + WS-SCAN-TGT-LEN + 1.
           PERFORM UNTIL WS-SCAN-POS > +32000
              OR WS-RAW-JSON(WS-SCAN-POS:1) NOT = SPACE
              ADD +1 TO WS-SCAN-POS
           END-PERFORM.
           IF WS-SCAN-POS > +32000 THEN
              GO TO 5300-EXIT
           END-IF.
           IF WS-RAW-JSON(WS-SCAN-POS:1) NOT = ":" THEN
              GO TO 5300-EXIT
           END-IF.
           ADD +1 TO WS-SCAN-POS.
           PERFORM UNTIL WS-SCAN-POS > +32000
              OR WS-RAW-JSON(WS-SCAN-POS:1) NOT = SPACE
              ADD +1 TO WS-SCAN-POS
           END-PERFORM.
           IF WS-SCAN-POS > +32000 THEN
              GO TO 5300-EXIT
           END-IF.
           IF WS-RAW-JSON(WS-SCAN-POS:1) = '"' THEN
              SET SCAN-VALUE-QUOTED TO TRUE
              ADD +1 TO WS-SCAN-POS
           ELSE
              SET SCAN-VALUE-BARE TO TRUE
           END-IF.
           MOVE ZERO TO WS-SCAN-OUT-POS.
           SET SCAN-GOING TO TRUE.
           PERFORM UNTIL SCAN-DONE
              OR WS-SCAN-POS > +32000
              OR WS-SCAN-OUT-POS >= +60
              IF SCAN-VALUE-QUOTED THEN
                 IF WS-RAW-JSON(WS-SCAN-POS:1) = '"' THEN
                    SET SCAN-DONE TO TRUE
                 END-IF
              ELSE
                 IF WS-RAW-JSON(WS-SCAN-POS:1) = ","
                    OR WS-RAW-JSON(WS-SCAN-POS:1) = "}"
                    OR WS-RAW-JSON(WS-SCAN-POS:1) = "]"
                    OR WS-RAW-JSON(WS-SCAN-POS:1) = SPACE THEN
                    SET SCAN-DONE TO TRUE
                 END-IF
              END-IF
              IF SCAN-GOING THEN
                 ADD +1 TO WS-SCAN-OUT-POS
                 MOVE WS-RAW-JSON(WS-SCAN-POS:1)
                   TO WS-SCAN-VALUE(WS-SCAN-OUT-POS:1)
                 ADD +1 TO WS-SCAN-POS
              END-IF
           END-PERFORM.
       5300-EXIT.
              EXIT.

       5400-COUNT-SKIPPED-RECORD.
      *        RECORD WS-LAST-SEQ-NO NEVER REACHED MASTER-OUT.dat -
      *        WS-SKIP-CODE SAYS WHY ("H" HELD, OR THE ROUTING
      *        CODE).  EVERY PARSED TRAIL RECORD AFTER IT SITS ONE
      *        LINE HIGHER; THE TRAIL RECORD ITSELF IS MARKED
           PERFORM VARYING WS-TRL-IDX FROM 1 BY 1
              UNTIL WS-TRL-IDX > WS-TRL-NUM
              IF TRL-PARSED(WS-TRL-IDX) THEN
                 IF WS-LAST-SEQ-NO < WS-TRL-SEQ-NO(WS-TRL-IDX) THEN
                    ADD +1 TO WS-TRL-SKIPPED(WS-TRL-IDX)
                 END-IF
                 IF WS-LAST-SEQ-NO = WS-TRL-SEQ-NO(WS-TRL-IDX) THEN
                    IF WS-SKIP-CODE = "H" THEN
                       SET TRL-HELD(WS-TRL-IDX) TO TRUE
                    ELSE
                       SET TRL-ROUTED(WS-TRL-IDX) TO TRUE
                       MOVE WS-SKIP-CODE
                         TO WS-TRL-ROUTE-CODE(WS-TRL-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       5400-EXIT.
              EXIT.

       7000-REPORT-RECORDS.
      *        EVERY RECORD SEQUENCE NUMBER THE VALUE CAME IN UNDER
      *        AND WHAT THE PARSE STEP DID WITH IT
           DISPLAY " ".
           DISPLAY "RECORDS:".
           IF WS-TRL-NUM = ZERO THEN
              IF CURRENT-CYCLE-INQUIRY
                 AND RC-RUN-NO > 1 THEN
                 DISPLAY "  NO RECORD CARRIED " WS-KEY-NAME(1:20)
                    " = " WS-KEY-VALUE(1:30) " IN RUN " RC-RUN-NO
                    " OF CYCLE " WS-INQ-CYCLE-DATE
                 PERFORM 7200-REPORT-EARLIER-RUNS
                    THRU 7200-EXIT
              ELSE
                 DISPLAY "  NO RECORD CARRIED " WS-KEY-NAME(1:20)
                    " = " WS-KEY-VALUE(1:30) " IN CYCLE "
                    WS-INQ-CYCLE-DATE
              END-IF
              GO TO 7000-EXIT
           END-IF.
           PERFORM VARYING WS-TRL-IDX FROM 1 BY 1
              UNTIL WS-TRL-IDX > WS-TRL-NUM
              EVALUATE TRUE
                 WHEN TRL-PARSED(WS-TRL-IDX)
                    DISPLAY "  RECORD " WS-TRL-SEQ-NO(WS-TRL-IDX)
                       " RUN " WS-TRL-RUN-NO(WS-TRL-IDX) " PARSED"
                 WHEN TRL-REJECTED(WS-TRL-IDX)
                    DISPLAY "  RECORD " WS-TRL-SEQ-NO(WS-TRL-IDX)
                       " RUN " WS-TRL-RUN-NO(WS-TRL-IDX)
                       " REJECTED " WS-TRL-CODE(WS-TRL-IDX)(1:4)
                       " " WS-TRL-TEXT(WS-TRL-IDX)
                 WHEN TRL-DUPLICATE(WS-TRL-IDX)
                    PERFORM 7100-REPORT-DUPLICATE
                       THRU 7100-EXIT
              END-EVALUATE
           END-PERFORM.
           IF CURRENT-CYCLE-INQUIRY
              AND RC-RUN-NO > 1 THEN
              PERFORM 7200-REPORT-EARLIER-RUNS
                 THRU 7200-EXIT
           END-IF.
       7000-EXIT.
              EXIT.

       7100-REPORT-DUPLICATE.
           DISPLAY "  RECORD " WS-TRL-SEQ-NO(WS-TRL-IDX)
              " RUN " WS-TRL-RUN-NO(WS-TRL-IDX)
              " DIVERTED AS DUPLICATE " WS-TRL-CODE(WS-TRL-IDX)(1:4).
           IF WS-TRL-FIRST-CYCLE(WS-TRL-IDX) NOT = ZERO THEN
              DISPLAY "    FIRST SEEN CYCLE "
                 WS-TRL-FIRST-CYCLE(WS-TRL-IDX)
                 " RUN " WS-TRL-FIRST-RUN(WS-TRL-IDX)
                 " AS RECORD " WS-TRL-FIRST-SEQ(WS-TRL-IDX)
           END-IF.
       7100-EXIT.
              EXIT.

       7200-REPORT-EARLIER-RUNS.
      *        THE CYCLE FILES WERE OPENED OUTPUT AGAIN BY THE
      *        LATEST RUN, SO ANY EARLIER RUN OF THE CYCLE WAS NOT
      *        SEARCHED - SAID PLAINLY RATHER THAN LEFT TO READ AS
      *        "NOT CARRIED".  THE REGISTER ENTRIES OF THOSE RUNS ARE
      *        LISTED BELOW AS USUAL; FOR THE REST, EACH EARLIER
      *        RUN'S PARSED-OUT, REJECT AND DUPLICATE GENERATIONS
      *        STILL ON THE ARCHIVE CATALOG ARE NAMED
           COMPUTE WS-ERL-LAST-RUN = RC-RUN-NO - 1.
           DISPLAY "  RUNS 001 TO " WS-ERL-LAST-RUN " OF CYCLE "
              WS-INQ-CYCLE-DATE " NOT SEARCHED - THE CYCLE FILES "
              "HOLD RUN " RC-RUN-NO " ONLY".
           MOVE ZERO TO WS-ERL-REG-ENTRIES.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-NUM
              IF WS-REG-RUN-NO(WS-REG-IDX) < RC-RUN-NO THEN
                 ADD +1 TO WS-ERL-REG-ENTRIES
              END-IF
           END-PERFORM.
           IF WS-ERL-REG-ENTRIES > ZERO THEN
              DISPLAY "  " WS-ERL-REG-ENTRIES " REGISTER ENTRIES "
                 "BELOW ARE FROM THOSE RUNS"
           END-IF.
           OPEN INPUT ArchCatFile.
           IF WS-AC-STATUS NOT = "00" THEN
              DISPLAY "  ARCHIVE-CAT.dat NOT USABLE - FILE STATUS "
                 WS-AC-STATUS " - NO GENERATIONS LISTED"
              GO TO 7200-EXIT
           END-IF.
           PERFORM VARYING WS-ERL-RUN-NO FROM 1 BY 1
              UNTIL WS-ERL-RUN-NO > WS-ERL-LAST-RUN
              PERFORM 7210-LIST-RUN-GENERATIONS
                 THRU 7210-EXIT
           END-PERFORM.
           CLOSE ArchCatFile.
           DISPLAY "  PUT A RUN BACK WITH CycleRestore AND ASK AGAIN "
              "TO TRACE IT".
       7200-EXIT.
              EXIT.

       7210-LIST-RUN-GENERATIONS.
           MOVE ZERO TO WS-ERL-GENS.
           SET MORE-INPUT-RECS TO TRUE.
           MOVE WS-INQ-CYCLE-DATE TO AC-CYCLE-DATE.
           MOVE WS-ERL-RUN-NO     TO AC-RUN-NO.
           START ArchCatFile KEY IS = AC-RUN-KEY
              INVALID KEY
                 SET END-OF-INPUT-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-INPUT-FILE
              READ ArchCatFile NEXT RECORD
                 AT END
                    SET END-OF-INPUT-FILE TO TRUE
              END-READ
              IF MORE-INPUT-RECS THEN
                 IF AC-CYCLE-DATE NOT = WS-INQ-CYCLE-DATE
                    OR AC-RUN-NO NOT = WS-ERL-RUN-NO THEN
                    SET END-OF-INPUT-FILE TO TRUE
                 ELSE
                    IF AC-ON-FILE
                       AND (AC-DATASET = "PARSED-OUT.dat"
                         OR AC-DATASET = "REJECT.dat"
                         OR AC-DATASET = "DUPLICATE.dat") THEN
                       ADD +1 TO WS-ERL-GENS
                       DISPLAY "    RUN " WS-ERL-RUN-NO " "
                          AC-DATASET " ON " AC-GEN-NAME
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ERL-GENS = ZERO THEN
              DISPLAY "    RUN " WS-ERL-RUN-NO " NO GENERATION ON "
                 "FILE - NOT ARCHIVED, OR SCRATCHED"
           END-IF.
       7210-EXIT.
              EXIT.
       END PROGRAM LineageInquiry.
