       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ExceptRegister.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    END-OF-CYCLE EXCEPTION REGISTER.  EVERY STEP OF THE CHAIN  *
      *    WRITES ITS OWN EXCEPTION FILE AND THE NEXT CYCLE OPENS IT  *
      *    OUTPUT AGAIN, SO NOTHING REMEMBERED WHICH PROBLEMS WERE    *
      *    STILL WAITING ON SOMEONE.  THIS STEP LOADS THE CYCLE'S     *
      *    REJECT.dat, DUPLICATE.dat, SHORTFALL.dat,                  *
      *    SCHEMA-EXCEPT.dat, MAP-EXCEPT.dat, UNMAP-EXCEPT.dat,       *
      *    RULE-EXCEPT.dat AND CURR-EXCEPT.dat INTO THE PERSISTENT    *
      *    INDEXED REGISTER                                           *
      *    EXCEPT-REG.dat (COPYBOOK EXCREG), ONE ENTRY PER CYCLE,     *
      *    RUN, RECORD NUMBER AND EXCEPTION CODE, THEN:               *
      *                                                               *
      *      - FILLS IN EACH ENTRY'S IDENTIFYING VALUE AND PARTNER    *
      *        FROM PARSED-OUT.dat (OR FROM THE RAW JSON TEXT FOR A   *
      *        REJECT OR DUPLICATE, WHICH NEVER REACHED IT)           *
      *      - CLOSES EARLIER OPEN ENTRIES WHEN A RECORD WITH THE     *
      *        SAME IDENTIFYING VALUE COMES THROUGH THIS CYCLE WITH   *
      *        NO EXCEPTION OF ITS OWN                                *
      *      - MARKS REJECTS RejectRecycle RESUBMITTED IN PROGRESS    *
      *        (THE CLEAN RECORD RESOLVES THEM WHEN IT ARRIVES) AND   *
      *        WRITES OFF THOSE DROPPED OR AGED OUT, FROM             *
      *        RECYCLE-AUDIT.dat                                      *
      *      - APPLIES THE OWNER, STATUS AND RESOLUTION NOTE          *
      *        UPDATES OPERATIONS KEY INTO EXCEPT-UPD.dat             *
      *      - WRITES THE AGING REPORT EXCEPT-AGING.dat - EVERY       *
      *        ENTRY STILL OPEN OR IN PROGRESS, AGED IN DAYS FROM     *
      *        ITS CYCLE DATE INTO 0-1, 2-5 AND 6+ DAY BUCKETS, BY    *
      *        EXCEPTION CODE AND BY PARTNER                          *
      *                                                               *
      *    EVERY INPUT IS OPTIONAL - A STEP THAT WAS NOT SCHEDULED    *
      *    SIMPLY LOADS NOTHING - BUT ONE STAMPED FOR ANOTHER CYCLE   *
      *    STOPS THE RUN.  A RERUN IN THE SAME CYCLE STARTS BY        *
      *    ZEROING THE CYCLE'S HIT COUNTS AND RELOADING, SO NOTHING   *
      *    IS COUNTED TWICE AND THE OWNER, STATUS AND NOTE            *
      *    OPERATIONS HAVE KEYED SURVIVE; AN ENTRY THE RELOAD NO      *
      *    LONGER FINDS (THE STEP WAS RERUN CLEAN) IS REMOVED.        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ExceptRegFile ASSIGN TO "EXCEPT-REG.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ER-KEY
                     ALTERNATE RECORD KEY IS ER-ID-VALUE
                        WITH DUPLICATES
                     FILE STATUS IS WS-ER-STATUS.
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
           SELECT MapExceptFile ASSIGN TO "MAP-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT UnmapExceptFile ASSIGN TO "UNMAP-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT RuleExceptFile ASSIGN TO "RULE-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT CurrExceptFile ASSIGN TO "CURR-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT ParsedOutFile ASSIGN TO "PARSED-OUT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT AuditFile ASSIGN TO "RECYCLE-AUDIT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT ExceptUpdFile ASSIGN TO "EXCEPT-UPD.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-IN-STATUS.
           SELECT AgingFile ASSIGN TO "EXCEPT-AGING.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunCtlFile.
           COPY "RUNCTL.cpy".

       FD ExceptRegFile.
           COPY "EXCREG.cpy".

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

       FD UnmapExceptFile.
       01 UNMAP-EXCEPT-REC.
          02  UX-RECORD-SEQ-NO     PIC 9(07).
          02  FILLER               PIC X(01).
          02  UX-EXCEPT-CODE       PIC X(04).
          02  FILLER               PIC X(01).
          02  UX-JSON-KEY          PIC X(60).
          02  FILLER               PIC X(01).
          02  UX-FIELD-TEXT        PIC X(60).
          02  FILLER               PIC X(01).
          02  UX-REASON-TEXT       PIC X(40).

       FD RuleExceptFile.
           COPY "RULEEXCP.cpy".

       FD CurrExceptFile.
           COPY "CURREXCP.cpy".

       FD ParsedOutFile.
           COPY "PARSEDOUT.cpy".

       FD AuditFile.
       01 AUDIT-REC.
          02  AU-SEQ-NO            PIC 9(07).
          02  FILLER               PIC X(01).
          02  AU-REASON-CODE       PIC X(04).
          02  FILLER               PIC X(01).
          02  AU-ACTION            PIC X(12).
          02  FILLER               PIC X(01).
          02  AU-CYCLE-COUNT       PIC 9(03).
          02  FILLER               PIC X(01).
          02  AU-REC-PREFIX        PIC X(60).

       FD ExceptUpdFile.
       01 EXCEPT-UPD-REC.
          02  EU-CYCLE-DATE        PIC 9(08).
          02  FILLER               PIC X(01).
          02  EU-RUN-NO            PIC 9(03).
          02  FILLER               PIC X(01).
          02  EU-SEQ-NO            PIC 9(07).
          02  FILLER               PIC X(01).
          02  EU-EXCEPT-CODE       PIC X(08).
          02  FILLER               PIC X(01).
          02  EU-USER-ID           PIC X(08).
          02  FILLER               PIC X(01).
          02  EU-STATUS            PIC X(01).
          02  FILLER               PIC X(01).
          02  EU-OWNER             PIC X(08).
          02  FILLER               PIC X(01).
          02  EU-NOTE              PIC X(60).
          02  FILLER               PIC X(01).
          02  EU-SEQ-SOURCE        PIC X(01).

       FD AgingFile.
       01 AGING-REC.
          02  AG-GROUP-TYPE        PIC X(08).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  AG-GROUP-VALUE       PIC X(20).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  AG-AGE-0-1           PIC 9(07).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  AG-AGE-2-5           PIC 9(07).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  AG-AGE-6-UP          PIC 9(07).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  AG-OPEN-TOTAL        PIC 9(07).

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-IN-EOF-SW       PIC X(01) VALUE 'N'.
                88 END-OF-INPUT-FILE  VALUE 'Y'.
                88 MORE-INPUT-RECS    VALUE 'N'.
            10 WS-REG-EOF-SW      PIC X(01) VALUE 'N'.
                88 END-OF-REGISTER    VALUE 'Y'.
                88 MORE-REGISTER-RECS VALUE 'N'.
            10 WS-FOUND-SW        PIC X(01) VALUE 'N'.
                88 ENTRY-FOUND        VALUE 'Y'.
                88 ENTRY-UNFOUND      VALUE 'N'.
            10 WS-UPD-OK-SW       PIC X(01) VALUE 'Y'.
                88 UPDATE-ACCEPTED    VALUE 'Y'.
                88 UPDATE-REFUSED     VALUE 'N'.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-ER-STATUS       PIC X(02) VALUE SPACES.
            10 WS-IN-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-STAMP-FILE      PIC X(20) VALUE SPACES.
            10 WS-ID-KEY-NAME     PIC X(60) VALUE "id".
            10 WS-PARTNER-KEY-NAME PIC X(60) VALUE "partnerId".
            10 WS-CURR-REC-SEQ-NO PIC 9(07) VALUE ZERO.
            10 WS-CURR-ID-VALUE   PIC X(60) VALUE SPACES.
            10 WS-CURR-PARTNER-ID PIC X(20) VALUE SPACES.
            10 WS-ENTRIES-LOADED  PIC S9(07) COMP VALUE ZERO.
            10 WS-ENTRIES-NEW     PIC S9(07) COMP VALUE ZERO.
            10 WS-ENTRIES-VANISHED PIC S9(07) COMP VALUE ZERO.
            10 WS-ENTRIES-ENRICHED PIC S9(07) COMP VALUE ZERO.
            10 WS-RECORDS-CHECKED PIC S9(07) COMP VALUE ZERO.
            10 WS-CLEAN-RECORDS   PIC S9(07) COMP VALUE ZERO.
            10 WS-CLOSED-CLEAN    PIC S9(07) COMP VALUE ZERO.
            10 WS-RESUB-PENDING   PIC S9(07) COMP VALUE ZERO.
            10 WS-WRITTEN-OFF-RECYCLE PIC S9(07) COMP VALUE ZERO.
            10 WS-UPDATES-READ    PIC S9(07) COMP VALUE ZERO.
            10 WS-UPDATES-APPLIED PIC S9(07) COMP VALUE ZERO.
            10 WS-UPDATES-REFUSED PIC S9(07) COMP VALUE ZERO.
            10 WS-REG-WRITE-ERRS  PIC S9(07) COMP VALUE ZERO.
            10 WS-OPEN-ITEMS      PIC S9(07) COMP VALUE ZERO.
            10 WS-IN-PROGRESS-ITEMS PIC S9(07) COMP VALUE ZERO.
            10 WS-ER-SEQ-SOURCE   PIC X(01) VALUE "P".
            10 WS-ER-SEQ-NO       PIC 9(07) VALUE ZERO.
            10 WS-ER-EXCEPT-CODE  PIC X(08) VALUE SPACES.
            10 WS-ER-SOURCE       PIC X(10) VALUE SPACES.
            10 WS-ER-ID-VALUE     PIC X(60) VALUE SPACES.
            10 WS-ER-PARTNER-ID   PIC X(20) VALUE SPACES.
            10 WS-ER-JSON-KEY     PIC X(60) VALUE SPACES.
            10 WS-ER-REASON-TXT   PIC X(40) VALUE SPACES.
            10 WS-CLOSE-STATUS    PIC X(01) VALUE SPACES.
            10 WS-CLOSE-NOTE      PIC X(60) VALUE SPACES.
            10 WS-CLOSE-BY        PIC X(08) VALUE SPACES.
            10 WS-UPD-REASON-TXT  PIC X(40) VALUE SPACES.
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
            10 WS-TODAY-DAY-NO    PIC S9(07) COMP VALUE ZERO.
            10 WS-AGE-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-AGE-DAY-NO      PIC S9(07) COMP VALUE ZERO.
            10 WS-AGE-DAYS        PIC S9(07) COMP VALUE ZERO.
            10 WS-AGE-LIMIT-1     PIC S9(03) COMP VALUE +1.
            10 WS-AGE-LIMIT-2     PIC S9(03) COMP VALUE +5.
            10 WS-AGE-BUCKET      PIC S9(01) COMP VALUE ZERO.
            10 WS-AGE-PARTNER-ID  PIC X(20) VALUE SPACES.

           COPY "RUNHDR.cpy".

           COPY "DATECHK.cpy".

       01 WS-RAW-JSON             PIC X(32000) VALUE SPACES.

       01 WS-AGE-TOTALS.
      *        THE GRAND TOTAL ROW OF THE AGING REPORT - BUCKET 1 IS
      *        0-1 DAYS, 2 IS 2-5 DAYS, 3 IS 6 DAYS AND OVER
           05 WS-AGT-BUCKET OCCURS 3 TIMES
                           PIC S9(07) COMP.

       01 WS-AGE-BY-CODE.
      *        OPEN ITEMS BY EXCEPTION CODE AND AGE BUCKET - WHEN THE
      *        TABLE IS FULL THE LAST ROW COLLECTS THE OVERFLOW SO
      *        NO ITEM DROPS OUT OF THE TOTALS
           05 WS-AGC-NUM          PIC S9(03) COMP VALUE ZERO.
           05 WS-AGC-MAX          PIC S9(03) COMP VALUE +100.
           05 WS-AGC-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-AGC-IDX.
              10 WS-AGC-CODE          PIC X(08).
              10 WS-AGC-BUCKET OCCURS 3 TIMES
                                      PIC S9(07) COMP.

       01 WS-AGE-BY-PARTNER.
      *        THE SAME BUCKETS BY PARTNER - "*NONE*" COLLECTS THE
      *        ITEMS WHOSE RECORD NEVER NAMED ONE
           05 WS-AGP-NUM          PIC S9(03) COMP VALUE ZERO.
           05 WS-AGP-MAX          PIC S9(03) COMP VALUE +50.
           05 WS-AGP-ENTRY OCCURS 50 TIMES
                           INDEXED BY WS-AGP-IDX.
              10 WS-AGP-PARTNER-ID    PIC X(20).
              10 WS-AGP-BUCKET OCCURS 3 TIMES
                                      PIC S9(07) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM 2000-RESET-CYCLE-ENTRIES
              THRU 2000-EXIT.
           PERFORM 3100-LOAD-REJECTS
              THRU 3100-EXIT.
           PERFORM 3200-LOAD-DUPLICATES
              THRU 3200-EXIT.
           PERFORM 3300-LOAD-SHORTFALLS
              THRU 3300-EXIT.
           PERFORM 3400-LOAD-SCHEMA-EXCEPTIONS
              THRU 3400-EXIT.
           PERFORM 3500-LOAD-MAP-EXCEPTIONS
              THRU 3500-EXIT.
           PERFORM 3600-LOAD-UNMAP-EXCEPTIONS
              THRU 3600-EXIT.
           PERFORM 3700-LOAD-RULE-EXCEPTIONS
              THRU 3700-EXIT.
           PERFORM 3750-LOAD-CURRENCY-EXCEPTIONS
              THRU 3750-EXIT.
           PERFORM 4000-SWEEP-VANISHED-ENTRIES
              THRU 4000-EXIT.
           PERFORM 5000-MATCH-PARSED-RECORDS
              THRU 5000-EXIT.
           PERFORM 6000-APPLY-RECYCLE-AUDIT
              THRU 6000-EXIT.
           PERFORM 7000-APPLY-UPDATES
              THRU 7000-EXIT.
           PERFORM 8000-AGING-REPORT
              THRU 8000-EXIT.
           CLOSE ExceptRegFile.
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
      *        THE PAIRS THAT IDENTIFY A RECORD AND ITS SENDER -
      *        "id" AND "partnerId" UNLESS THE RUN NAMES OTHERS.  THE
      *        ID KEY MUST BE THE ONE JSONParser IS RUN WITH, OR A
      *        CLEAN RESEND WILL NEVER FIND WHAT IT SHOULD CLOSE
           ACCEPT WS-ID-KEY-NAME
              FROM ENVIRONMENT "EXCEPTREGISTER_ID_KEY"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-ID-KEY-NAME = SPACES THEN
              MOVE "id" TO WS-ID-KEY-NAME
           END-IF.
           ACCEPT WS-PARTNER-KEY-NAME
              FROM ENVIRONMENT "EXCEPTREGISTER_PARTNER_KEY"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-PARTNER-KEY-NAME = SPACES THEN
              MOVE "partnerId" TO WS-PARTNER-KEY-NAME
           END-IF.
      *        TODAY'S DAY NUMBER - EVERY OPEN ITEM IS AGED AGAINST
      *        THE CYCLE DATE, NOT THE CLOCK, SO A LATE OR RERUN
      *        CYCLE AGES ITS ITEMS THE SAME WAY THE ON-TIME RUN DID
           MOVE RC-CYCLE-DATE TO WS-AGE-DATE.
           PERFORM 8300-DAY-NUMBER
              THRU 8300-EXIT.
           MOVE WS-AGE-DAY-NO TO WS-TODAY-DAY-NO.
           PERFORM 1040-OPEN-REGISTER
              THRU 1040-EXIT.
           OPEN OUTPUT AgingFile.
           PERFORM 1030-WRITE-FILE-HEADERS
              THRU 1030-EXIT.
       1000-EXIT.
              EXIT.

       1010-READ-RUN-CONTROL.
      *        THE CYCLE STAMP EVERY DATASET IN THE CHAIN CARRIES -
      *        WITHOUT IT THE RUN CANNOT PROVE WHICH CYCLE IT IS
      *        REGISTERING, SO IT STOPS BEFORE ANY OUTPUT IS OPENED
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

       1030-WRITE-FILE-HEADERS.
      *        THE CYCLEHDR STAMP GOES OUT FIRST ON THE AGING REPORT
      *        SO NOBODY CHASES YESTERDAY'S LIST BY MISTAKE
           MOVE "CYCLEHDR"     TO RH-HEADER-TAG.
           MOVE RC-CYCLE-DATE  TO RH-CYCLE-DATE.
           MOVE RC-RUN-NO      TO RH-RUN-NO.
           MOVE SPACES TO AGING-REC.
           MOVE RUN-HEADER-LINE TO AGING-REC.
           WRITE AGING-REC.
       1030-EXIT.
              EXIT.

       1040-OPEN-REGISTER.
      *        EXCEPT-REG.dat PERSISTS ACROSS CYCLES - IT IS OPENED
      *        I-O, NEVER OUTPUT, SO LAST WEEK'S OPEN ITEMS SURVIVE.
      *        STATUS 35 MEANS THE VERY FIRST RUN EVER, WHEN THE
      *        REGISTER IS CREATED EMPTY AND REOPENED
           OPEN I-O ExceptRegFile.
           IF WS-ER-STATUS = "35" THEN
              OPEN OUTPUT ExceptRegFile
              CLOSE ExceptRegFile
              OPEN I-O ExceptRegFile
           END-IF.
           IF WS-ER-STATUS NOT = "00" THEN
              DISPLAY "EXCEPTION REGISTER EXCEPT-REG.dat NOT USABLE "
                 "- FILE STATUS " WS-ER-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
       1040-EXIT.
              EXIT.

       2000-RESET-CYCLE-ENTRIES.
      *        A RERUN IN THE SAME CYCLE AND RUN FINDS ITS OWN
      *        ENTRIES ALREADY ON FILE - THEIR HIT COUNTS GO BACK TO
      *        ZERO SO THE RELOAD COUNTS EACH EXCEPTION ONCE, WHILE
      *        THE OWNER, STATUS AND NOTE ARE LEFT ALONE
           PERFORM 2900-START-CYCLE-ENTRIES
              THRU 2900-EXIT.
           PERFORM 2010-RESET-ONE-ENTRY
              THRU 2010-EXIT
              UNTIL END-OF-REGISTER.
       2000-EXIT.
              EXIT.
       2010-RESET-ONE-ENTRY.
           READ ExceptRegFile NEXT RECORD
              AT END
                 SET END-OF-REGISTER TO TRUE
                 GO TO 2010-EXIT
           END-READ.
           IF ER-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR ER-RUN-NO NOT = RC-RUN-NO THEN
      *        THE KEY LEADS WITH THE CYCLE AND RUN - NOTHING OF
      *        THIS CYCLE CAN FOLLOW
              SET END-OF-REGISTER TO TRUE
              GO TO 2010-EXIT
           END-IF.
           MOVE ZERO TO ER-HIT-COUNT.
           REWRITE EXCEPT-REG-REC.
       2010-EXIT.
              EXIT.

       2900-START-CYCLE-ENTRIES.
      *        POSITIONS THE REGISTER ON THE FIRST ENTRY OF THE
      *        CURRENT CYCLE AND RUN FOR A READ NEXT PASS
           SET MORE-REGISTER-RECS TO TRUE.
           MOVE RC-CYCLE-DATE TO ER-CYCLE-DATE.
           MOVE RC-RUN-NO     TO ER-RUN-NO.
           MOVE LOW-VALUES    TO ER-SEQ-SOURCE.
           MOVE ZEROS         TO ER-SEQ-NO.
           MOVE LOW-VALUES    TO ER-EXCEPT-CODE.
           START ExceptRegFile KEY NOT < ER-KEY
              INVALID KEY
                 SET END-OF-REGISTER TO TRUE
           END-START.
       2900-EXIT.
              EXIT.

       3100-LOAD-REJECTS.
      *        PARSE REJECTS NEVER REACHED PARSED-OUT.dat, SO THE
      *        IDENTIFYING VALUE AND PARTNER ARE DUG OUT OF THE RAW
      *        JSON TEXT WHILE IT IS IN HAND
           OPEN INPUT RejectFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "REJECT.dat NOT PRESENT - NO REJECTS LOADED"
              GO TO 3100-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ RejectFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE REJECT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "REJECT.dat" TO WS-STAMP-FILE.
           PERFORM 3900-CHECK-STAMP
              THRU 3900-EXIT.
           READ RejectFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE "P"                TO WS-ER-SEQ-SOURCE
              MOVE REJECT-SEQ-NO      TO WS-ER-SEQ-NO
              MOVE REJECT-REASON-CODE TO WS-ER-EXCEPT-CODE
              MOVE "REJECT"           TO WS-ER-SOURCE
              MOVE SPACES             TO WS-ER-JSON-KEY
              MOVE REJECT-REASON-TEXT TO WS-ER-REASON-TXT
              MOVE REJECT-JSON-REC    TO WS-RAW-JSON
              MOVE WS-ID-KEY-NAME     TO WS-SCAN-KEY
              PERFORM 3950-SCAN-RAW-VALUE
                 THRU 3950-EXIT
              MOVE WS-SCAN-VALUE      TO WS-ER-ID-VALUE
              MOVE WS-PARTNER-KEY-NAME TO WS-SCAN-KEY
              PERFORM 3950-SCAN-RAW-VALUE
                 THRU 3950-EXIT
              MOVE WS-SCAN-VALUE(1:20) TO WS-ER-PARTNER-ID
              PERFORM 3800-FILE-ENTRY
                 THRU 3800-EXIT
              READ RejectFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE RejectFile.
       3100-EXIT.
              EXIT.

       3200-LOAD-DUPLICATES.
      *        THE PARSER HAS ALREADY PULLED THE IDENTIFYING VALUE;
      *        ONLY THE PARTNER HAS TO COME FROM THE RAW TEXT
           OPEN INPUT DuplicateFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "DUPLICATE.dat NOT PRESENT - NO DUPLICATES "
                 "LOADED"
              GO TO 3200-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ DuplicateFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE DUPLICATE-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "DUPLICATE.dat" TO WS-STAMP-FILE.
           PERFORM 3900-CHECK-STAMP
              THRU 3900-EXIT.
           READ DuplicateFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE "P"                TO WS-ER-SEQ-SOURCE
              MOVE DUP-SEQ-NO         TO WS-ER-SEQ-NO
              MOVE DUP-TYPE-CODE      TO WS-ER-EXCEPT-CODE
              MOVE "DUPLICATE"        TO WS-ER-SOURCE
              MOVE SPACES             TO WS-ER-JSON-KEY
              MOVE DUP-ID-VALUE       TO WS-ER-ID-VALUE
              MOVE SPACES             TO WS-ER-REASON-TXT
              STRING "ID FIRST SEEN CYCLE " DELIMITED BY SIZE
                     DUP-FIRST-CYCLE-DATE DELIMITED BY SIZE
                     " RUN "            DELIMITED BY SIZE
                     DUP-FIRST-RUN-NO   DELIMITED BY SIZE
                 INTO WS-ER-REASON-TXT
              END-STRING
              MOVE DUP-JSON-REC       TO WS-RAW-JSON
              MOVE WS-PARTNER-KEY-NAME TO WS-SCAN-KEY
              PERFORM 3950-SCAN-RAW-VALUE
                 THRU 3950-EXIT
              MOVE WS-SCAN-VALUE(1:20) TO WS-ER-PARTNER-ID
              PERFORM 3800-FILE-ENTRY
                 THRU 3800-EXIT
              READ DuplicateFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE DuplicateFile.
       3200-EXIT.
              EXIT.

       3300-LOAD-SHORTFALLS.
      *        SHORTFALL.dat CARRIES NO CYCLEHDR STAMP AND NO CODE OF
      *        ITS OWN - IT IS WRITTEN BY THE SAME PARSER RUN AS
      *        REJECT.dat, AND EVERY ROW IS A MISSING MANDATORY KEY,
      *        FILED HERE UNDER "SHRT".  SEVERAL MISSING KEYS ON ONE
      *        RECORD SHARE ONE ENTRY AND RAISE ITS HIT COUNT
           OPEN INPUT ShortfallFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "SHORTFALL.dat NOT PRESENT - NO SHORTFALLS "
                 "LOADED"
              GO TO 3300-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ ShortfallFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE "P"                TO WS-ER-SEQ-SOURCE
              MOVE SH-RECORD-SEQ-NO   TO WS-ER-SEQ-NO
              MOVE "SHRT"             TO WS-ER-EXCEPT-CODE
              MOVE "SHORTFALL"        TO WS-ER-SOURCE
              MOVE SH-JSON-KEY        TO WS-ER-JSON-KEY
              MOVE SPACES             TO WS-ER-ID-VALUE
              MOVE SPACES             TO WS-ER-PARTNER-ID
              MOVE "MANDATORY KEY MISSING FROM RECORD"
                TO WS-ER-REASON-TXT
              PERFORM 3800-FILE-ENTRY
                 THRU 3800-EXIT
              READ ShortfallFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE ShortfallFile.
       3300-EXIT.
              EXIT.

       3400-LOAD-SCHEMA-EXCEPTIONS.
           OPEN INPUT SchemaExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "SCHEMA-EXCEPT.dat NOT PRESENT - NO SCHEMA "
                 "EXCEPTIONS LOADED"
              GO TO 3400-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ SchemaExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE SCHEMA-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "SCHEMA-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 3900-CHECK-STAMP
              THRU 3900-EXIT.
           READ SchemaExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE "P"                TO WS-ER-SEQ-SOURCE
              MOVE SX-RECORD-SEQ-NO   TO WS-ER-SEQ-NO
              MOVE SX-VIOLATION-CODE  TO WS-ER-EXCEPT-CODE
              MOVE "SCHEMA"           TO WS-ER-SOURCE
              MOVE SX-JSON-KEY        TO WS-ER-JSON-KEY
              MOVE SPACES             TO WS-ER-ID-VALUE
              MOVE SPACES             TO WS-ER-PARTNER-ID
              MOVE SX-REASON-TEXT     TO WS-ER-REASON-TXT
              PERFORM 3800-FILE-ENTRY
                 THRU 3800-EXIT
              READ SchemaExceptFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SchemaExceptFile.
       3400-EXIT.
              EXIT.

       3500-LOAD-MAP-EXCEPTIONS.
           OPEN INPUT MapExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "MAP-EXCEPT.dat NOT PRESENT - NO MAPPING "
                 "EXCEPTIONS LOADED"
              GO TO 3500-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ MapExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE MAP-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "MAP-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 3900-CHECK-STAMP
              THRU 3900-EXIT.
           READ MapExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE "P"                TO WS-ER-SEQ-SOURCE
              MOVE MX-RECORD-SEQ-NO   TO WS-ER-SEQ-NO
              MOVE MX-EXCEPT-CODE     TO WS-ER-EXCEPT-CODE
              MOVE "MAPPING"          TO WS-ER-SOURCE
              MOVE MX-JSON-KEY        TO WS-ER-JSON-KEY
              MOVE SPACES             TO WS-ER-ID-VALUE
              MOVE SPACES             TO WS-ER-PARTNER-ID
              MOVE MX-REASON-TEXT     TO WS-ER-REASON-TXT
              PERFORM 3800-FILE-ENTRY
                 THRU 3800-EXIT
              READ MapExceptFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE MapExceptFile.
       3500-EXIT.
              EXIT.

       3600-LOAD-UNMAP-EXCEPTIONS.
      *        THE RESPONSE LEG NUMBERS ITS ROWS BY MASTER-IN.dat
      *        RECORD, NOT BY PARSED RECORD, SO THESE ENTRIES ARE
      *        FILED UNDER SEQUENCE SOURCE "M" - THEY NEVER SHARE A
      *        KEY WITH A PARSER ENTRY, ARE NEVER MATCHED AGAINST
      *        PARSED-OUT.dat, AND CLOSE ONLY WHEN OPERATIONS CLOSE
      *        THEM
           OPEN INPUT UnmapExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "UNMAP-EXCEPT.dat NOT PRESENT - NO UNMAPPING "
                 "EXCEPTIONS LOADED"
              GO TO 3600-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ UnmapExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE UNMAP-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "UNMAP-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 3900-CHECK-STAMP
              THRU 3900-EXIT.
           READ UnmapExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE "M"                TO WS-ER-SEQ-SOURCE
              MOVE UX-RECORD-SEQ-NO   TO WS-ER-SEQ-NO
              MOVE UX-EXCEPT-CODE     TO WS-ER-EXCEPT-CODE
              MOVE "UNMAPPING"        TO WS-ER-SOURCE
              MOVE UX-JSON-KEY        TO WS-ER-JSON-KEY
              MOVE SPACES             TO WS-ER-ID-VALUE
              MOVE SPACES             TO WS-ER-PARTNER-ID
              MOVE UX-REASON-TEXT     TO WS-ER-REASON-TXT
              PERFORM 3800-FILE-ENTRY
                 THRU 3800-EXIT
              READ UnmapExceptFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE UnmapExceptFile.
       3600-EXIT.
              EXIT.

       3700-LOAD-RULE-EXCEPTIONS.
      *        A BUSINESS RULE FAILURE IS FILED UNDER ITS RULE ID,
      *        SO TWO RULES BROKEN BY ONE RECORD ARE TWO ENTRIES
      *        THAT CAN BE WORKED SEPARATELY
           OPEN INPUT RuleExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "RULE-EXCEPT.dat NOT PRESENT - NO RULE "
                 "EXCEPTIONS LOADED"
              GO TO 3700-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ RuleExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE RULE-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "RULE-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 3900-CHECK-STAMP
              THRU 3900-EXIT.
           READ RuleExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE "P"                TO WS-ER-SEQ-SOURCE
              MOVE RX-RECORD-SEQ-NO   TO WS-ER-SEQ-NO
              MOVE RX-RULE-ID         TO WS-ER-EXCEPT-CODE
              MOVE "RULE"             TO WS-ER-SOURCE
              MOVE RX-JSON-KEY        TO WS-ER-JSON-KEY
              MOVE SPACES             TO WS-ER-ID-VALUE
              MOVE SPACES             TO WS-ER-PARTNER-ID
              MOVE RX-REASON-TEXT     TO WS-ER-REASON-TXT
              PERFORM 3800-FILE-ENTRY
                 THRU 3800-EXIT
              READ RuleExceptFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE RuleExceptFile.
       3700-EXIT.
              EXIT.

       3750-LOAD-CURRENCY-EXCEPTIONS.
      *        AN AMOUNT LEFT UNCONVERTED IS FILED UNDER UCCY, NRAT
      *        OR CVOV AND CARRIES THE CURRENCY AS SENT, SO THE
      *        ENTRY SAYS WHICH RATE TREASURY HAS TO SUPPLY
           OPEN INPUT CurrExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "CURR-EXCEPT.dat NOT PRESENT - NO CURRENCY "
                 "EXCEPTIONS LOADED"
              GO TO 3750-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ CurrExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE CURR-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "CURR-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 3900-CHECK-STAMP
              THRU 3900-EXIT.
           READ CurrExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              MOVE "P"                TO WS-ER-SEQ-SOURCE
              MOVE CX-RECORD-SEQ-NO   TO WS-ER-SEQ-NO
              MOVE CX-EXCEPT-CODE     TO WS-ER-EXCEPT-CODE
              MOVE "CURRENCY"         TO WS-ER-SOURCE
              MOVE CX-JSON-KEY        TO WS-ER-JSON-KEY
              MOVE SPACES             TO WS-ER-ID-VALUE
              MOVE SPACES             TO WS-ER-PARTNER-ID
              MOVE SPACES             TO WS-ER-REASON-TXT
              STRING CX-CURRENCY DELIMITED BY SPACE
                     " "               DELIMITED BY SIZE
                     CX-REASON-TEXT    DELIMITED BY SIZE
                 INTO WS-ER-REASON-TXT
              END-STRING
              PERFORM 3800-FILE-ENTRY
                 THRU 3800-EXIT
              READ CurrExceptFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE CurrExceptFile.
       3750-EXIT.
              EXIT.

       3800-FILE-ENTRY.
      *        THE WS-ER- STAGING FIELDS ARE SET BY THE CALLER.  A
      *        NEW KEY OPENS A FRESH ENTRY; A KEY ALREADY ON FILE
      *        (A RERUN, OR THE SAME CODE TWICE ON ONE RECORD) ONLY
      *        RAISES THE HIT COUNT AND FILLS IN WHAT WAS BLANK
           ADD +1 TO WS-ENTRIES-LOADED.
           MOVE RC-CYCLE-DATE     TO ER-CYCLE-DATE.
           MOVE RC-RUN-NO         TO ER-RUN-NO.
           MOVE WS-ER-SEQ-SOURCE  TO ER-SEQ-SOURCE.
           MOVE WS-ER-SEQ-NO      TO ER-SEQ-NO.
           MOVE WS-ER-EXCEPT-CODE TO ER-EXCEPT-CODE.
           READ ExceptRegFile
              INVALID KEY
                 PERFORM 3810-OPEN-NEW-ENTRY
                    THRU 3810-EXIT
                 GO TO 3800-EXIT
           END-READ.
           ADD +1 TO ER-HIT-COUNT.
           IF ER-ID-VALUE = SPACES THEN
              MOVE WS-ER-ID-VALUE TO ER-ID-VALUE
           END-IF.
           IF ER-PARTNER-ID = SPACES THEN
              MOVE WS-ER-PARTNER-ID TO ER-PARTNER-ID
           END-IF.
           REWRITE EXCEPT-REG-REC.
       3800-EXIT.
              EXIT.
       3810-OPEN-NEW-ENTRY.
           MOVE SPACES TO EXCEPT-REG-REC.
           MOVE RC-CYCLE-DATE     TO ER-CYCLE-DATE.
           MOVE RC-RUN-NO         TO ER-RUN-NO.
           MOVE WS-ER-SEQ-SOURCE  TO ER-SEQ-SOURCE.
           MOVE WS-ER-SEQ-NO      TO ER-SEQ-NO.
           MOVE WS-ER-EXCEPT-CODE TO ER-EXCEPT-CODE.
           MOVE WS-ER-ID-VALUE    TO ER-ID-VALUE.
           MOVE WS-ER-SOURCE      TO ER-SOURCE.
           MOVE WS-ER-PARTNER-ID  TO ER-PARTNER-ID.
           MOVE WS-ER-JSON-KEY    TO ER-JSON-KEY.
           MOVE WS-ER-REASON-TXT  TO ER-REASON-TEXT.
           MOVE 1                 TO ER-HIT-COUNT.
           SET ER-STAT-OPEN       TO TRUE.
           MOVE RC-CYCLE-DATE     TO ER-STATUS-DATE.
           WRITE EXCEPT-REG-REC
              INVALID KEY
                 ADD +1 TO WS-REG-WRITE-ERRS
                 DISPLAY "REGISTER WRITE FAILED - FILE STATUS "
                    WS-ER-STATUS " RECORD " WS-ER-SEQ-SOURCE
                    WS-ER-SEQ-NO
                    " CODE " WS-ER-EXCEPT-CODE
                 GO TO 3810-EXIT
           END-WRITE.
           ADD +1 TO WS-ENTRIES-NEW.
       3810-EXIT.
              EXIT.

       3900-CHECK-STAMP.
      *        THE CALLER HAS READ THE FILE'S FIRST RECORD INTO
      *        RUN-HEADER-LINE.  AN EXCEPTION FILE FROM ANOTHER
      *        CYCLE WOULD FILE ITS PROBLEMS UNDER THE WRONG DATE,
      *        SO THE RUN STOPS - A RERUN ONCE THE FILE IS PUT
      *        RIGHT RESETS AND RELOADS THE CYCLE, SO NOTHING IS
      *        LEFT HALF DONE
           IF END-OF-INPUT-FILE OR NOT RUN-HEADER-PRESENT THEN
              DISPLAY WS-STAMP-FILE " CARRIES NO CYCLEHDR STAMP"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RH-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR RH-RUN-NO NOT = RC-RUN-NO THEN
              DISPLAY WS-STAMP-FILE " IS CYCLE " RH-CYCLE-DATE
                 " RUN " RH-RUN-NO " - EXPECTED CYCLE "
                 RC-CYCLE-DATE " RUN " RC-RUN-NO
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
       3900-EXIT.
              EXIT.

       3950-SCAN-RAW-VALUE.
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
              GO TO 3950-EXIT
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
              GO TO 3950-EXIT
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
              GO TO 3950-EXIT
           END-IF.
           IF WS-RAW-JSON(WS-SCAN-POS:1) NOT = ":" THEN
              GO TO 3950-EXIT
           END-IF.
           ADD +1 TO WS-SCAN-POS.
           PERFORM UNTIL WS-SCAN-POS > +32000
              OR WS-RAW-JSON(WS-SCAN-POS:1) NOT = SPACE
              ADD +1 TO WS-SCAN-POS
           END-PERFORM.
           IF WS-SCAN-POS > +32000 THEN
              GO TO 3950-EXIT
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
       3950-EXIT.
              EXIT.

       4000-SWEEP-VANISHED-ENTRIES.
      *        AFTER A RERUN'S RELOAD, AN ENTRY OF THIS CYCLE LEFT AT
      *        ZERO HITS IS ONE THE RERUN STEP NO LONGER RAISED -
      *        IT IS TAKEN OFF THE REGISTER RATHER THAN LEFT TO AGE
           PERFORM 2900-START-CYCLE-ENTRIES
              THRU 2900-EXIT.
           PERFORM 4010-SWEEP-ONE-ENTRY
              THRU 4010-EXIT
              UNTIL END-OF-REGISTER.
       4000-EXIT.
              EXIT.
       4010-SWEEP-ONE-ENTRY.
           READ ExceptRegFile NEXT RECORD
              AT END
                 SET END-OF-REGISTER TO TRUE
                 GO TO 4010-EXIT
           END-READ.
           IF ER-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR ER-RUN-NO NOT = RC-RUN-NO THEN
              SET END-OF-REGISTER TO TRUE
              GO TO 4010-EXIT
           END-IF.
           IF ER-HIT-COUNT = ZERO THEN
              DELETE ExceptRegFile
              ADD +1 TO WS-ENTRIES-VANISHED
           END-IF.
       4010-EXIT.
              EXIT.

       5000-MATCH-PARSED-RECORDS.
      *        ONE PASS OVER THE CYCLE'S PARSED RECORDS.  A RECORD
      *        WITH ENTRIES OF ITS OWN LENDS THEM ITS IDENTIFYING
      *        VALUE AND PARTNER; A RECORD WITH NONE CAME THROUGH
      *        CLEAN AND CLOSES WHATEVER EARLIER CYCLES STILL HOLD
      *        OPEN AGAINST THE SAME IDENTIFYING VALUE
           OPEN INPUT ParsedOutFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "PARSED-OUT.dat NOT PRESENT - NO ENTRY "
                 "ENRICHED OR CLOSED BY A CLEAN RECORD"
              GO TO 5000-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ ParsedOutFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE PARSED-OUT-REC TO RUN-HEADER-LINE.
           MOVE "PARSED-OUT.dat" TO WS-STAMP-FILE.
           PERFORM 3900-CHECK-STAMP
              THRU 3900-EXIT.
           READ ParsedOutFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE ZERO TO WS-CURR-REC-SEQ-NO.
           PERFORM UNTIL END-OF-INPUT-FILE
              PERFORM 5010-NOTE-PAIR
                 THRU 5010-EXIT
              READ ParsedOutFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           IF WS-CURR-REC-SEQ-NO > ZERO THEN
              PERFORM 5100-END-OF-RECORD
                 THRU 5100-EXIT
           END-IF.
           CLOSE ParsedOutFile.
       5000-EXIT.
              EXIT.

       5010-NOTE-PAIR.
      *        PARSED-OUT.dat ARRIVES IN RECORD/ITEM SEQUENCE, SO A
      *        CHANGE OF PO-RECORD-SEQ-NO MEANS THE PRIOR RECORD IS
      *        COMPLETE
           IF PO-RECORD-SEQ-NO NOT = WS-CURR-REC-SEQ-NO THEN
              IF WS-CURR-REC-SEQ-NO > ZERO THEN
                 PERFORM 5100-END-OF-RECORD
                    THRU 5100-EXIT
              END-IF
              MOVE PO-RECORD-SEQ-NO TO WS-CURR-REC-SEQ-NO
              MOVE SPACES TO WS-CURR-ID-VALUE
              MOVE SPACES TO WS-CURR-PARTNER-ID
           END-IF.
           IF PO-JSON-KEY = WS-ID-KEY-NAME THEN
              MOVE PO-JSON-VAL TO WS-CURR-ID-VALUE
           END-IF.
           IF PO-JSON-KEY = WS-PARTNER-KEY-NAME THEN
              MOVE PO-JSON-VAL(1:20) TO WS-CURR-PARTNER-ID
           END-IF.
       5010-EXIT.
              EXIT.

       5100-END-OF-RECORD.
           ADD +1 TO WS-RECORDS-CHECKED.
           SET ENTRY-UNFOUND TO TRUE.
           SET MORE-REGISTER-RECS TO TRUE.
           MOVE RC-CYCLE-DATE      TO ER-CYCLE-DATE.
           MOVE RC-RUN-NO          TO ER-RUN-NO.
           MOVE "P"                TO ER-SEQ-SOURCE.
           MOVE WS-CURR-REC-SEQ-NO TO ER-SEQ-NO.
           MOVE LOW-VALUES         TO ER-EXCEPT-CODE.
           START ExceptRegFile KEY NOT < ER-KEY
              INVALID KEY
                 SET END-OF-REGISTER TO TRUE
           END-START.
           PERFORM 5110-ENRICH-ONE-ENTRY
              THRU 5110-EXIT
              UNTIL END-OF-REGISTER.
           IF ENTRY-FOUND OR WS-CURR-ID-VALUE = SPACES THEN
              GO TO 5100-EXIT
           END-IF.
           ADD +1 TO WS-CLEAN-RECORDS.
           PERFORM 5200-CLOSE-BY-ID
              THRU 5200-EXIT.
       5100-EXIT.
              EXIT.

       5110-ENRICH-ONE-ENTRY.
           READ ExceptRegFile NEXT RECORD
              AT END
                 SET END-OF-REGISTER TO TRUE
                 GO TO 5110-EXIT
           END-READ.
           IF ER-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR ER-RUN-NO NOT = RC-RUN-NO
      *        THE RESPONSE LEG'S NUMBERS ARE NOT PARSED RECORD
      *        NUMBERS - SEE 3600
              OR NOT ER-SEQ-PARSED
              OR ER-SEQ-NO NOT = WS-CURR-REC-SEQ-NO THEN
              SET END-OF-REGISTER TO TRUE
              GO TO 5110-EXIT
           END-IF.
           SET ENTRY-FOUND TO TRUE.
           IF ER-ID-VALUE NOT = SPACES
              AND ER-PARTNER-ID NOT = SPACES THEN
              GO TO 5110-EXIT
           END-IF.
           IF ER-ID-VALUE = SPACES THEN
              MOVE WS-CURR-ID-VALUE TO ER-ID-VALUE
           END-IF.
           IF ER-PARTNER-ID = SPACES THEN
              MOVE WS-CURR-PARTNER-ID TO ER-PARTNER-ID
           END-IF.
           REWRITE EXCEPT-REG-REC.
           ADD +1 TO WS-ENTRIES-ENRICHED.
       5110-EXIT.
              EXIT.

       5200-CLOSE-BY-ID.
      *        EVERY ENTRY FILED AGAINST THE SAME IDENTIFYING VALUE
      *        IN AN EARLIER CYCLE OR RUN AND STILL OPEN OR IN
      *        PROGRESS IS RESOLVED BY THIS CLEAN COPY
           MOVE "R" TO WS-CLOSE-STATUS.
           MOVE "SYSTEM" TO WS-CLOSE-BY.
           MOVE SPACES TO WS-CLOSE-NOTE.
           STRING "CLEARED BY CLEAN RECORD " DELIMITED BY SIZE
                  WS-CURR-REC-SEQ-NO DELIMITED BY SIZE
                  " OF CYCLE "       DELIMITED BY SIZE
                  RC-CYCLE-DATE      DELIMITED BY SIZE
                  " RUN "            DELIMITED BY SIZE
                  RC-RUN-NO          DELIMITED BY SIZE
              INTO WS-CLOSE-NOTE
           END-STRING.
           SET MORE-REGISTER-RECS TO TRUE.
           MOVE WS-CURR-ID-VALUE TO ER-ID-VALUE.
           START ExceptRegFile KEY = ER-ID-VALUE
              INVALID KEY
                 SET END-OF-REGISTER TO TRUE
           END-START.
           PERFORM 5210-CLOSE-ONE-BY-ID
              THRU 5210-EXIT
              UNTIL END-OF-REGISTER.
       5200-EXIT.
              EXIT.

       5210-CLOSE-ONE-BY-ID.
           READ ExceptRegFile NEXT RECORD
              AT END
                 SET END-OF-REGISTER TO TRUE
                 GO TO 5210-EXIT
           END-READ.
           IF ER-ID-VALUE NOT = WS-CURR-ID-VALUE THEN
              SET END-OF-REGISTER TO TRUE
              GO TO 5210-EXIT
           END-IF.
           IF NOT ER-STAT-UNRESOLVED THEN
              GO TO 5210-EXIT
           END-IF.
           IF ER-CYCLE-DATE > RC-CYCLE-DATE THEN
              GO TO 5210-EXIT
           END-IF.
           IF ER-CYCLE-DATE = RC-CYCLE-DATE
              AND ER-RUN-NO NOT < RC-RUN-NO THEN
              GO TO 5210-EXIT
           END-IF.
           PERFORM 5900-CLOSE-ENTRY
              THRU 5900-EXIT.
           ADD +1 TO WS-CLOSED-CLEAN.
       5210-EXIT.
              EXIT.

       5900-CLOSE-ENTRY.
      *        WS-CLOSE-STATUS, -NOTE AND -BY ARE SET BY THE CALLER
      *        AND THE REGISTER IS ON THE ENTRY TO CLOSE
           MOVE WS-CLOSE-STATUS TO ER-STATUS.
           MOVE WS-CLOSE-NOTE   TO ER-NOTE.
           MOVE WS-CLOSE-BY     TO ER-UPDATED-BY.
           MOVE RC-CYCLE-DATE   TO ER-STATUS-DATE.
           REWRITE EXCEPT-REG-REC.
       5900-EXIT.
              EXIT.

       6000-APPLY-RECYCLE-AUDIT.
      *        RejectRecycle'S AUDIT TRAIL SAYS WHAT BECAME OF EACH
      *        OF THIS CYCLE'S REJECTS - A RESUBMISSION ONLY PUTS THE
      *        ENTRY IN PROGRESS, SINCE NOTHING IS PROVED UNTIL THE
      *        RESUBMITTED RECORD COMES THROUGH CLEAN AND 5200
      *        RESOLVES IT (IF IT FAILS AGAIN THAT IS A NEW ENTRY AND
      *        THIS ONE STAYS IN PROGRESS FOR OPERATIONS), A DROP OR
      *        AGE-OUT WRITES IT OFF, AND A HELD RECORD STAYS OPEN
           OPEN INPUT AuditFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "RECYCLE-AUDIT.dat NOT PRESENT - NO ENTRY "
                 "CLOSED BY RECYCLE"
              GO TO 6000-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ AuditFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE AUDIT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "RECYCLE-AUDIT.dat" TO WS-STAMP-FILE.
           PERFORM 3900-CHECK-STAMP
              THRU 3900-EXIT.
           READ AuditFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE "RECYCLE" TO WS-CLOSE-BY.
           PERFORM UNTIL END-OF-INPUT-FILE
              PERFORM 6010-APPLY-ONE-AUDIT
                 THRU 6010-EXIT
              READ AuditFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE AuditFile.
       6000-EXIT.
              EXIT.

       6010-APPLY-ONE-AUDIT.
           EVALUATE AU-ACTION
              WHEN "RESUB-AS-IS"
              WHEN "RESUB-DELIM"
                 MOVE "P" TO WS-CLOSE-STATUS
                 MOVE "RESUBMITTED BY RejectRecycle"
                   TO WS-CLOSE-NOTE
              WHEN "DROPPED"
              WHEN "DROPPED-LONG"
              WHEN "AGED-OUT"
                 MOVE "W" TO WS-CLOSE-STATUS
                 MOVE SPACES TO WS-CLOSE-NOTE
                 STRING "RejectRecycle " DELIMITED BY SIZE
                        AU-ACTION        DELIMITED BY SPACE
                    INTO WS-CLOSE-NOTE
                 END-STRING
              WHEN OTHER
                 GO TO 6010-EXIT
           END-EVALUATE.
           MOVE RC-CYCLE-DATE  TO ER-CYCLE-DATE.
           MOVE RC-RUN-NO      TO ER-RUN-NO.
           MOVE "P"            TO ER-SEQ-SOURCE.
           MOVE AU-SEQ-NO      TO ER-SEQ-NO.
           MOVE AU-REASON-CODE TO ER-EXCEPT-CODE.
           READ ExceptRegFile
              INVALID KEY
                 GO TO 6010-EXIT
           END-READ.
           IF NOT ER-STAT-UNRESOLVED THEN
              GO TO 6010-EXIT
           END-IF.
           PERFORM 5900-CLOSE-ENTRY
              THRU 5900-EXIT.
           IF WS-CLOSE-STATUS = "P" THEN
              ADD +1 TO WS-RESUB-PENDING
           ELSE
              ADD +1 TO WS-WRITTEN-OFF-RECYCLE
           END-IF.
       6010-EXIT.
              EXIT.

       7000-APPLY-UPDATES.
      *        EXCEPT-UPD.dat IS OPTIONAL - OPERATIONS KEY ONE ROW
      *        PER ENTRY THEY ARE WORKING: THE ENTRY'S KEY (THE
      *        SEQUENCE SOURCE IN THE LAST COLUMN, BLANK MEANING "P"
      *        FOR A PARSED RECORD, "M" FOR A MASTER-IN RECORD), THEIR
      *        USER ID, AND ANY OF A NEW STATUS, OWNER OR NOTE (A
      *        BLANK FIELD LEAVES THE ENTRY'S VALUE ALONE).  THEY
      *        ARE APPLIED LAST SO A PERSON ALWAYS HAS THE FINAL SAY
      *        OVER THE AUTOMATIC CLOSES ABOVE
           OPEN INPUT ExceptUpdFile.
           IF WS-IN-STATUS NOT = "00" THEN
              GO TO 7000-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ ExceptUpdFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              PERFORM 7010-APPLY-ONE-UPDATE
                 THRU 7010-EXIT
              READ ExceptUpdFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE ExceptUpdFile.
       7000-EXIT.
              EXIT.

       7010-APPLY-ONE-UPDATE.
           IF EXCEPT-UPD-REC = SPACES THEN
              GO TO 7010-EXIT
           END-IF.
           ADD +1 TO WS-UPDATES-READ.
           SET UPDATE-ACCEPTED TO TRUE.
           EVALUATE TRUE
              WHEN EU-CYCLE-DATE IS NOT NUMERIC
                 OR EU-RUN-NO IS NOT NUMERIC
                 OR EU-SEQ-NO IS NOT NUMERIC
                 SET UPDATE-REFUSED TO TRUE
                 MOVE "ENTRY KEY IS NOT NUMERIC"
                   TO WS-UPD-REASON-TXT
              WHEN EU-SEQ-SOURCE NOT = SPACE
                 AND EU-SEQ-SOURCE NOT = "P"
                 AND EU-SEQ-SOURCE NOT = "M"
                 SET UPDATE-REFUSED TO TRUE
                 MOVE "SEQUENCE SOURCE MUST BE P OR M"
                   TO WS-UPD-REASON-TXT
              WHEN EU-USER-ID = SPACES
                 SET UPDATE-REFUSED TO TRUE
                 MOVE "NO USER ID ON THE UPDATE"
                   TO WS-UPD-REASON-TXT
              WHEN EU-STATUS NOT = SPACE
                 AND EU-STATUS NOT = "O" AND EU-STATUS NOT = "P"
                 AND EU-STATUS NOT = "R" AND EU-STATUS NOT = "W"
                 SET UPDATE-REFUSED TO TRUE
                 MOVE "STATUS MUST BE O, P, R OR W"
                   TO WS-UPD-REASON-TXT
              WHEN EU-STATUS = SPACE AND EU-OWNER = SPACES
                 AND EU-NOTE = SPACES
                 SET UPDATE-REFUSED TO TRUE
                 MOVE "NOTHING TO CHANGE"
                   TO WS-UPD-REASON-TXT
      *        A WRITE-OFF IS A DECISION SOMEONE MAY HAVE TO ANSWER
      *        FOR LATER - IT MUST SAY WHY
              WHEN EU-STATUS = "W" AND EU-NOTE = SPACES
                 SET UPDATE-REFUSED TO TRUE
                 MOVE "WRITE-OFF NEEDS A NOTE"
                   TO WS-UPD-REASON-TXT
           END-EVALUATE.
           IF UPDATE-ACCEPTED THEN
              MOVE EU-CYCLE-DATE  TO ER-CYCLE-DATE
              MOVE EU-RUN-NO      TO ER-RUN-NO
              MOVE EU-SEQ-SOURCE  TO ER-SEQ-SOURCE
              IF EU-SEQ-SOURCE = SPACE THEN
                 MOVE "P" TO ER-SEQ-SOURCE
              END-IF
              MOVE EU-SEQ-NO      TO ER-SEQ-NO
              MOVE EU-EXCEPT-CODE TO ER-EXCEPT-CODE
              READ ExceptRegFile
                 INVALID KEY
                    SET UPDATE-REFUSED TO TRUE
                    MOVE "NO SUCH ENTRY ON THE REGISTER"
                      TO WS-UPD-REASON-TXT
              END-READ
           END-IF.
           IF UPDATE-REFUSED THEN
              ADD +1 TO WS-UPDATES-REFUSED
              DISPLAY "UPDATE REFUSED: " EU-CYCLE-DATE " "
                 EU-RUN-NO " " EU-SEQ-SOURCE EU-SEQ-NO " "
                 EU-EXCEPT-CODE
                 " - " WS-UPD-REASON-TXT
              GO TO 7010-EXIT
           END-IF.
           IF EU-STATUS NOT = SPACE THEN
              MOVE EU-STATUS TO ER-STATUS
           END-IF.
           IF EU-OWNER NOT = SPACES THEN
              MOVE EU-OWNER TO ER-OWNER
           END-IF.
           IF EU-NOTE NOT = SPACES THEN
              MOVE EU-NOTE TO ER-NOTE
           END-IF.
           MOVE EU-USER-ID    TO ER-UPDATED-BY.
           MOVE RC-CYCLE-DATE TO ER-STATUS-DATE.
           REWRITE EXCEPT-REG-REC.
           ADD +1 TO WS-UPDATES-APPLIED.
       7010-EXIT.
              EXIT.

       8000-AGING-REPORT.
      *        ONE PASS OVER THE WHOLE REGISTER IN KEY ORDER -
      *        EVERY ENTRY STILL OPEN OR IN PROGRESS IS AGED FROM
      *        ITS CYCLE DATE TO TODAY'S AND COUNTED IN ITS BUCKET
      *        BY CODE, BY PARTNER AND OVERALL
           MOVE ZERO TO WS-AGT-BUCKET(1).
           MOVE ZERO TO WS-AGT-BUCKET(2).
           MOVE ZERO TO WS-AGT-BUCKET(3).
           MOVE ZEROS TO WS-AGE-DATE.
           SET MORE-REGISTER-RECS TO TRUE.
           MOVE LOW-VALUES TO ER-KEY.
           START ExceptRegFile KEY NOT < ER-KEY
              INVALID KEY
                 SET END-OF-REGISTER TO TRUE
           END-START.
           PERFORM 8010-AGE-ONE-ENTRY
              THRU 8010-EXIT
              UNTIL END-OF-REGISTER.
           PERFORM 8400-WRITE-AGING-ROWS
              THRU 8400-EXIT.
           CLOSE AgingFile.
       8000-EXIT.
              EXIT.

       8010-AGE-ONE-ENTRY.
           READ ExceptRegFile NEXT RECORD
              AT END
                 SET END-OF-REGISTER TO TRUE
                 GO TO 8010-EXIT
           END-READ.
           IF NOT ER-STAT-UNRESOLVED THEN
              GO TO 8010-EXIT
           END-IF.
           IF ER-STAT-OPEN THEN
              ADD +1 TO WS-OPEN-ITEMS
           ELSE
              ADD +1 TO WS-IN-PROGRESS-ITEMS
           END-IF.
      *        THE REGISTER IS IN CYCLE DATE ORDER, SO THE DAY
      *        NUMBER IS ONLY WORKED OUT AFRESH WHEN THE DATE CHANGES
           IF ER-CYCLE-DATE NOT = WS-AGE-DATE THEN
              MOVE ER-CYCLE-DATE TO WS-AGE-DATE
              PERFORM 8300-DAY-NUMBER
                 THRU 8300-EXIT
           END-IF.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-AGE-DAY-NO.
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= WS-AGE-LIMIT-1
                 MOVE 1 TO WS-AGE-BUCKET
              WHEN WS-AGE-DAYS <= WS-AGE-LIMIT-2
                 MOVE 2 TO WS-AGE-BUCKET
              WHEN OTHER
                 MOVE 3 TO WS-AGE-BUCKET
           END-EVALUATE.
           ADD +1 TO WS-AGT-BUCKET(WS-AGE-BUCKET).
           PERFORM 8100-FIND-CODE-ROW
              THRU 8100-EXIT.
           ADD +1 TO WS-AGC-BUCKET(WS-AGC-IDX, WS-AGE-BUCKET).
           PERFORM 8200-FIND-PARTNER-ROW
              THRU 8200-EXIT.
           ADD +1 TO WS-AGP-BUCKET(WS-AGP-IDX, WS-AGE-BUCKET).
       8010-EXIT.
              EXIT.

       8100-FIND-CODE-ROW.
      *        FINDS OR OPENS THE AGING ROW FOR ER-EXCEPT-CODE AND
      *        LEAVES WS-AGC-IDX ON IT
           SET ENTRY-UNFOUND TO TRUE.
           PERFORM VARYING WS-AGC-IDX FROM 1 BY 1
              UNTIL WS-AGC-IDX > WS-AGC-NUM
                 OR ENTRY-FOUND
              IF ER-EXCEPT-CODE = WS-AGC-CODE(WS-AGC-IDX) THEN
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND THEN
      *        THE VARYING LOOP LEAVES THE INDEX ONE PAST THE MATCH
              SET WS-AGC-IDX DOWN BY 1
              GO TO 8100-EXIT
           END-IF.
           IF WS-AGC-NUM >= WS-AGC-MAX THEN
              SET WS-AGC-IDX TO WS-AGC-NUM
              GO TO 8100-EXIT
           END-IF.
           ADD +1 TO WS-AGC-NUM.
           SET WS-AGC-IDX TO WS-AGC-NUM.
           MOVE ER-EXCEPT-CODE TO WS-AGC-CODE(WS-AGC-IDX).
           MOVE ZERO TO WS-AGC-BUCKET(WS-AGC-IDX, 1).
           MOVE ZERO TO WS-AGC-BUCKET(WS-AGC-IDX, 2).
           MOVE ZERO TO WS-AGC-BUCKET(WS-AGC-IDX, 3).
       8100-EXIT.
              EXIT.

       8200-FIND-PARTNER-ROW.
      *        FINDS OR OPENS THE AGING ROW FOR THE ENTRY'S PARTNER
      *        AND LEAVES WS-AGP-IDX ON IT
           MOVE ER-PARTNER-ID TO WS-AGE-PARTNER-ID.
           IF WS-AGE-PARTNER-ID = SPACES THEN
              MOVE "*NONE*" TO WS-AGE-PARTNER-ID
           END-IF.
           SET ENTRY-UNFOUND TO TRUE.
           PERFORM VARYING WS-AGP-IDX FROM 1 BY 1
              UNTIL WS-AGP-IDX > WS-AGP-NUM
                 OR ENTRY-FOUND
              IF WS-AGE-PARTNER-ID
                 = WS-AGP-PARTNER-ID(WS-AGP-IDX) THEN
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND THEN
      *        THE VARYING LOOP LEAVES THE INDEX ONE PAST THE MATCH
              SET WS-AGP-IDX DOWN BY 1
              GO TO 8200-EXIT
           END-IF.
           IF WS-AGP-NUM >= WS-AGP-MAX THEN
              SET WS-AGP-IDX TO WS-AGP-NUM
              GO TO 8200-EXIT
           END-IF.
           ADD +1 TO WS-AGP-NUM.
           SET WS-AGP-IDX TO WS-AGP-NUM.
           MOVE WS-AGE-PARTNER-ID TO WS-AGP-PARTNER-ID(WS-AGP-IDX).
           MOVE ZERO TO WS-AGP-BUCKET(WS-AGP-IDX, 1).
           MOVE ZERO TO WS-AGP-BUCKET(WS-AGP-IDX, 2).
           MOVE ZERO TO WS-AGP-BUCKET(WS-AGP-IDX, 3).
       8200-EXIT.
              EXIT.

       8300-DAY-NUMBER.
      *        TURNS WS-AGE-DATE (CCYYMMDD) INTO ITS DAY NUMBER IN
      *        WS-AGE-DAY-NO THROUGH DateCheck.  A DATE DateCheck
      *        REFUSES AGES AS TODAY RATHER THAN AS A HUGE NUMBER
           MOVE SPACES TO DTC-VALUE-TEXT.
           MOVE WS-AGE-DATE TO DTC-VALUE-TEXT(1:8).
           MOVE 8 TO DTC-VALUE-LEN.
           MOVE "CCYYMMDD" TO DTC-FORMAT.
           CALL "DateCheck" USING DATE-CHECK-PARMS.
           IF DTC-VALID THEN
              MOVE DTC-DAY-NUMBER TO WS-AGE-DAY-NO
           ELSE
              MOVE WS-TODAY-DAY-NO TO WS-AGE-DAY-NO
           END-IF.
       8300-EXIT.
              EXIT.

       8400-WRITE-AGING-ROWS.
      *        ONE ROW PER EXCEPTION CODE, ONE PER PARTNER AND A
      *        GRAND TOTAL, AFTER THE CYCLEHDR STAMP
           PERFORM VARYING WS-AGC-IDX FROM 1 BY 1
              UNTIL WS-AGC-IDX > WS-AGC-NUM
              MOVE SPACES TO AGING-REC
              MOVE "CODE"   TO AG-GROUP-TYPE
              MOVE WS-AGC-CODE(WS-AGC-IDX) TO AG-GROUP-VALUE
              MOVE WS-AGC-BUCKET(WS-AGC-IDX, 1) TO AG-AGE-0-1
              MOVE WS-AGC-BUCKET(WS-AGC-IDX, 2) TO AG-AGE-2-5
              MOVE WS-AGC-BUCKET(WS-AGC-IDX, 3) TO AG-AGE-6-UP
              COMPUTE AG-OPEN-TOTAL = WS-AGC-BUCKET(WS-AGC-IDX, 1)
                 + WS-AGC-BUCKET(WS-AGC-IDX, 2)
                 + WS-AGC-BUCKET(WS-AGC-IDX, 3)
              WRITE AGING-REC
           END-PERFORM.
           PERFORM VARYING WS-AGP-IDX FROM 1 BY 1
              UNTIL WS-AGP-IDX > WS-AGP-NUM
              MOVE SPACES TO AGING-REC
              MOVE "PARTNER" TO AG-GROUP-TYPE
              MOVE WS-AGP-PARTNER-ID(WS-AGP-IDX) TO AG-GROUP-VALUE
              MOVE WS-AGP-BUCKET(WS-AGP-IDX, 1) TO AG-AGE-0-1
              MOVE WS-AGP-BUCKET(WS-AGP-IDX, 2) TO AG-AGE-2-5
              MOVE WS-AGP-BUCKET(WS-AGP-IDX, 3) TO AG-AGE-6-UP
              COMPUTE AG-OPEN-TOTAL = WS-AGP-BUCKET(WS-AGP-IDX, 1)
                 + WS-AGP-BUCKET(WS-AGP-IDX, 2)
                 + WS-AGP-BUCKET(WS-AGP-IDX, 3)
              WRITE AGING-REC
           END-PERFORM.
           MOVE SPACES TO AGING-REC.
           MOVE "TOTAL" TO AG-GROUP-TYPE.
           MOVE "ALL OPEN ITEMS" TO AG-GROUP-VALUE.
           MOVE WS-AGT-BUCKET(1) TO AG-AGE-0-1.
           MOVE WS-AGT-BUCKET(2) TO AG-AGE-2-5.
           MOVE WS-AGT-BUCKET(3) TO AG-AGE-6-UP.
           COMPUTE AG-OPEN-TOTAL = WS-AGT-BUCKET(1)
              + WS-AGT-BUCKET(2) + WS-AGT-BUCKET(3).
           WRITE AGING-REC.
       8400-EXIT.
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
           MOVE "ENTRIES-LOADED" TO WS-CC-COUNTER.
           MOVE WS-ENTRIES-LOADED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "ENTRIES-NEW" TO WS-CC-COUNTER.
           MOVE WS-ENTRIES-NEW TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "ENTRIES-VANISHED" TO WS-CC-COUNTER.
           MOVE WS-ENTRIES-VANISHED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "CLOSED-CLEAN" TO WS-CC-COUNTER.
           MOVE WS-CLOSED-CLEAN TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RESUB-PENDING" TO WS-CC-COUNTER.
           MOVE WS-RESUB-PENDING TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "WRITTEN-OFF-RECYCLE" TO WS-CC-COUNTER.
           MOVE WS-WRITTEN-OFF-RECYCLE TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "UPDATES-APPLIED" TO WS-CC-COUNTER.
           MOVE WS-UPDATES-APPLIED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "UPDATES-REFUSED" TO WS-CC-COUNTER.
           MOVE WS-UPDATES-REFUSED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "OPEN-ITEMS" TO WS-CC-COUNTER.
           MOVE WS-OPEN-ITEMS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "IN-PROGRESS-ITEMS" TO WS-CC-COUNTER.
           MOVE WS-IN-PROGRESS-ITEMS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "ExceptRegister" TO CC-PROGRAM.
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
      *        PRINTS THE RUN'S CONTROL TOTALS AND THE AGING SUMMARY
      *        OPERATIONS WORK FROM EACH MORNING
           DISPLAY " ".
           DISPLAY "===== EXCEPTION REGISTER CONTROL TOTALS =====".
           DISPLAY "EXCEPTION ROWS LOADED . . . " WS-ENTRIES-LOADED.
           DISPLAY "NEW REGISTER ENTRIES. . . . " WS-ENTRIES-NEW.
           DISPLAY "ENTRIES GONE ON RERUN . . . " WS-ENTRIES-VANISHED.
           DISPLAY "REGISTER WRITE FAILURES . . " WS-REG-WRITE-ERRS.
           DISPLAY "PARSED RECORDS CHECKED. . . " WS-RECORDS-CHECKED.
           DISPLAY "ENTRIES GIVEN ID/PARTNER. . " WS-ENTRIES-ENRICHED.
           DISPLAY "CLEAN RECORDS WITH AN ID. . " WS-CLEAN-RECORDS.
           DISPLAY "CLOSED BY CLEAN RECORD. . . " WS-CLOSED-CLEAN.
           DISPLAY "IN PROGRESS BY RESUBMISSION " WS-RESUB-PENDING.
           DISPLAY "WRITTEN OFF BY RECYCLE. . . "
              WS-WRITTEN-OFF-RECYCLE.
           DISPLAY "UPDATES READ. . . . . . . . " WS-UPDATES-READ.
           DISPLAY "UPDATES APPLIED . . . . . . " WS-UPDATES-APPLIED.
           DISPLAY "UPDATES REFUSED . . . . . . " WS-UPDATES-REFUSED.
           DISPLAY "OPEN ITEMS. . . . . . . . . " WS-OPEN-ITEMS.
           DISPLAY "IN-PROGRESS ITEMS . . . . . " WS-IN-PROGRESS-ITEMS.
           DISPLAY " ".
           DISPLAY "AGING BY CODE (0-1 / 2-5 / 6+ DAYS):".
           PERFORM VARYING WS-AGC-IDX FROM 1 BY 1
              UNTIL WS-AGC-IDX > WS-AGC-NUM
              DISPLAY "  " WS-AGC-CODE(WS-AGC-IDX)
                 " " WS-AGC-BUCKET(WS-AGC-IDX, 1)
                 " " WS-AGC-BUCKET(WS-AGC-IDX, 2)
                 " " WS-AGC-BUCKET(WS-AGC-IDX, 3)
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "AGING BY PARTNER (0-1 / 2-5 / 6+ DAYS):".
           PERFORM VARYING WS-AGP-IDX FROM 1 BY 1
              UNTIL WS-AGP-IDX > WS-AGP-NUM
              DISPLAY "  " WS-AGP-PARTNER-ID(WS-AGP-IDX)
                 " " WS-AGP-BUCKET(WS-AGP-IDX, 1)
                 " " WS-AGP-BUCKET(WS-AGP-IDX, 2)
                 " " WS-AGP-BUCKET(WS-AGP-IDX, 3)
           END-PERFORM.
           DISPLAY "==============================================".
       9900-EXIT.
              EXIT.
       END PROGRAM ExceptRegister.
