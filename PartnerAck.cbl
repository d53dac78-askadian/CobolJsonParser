       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PartnerAck.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    PARTNER ACKNOWLEDGEMENTS.  THE OUTCOME OF EVERY INBOUND    *
      *    RECORD IS ALREADY SPREAD OVER THE CYCLE'S FILES - THIS     *
      *    STEP MATCHES THEM UP BY RECORD SEQUENCE NUMBER:            *
      *                                                               *
      *      PARSED-OUT.dat     THE RECORD WAS PARSED - ITS PAIRS     *
      *                         GIVE THE PARTNER, THE IDENTIFYING     *
      *                         VALUE AND THE AMOUNT                  *
      *      REJECT.dat         REJECTED BY THE PARSER                *
      *      DUPLICATE.dat      DIVERTED AS DUPX / DUPC               *
      *      SHORTFALL.dat      A SELECTED KEY WAS NOT SENT           *
      *      SCHEMA-EXCEPT.dat  FLAGGED BY JSONValidator              *
      *      RULE-EXCEPT.dat    BROKE A BUSINESS RULE                 *
      *      MAP-EXCEPT.dat     FLAGGED OR ROUTED BY JSONMapper       *
      *                                                               *
      *    AND WRITES ONE ;;-TERMINATED JSON ACKNOWLEDGEMENT PER      *
      *    RECORD CARRYING THE PARTNER'S IDENTIFYING VALUE, A STATUS  *
      *    AND EVERY REASON CODE WITH ITS TEXT.  A RECORD IS          *
      *    REJECTED WHEN IT NEVER REACHES SETTLEMENT - A PARSE        *
      *    REJECT, A DUPLICATE, A HOLD-SEVERITY RULE OR A ROUTING     *
      *    CODE (RUNK / RCLS / RMIS) FROM THE MAPPER; EVERY OTHER     *
      *    REASON IS REPORTED BUT THE RECORD IS ACCEPTED.             *
      *                                                               *
      *    A RECORD THAT NEVER NAMED ITS PARTNER IS ACKED TO THE      *
      *    PARTNER WHOSE FILE THE RUN CARRIED, FROM TRANSMIT-REG.dat  *
      *    (ACK-NOPARTNER.dat ONLY WHEN THE RUN IS NOT REGISTERED).   *
      *    THE ACKS ARE SORTED BY PARTNER AND EACH PARTNER GETS ITS   *
      *    OWN FILE, ACK-<partner>.dat (ACK-<partner>.n.dat WHEN TWO  *
      *    PARTNER IDS CLEAN UP TO THE SAME NAME), CLOSED BY A        *
      *    SUMMARY ACK THAT ECHOES THE TRAILER'S record-count AND     *
      *    amount-total BESIDE OUR RECEIVED AND ACCEPTED FIGURES,     *
      *    SO THE PARTNER CAN RECONCILE ON THEIR SIDE.  THE ACK       *
      *    FILES GO BACK TO THE PARTNER AS JSON, SO LIKE              *
      *    RESUBMIT.dat THEY CARRY NO CYCLEHDR STAMP - THE CYCLE AND  *
      *    RUN ARE ON EVERY ACK.  THE NAME OF EVERY ACK FILE WRITTEN  *
      *    GOES ON ACKLIST.dat UNDER THE RUN'S CYCLEHDR HEADER, SO    *
      *    CycleArchive CAN FIND THEM ALL - THE NAMES FOLLOW THE      *
      *    RECORDS' OWN PARTNERS AND CANNOT BE WORKED OUT AFTERWARDS. *
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
           SELECT AckSortFile ASSIGN TO "ACKSORT".
      *        ONE OUTPUT FILE PER PARTNER - THE NAME IS BUILT IN
      *        WS-ACK-FILE-NAME AS EACH PARTNER'S GROUP STARTS
           SELECT AckFile ASSIGN USING WS-ACK-FILE-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ACK-STATUS.
           SELECT AckListFile ASSIGN TO "ACKLIST.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ACKL-STATUS.
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

       SD AckSortFile.
       01 ACK-SORT-REC.
          02  SR-PARTNER-ID        PIC X(20).
          02  SR-RECORD-SEQ-NO     PIC 9(07).
          02  SR-STATUS            PIC X(01).
              88  SR-ACCEPTED          VALUE "A".
              88  SR-REJECTED          VALUE "R".
          02  SR-AMOUNT            PIC S9(13)V9(04) COMP-3.
          02  SR-ACK-LINE          PIC X(4000).

       FD AckFile.
       01 ACK-REC                  PIC X(4000).

       FD AckListFile.
       01 ACK-LIST-REC             PIC X(40).

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       FD TransmitRegFile.
           COPY "TRANSREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-CC-EOF-SW       PIC X(01) VALUE 'N'.
                88 END-OF-CTL-FILE    VALUE 'Y'.
            10 WS-IN-EOF-SW       PIC X(01) VALUE 'N'.
                88 END-OF-INPUT-FILE  VALUE 'Y'.
                88 MORE-INPUT-RECS    VALUE 'N'.
            10 WS-SORT-EOF-SW     PIC X(01) VALUE 'N'.
                88 END-OF-SORTED-ACKS VALUE 'Y'.
            10 WS-ACK-OPEN-SW     PIC X(01) VALUE 'N'.
                88 ACK-FILE-OPEN      VALUE 'Y'.
                88 ACK-FILE-CLOSED    VALUE 'N'.
            10 WS-REC-STATUS-SW   PIC X(01) VALUE 'A'.
                88 RECORD-ACCEPTED    VALUE 'A'.
                88 RECORD-REJECTED    VALUE 'R'.
            10 WS-AMOUNT-SW       PIC X(01) VALUE 'N'.
                88 AMOUNT-FOUND       VALUE 'Y'.
                88 AMOUNT-UNFOUND     VALUE 'N'.
            10 WS-STATED-COUNT-SW PIC X(01) VALUE 'N'.
                88 STATED-COUNT-GIVEN VALUE 'Y'.
            10 WS-STATED-TOTAL-SW PIC X(01) VALUE 'N'.
                88 STATED-TOTAL-GIVEN VALUE 'Y'.
            10 WS-PARSER-ROWS-SW  PIC X(01) VALUE 'N'.
                88 PARSER-COUNTS-FOUND VALUE 'Y'.
            10 WS-RSN-FULL-SW     PIC X(01) VALUE 'N'.
                88 RSN-LIST-FULL      VALUE 'Y'.
                88 RSN-LIST-ROOM      VALUE 'N'.
            10 WS-NAME-USED-SW    PIC X(01) VALUE 'N'.
                88 ACK-NAME-USED      VALUE 'Y'.
                88 ACK-NAME-FREE      VALUE 'N'.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-IN-STATUS       PIC X(02) VALUE SPACES.
            10 WS-ACK-STATUS      PIC X(02) VALUE SPACES.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-TR-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-STAMP-FILE      PIC X(20) VALUE SPACES.
            10 WS-ID-KEY-NAME     PIC X(60) VALUE "id".
            10 WS-PARTNER-KEY-NAME PIC X(60) VALUE "partnerId".
            10 WS-AMOUNT-KEY-NAME PIC X(60) VALUE "amount".
      *        THE CURRENT SEQUENCE NUMBER ON EACH INPUT - A FILE
      *        THAT IS ABSENT OR AT END SHOWS WS-HIGH-SEQ SO THE
      *        MATCH NEVER PICKS IT AGAIN
            10 WS-HIGH-SEQ        PIC 9(07) VALUE 9999999.
            10 WS-PO-SEQ          PIC 9(07) VALUE 9999999.
            10 WS-RJ-SEQ          PIC 9(07) VALUE 9999999.
            10 WS-DP-SEQ          PIC 9(07) VALUE 9999999.
            10 WS-SH-SEQ          PIC 9(07) VALUE 9999999.
            10 WS-SX-SEQ          PIC 9(07) VALUE 9999999.
            10 WS-RX-SEQ          PIC 9(07) VALUE 9999999.
            10 WS-MX-SEQ          PIC 9(07) VALUE 9999999.
            10 WS-NEXT-SEQ        PIC 9(07) VALUE ZERO.
            10 WS-CURR-REC-SEQ-NO PIC 9(07) VALUE ZERO.
            10 WS-CURR-ID-VALUE   PIC X(60) VALUE SPACES.
            10 WS-CURR-PARTNER-ID PIC X(20) VALUE SPACES.
            10 WS-CURR-AMOUNT     PIC S9(13)V9(04) COMP-3 VALUE ZERO.
      *        THE PARTNER WHOSE FILE THIS RUN CARRIED, FROM
      *        TRANSMIT-REG.dat - SPACES WHEN THE RUN IS NOT THERE
            10 WS-RUN-PARTNER-ID  PIC X(20) VALUE SPACES.
            10 WS-ACK-PARTNER-ID  PIC X(20) VALUE SPACES.
            10 WS-ACK-FILE-NAME   PIC X(40) VALUE SPACES.
            10 WS-ACKL-STATUS     PIC X(02) VALUE SPACES.
            10 WS-ACK-NAME-PART   PIC X(20) VALUE SPACES.
            10 WS-ACK-NAME-LEN    PIC S9(05) COMP VALUE ZERO.
            10 WS-ACK-NAME-POS    PIC S9(05) COMP VALUE ZERO.
            10 WS-ACK-NAME-CHAR   PIC X(01) VALUE SPACE.
            10 WS-ACK-SUFFIX      PIC 9(03) VALUE ZERO.
            10 WS-ACK-PTR         PIC S9(05) COMP VALUE ZERO.
            10 WS-RSN-PTR         PIC S9(05) COMP VALUE ZERO.
            10 WS-RSN-MARK        PIC S9(05) COMP VALUE ZERO.
      *        THE LONGEST REASON IS 287 CHARACTERS - THE COMMA, THE
      *        LITERALS, AN 8-CHARACTER CODE AND A 60-CHARACTER KEY
      *        AND TEXT WITH EVERY CHARACTER ESCAPED - SO ONE MORE
      *        REASON IS TAKEN ONLY WHILE THE POINTER LEAVES THAT
      *        MUCH OF WS-RSN-LIST FREE (3500 - 287 + 1)
            10 WS-RSN-ROOM        PIC S9(05) COMP VALUE +3214.
            10 WS-RSN-COUNT       PIC S9(05) COMP VALUE ZERO.
            10 WS-RSN-OMITTED     PIC S9(05) COMP VALUE ZERO.
            10 WS-RSN-CODE        PIC X(08) VALUE SPACES.
            10 WS-RSN-KEY         PIC X(60) VALUE SPACES.
            10 WS-RSN-TEXT        PIC X(60) VALUE SPACES.
            10 WS-ESC-TEXT        PIC X(60) VALUE SPACES.
            10 WS-ESC-LEN         PIC S9(05) COMP VALUE ZERO.
            10 WS-ESC-POS         PIC S9(05) COMP VALUE ZERO.
            10 WS-ESC-OUT         PIC X(124) VALUE SPACES.
            10 WS-ESC-OUT-LEN     PIC S9(05) COMP VALUE ZERO.
            10 WS-EDIT-COUNT      PIC -(13)9.
            10 WS-EDIT-AMOUNT     PIC -(13)9.9(04).
            10 WS-EDIT-LEAD       PIC S9(05) COMP VALUE ZERO.
            10 WS-NUM-VALUE       PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-NUM-OUT         PIC X(20) VALUE SPACES.
            10 WS-NUM-OUT-LEN     PIC S9(05) COMP VALUE ZERO.
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
            10 WS-CONV-TEXT       PIC X(60) VALUE SPACES.
            10 WS-CONV-LEN        PIC S9(05) COMP VALUE ZERO.
            10 WS-CONV-POS        PIC S9(05) COMP VALUE ZERO.
            10 WS-CONV-RESULT     PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-CONV-SCALE      PIC S9(01)V9(04) COMP-3 VALUE ZERO.
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
      *        THE PARSER'S OWN FIGURES FOR THE FILE, FROM
      *        CYCLE-CTL.dat - THE LAST ROW OF THIS CYCLE AND RUN WINS
            10 WS-PARSER-READ     PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-PARSER-TRAILERS PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-PARSER-HEADERS  PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-PARSER-HASH     PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-STATED-COUNT    PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-STATED-TOTAL    PIC S9(13)V9(04) COMP-3 VALUE ZERO.
      *        WHOLE-RUN FIGURES, COMPLETE BEFORE THE FIRST ACK FILE
      *        IS WRITTEN, SO EVERY SUMMARY ACK CAN QUOTE THEM
            10 WS-RECORDS-ACKED   PIC S9(07) COMP VALUE ZERO.
            10 WS-RECORDS-ACCEPTED PIC S9(07) COMP VALUE ZERO.
            10 WS-RECORDS-REJECTED PIC S9(07) COMP VALUE ZERO.
            10 WS-AMOUNT-ACCEPTED PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-AMOUNT-ERRS     PIC S9(07) COMP VALUE ZERO.
            10 WS-PARTNER-DEFAULTED PIC S9(07) COMP VALUE ZERO.
            10 WS-NAME-CLASHES    PIC S9(07) COMP VALUE ZERO.
            10 WS-REASONS-GIVEN   PIC S9(07) COMP VALUE ZERO.
            10 WS-REASONS-OMITTED PIC S9(07) COMP VALUE ZERO.
            10 WS-ACK-FILES       PIC S9(07) COMP VALUE ZERO.
      *        THE CURRENT PARTNER'S FIGURES FOR ITS SUMMARY ACK
            10 WS-PTN-ACKED       PIC S9(07) COMP VALUE ZERO.
            10 WS-PTN-ACCEPTED    PIC S9(07) COMP VALUE ZERO.
            10 WS-PTN-REJECTED    PIC S9(07) COMP VALUE ZERO.
            10 WS-PTN-AMOUNT      PIC S9(13)V9(04) COMP-3 VALUE ZERO.

           COPY "RUNHDR.cpy".

       01 WS-RAW-JSON             PIC X(32000) VALUE SPACES.

      *        A RECORD ACK IS AT MOST 434 CHARACTERS AHEAD OF THE
      *        REASON LIST (THE LITERALS, THE CYCLE, RUN AND SEQUENCE
      *        AND THE ESCAPED PARTNER, ID KEY AND ID VALUE) AND 38
      *        AFTER IT, SO A FULL 3500-CHARACTER LIST STILL LEAVES
      *        THE WHOLE ACK INSIDE ITS 4000
       01 WS-ACK-LINE             PIC X(4000) VALUE SPACES.

       01 WS-RSN-LIST             PIC X(3500) VALUE SPACES.

       01 WS-ACK-NAMES.
      *        EVERY ACK FILE NAME OPENED THIS RUN - TWO PARTNER IDS
      *        CAN CLEAN UP TO THE SAME NAME, AND A SECOND OPEN
      *        OUTPUT WOULD WIPE THE FIRST PARTNER'S ACKS
           05 WS-ACKN-NUM         PIC S9(03) COMP VALUE ZERO.
           05 WS-ACKN-MAX         PIC S9(03) COMP VALUE +200.
           05 WS-ACKN-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-ACKN-IDX.
              10 WS-ACKN-FILE-NAME    PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM 2000-LOAD-PARSER-COUNTS
              THRU 2000-EXIT.
           SORT AckSortFile
              ON ASCENDING KEY SR-PARTNER-ID
                               SR-RECORD-SEQ-NO
              INPUT PROCEDURE IS 3000-COLLECT-OUTCOMES
                 THRU 3000-EXIT
              OUTPUT PROCEDURE IS 5000-WRITE-ACK-FILES
                 THRU 5000-EXIT.
           PERFORM 5400-WRITE-ACK-LIST
              THRU 5400-EXIT.
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
              THRU 1010-EXIT.
           PERFORM 1020-FIND-RUN-PARTNER
              THRU 1020-EXIT.
      *        THE PAIRS THAT IDENTIFY A RECORD, ITS SENDER AND ITS
      *        AMOUNT - "id", "partnerId" AND "amount" UNLESS THE RUN
      *        NAMES OTHERS.  THE AMOUNT KEY SHOULD BE THE ONE THE
      *        PARSER HASHES, OR THE SUMMARY ACK'S ACCEPTED TOTAL
      *        WILL NOT LINE UP WITH THE RECEIVED ONE
           ACCEPT WS-ID-KEY-NAME
              FROM ENVIRONMENT "PARTNERACK_ID_KEY"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-ID-KEY-NAME = SPACES THEN
              MOVE "id" TO WS-ID-KEY-NAME
           END-IF.
           ACCEPT WS-PARTNER-KEY-NAME
              FROM ENVIRONMENT "PARTNERACK_PARTNER_KEY"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-PARTNER-KEY-NAME = SPACES THEN
              MOVE "partnerId" TO WS-PARTNER-KEY-NAME
           END-IF.
           ACCEPT WS-AMOUNT-KEY-NAME
              FROM ENVIRONMENT "PARTNERACK_AMOUNT_KEY"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-AMOUNT-KEY-NAME = SPACES THEN
              MOVE "amount" TO WS-AMOUNT-KEY-NAME
           END-IF.
           PERFORM 1100-OPEN-PARSED-OUT
              THRU 1100-EXIT.
           PERFORM 1200-OPEN-REJECTS
              THRU 1200-EXIT.
           PERFORM 1300-OPEN-DUPLICATES
              THRU 1300-EXIT.
           PERFORM 1400-OPEN-SHORTFALLS
              THRU 1400-EXIT.
           PERFORM 1500-OPEN-SCHEMA-EXCEPT
              THRU 1500-EXIT.
           PERFORM 1600-OPEN-RULE-EXCEPT
              THRU 1600-EXIT.
           PERFORM 1700-OPEN-MAP-EXCEPT
              THRU 1700-EXIT.
       1000-EXIT.
              EXIT.

       1010-READ-RUN-CONTROL.
      *        THE CYCLE STAMP EVERY DATASET IN THE CHAIN CARRIES -
      *        AN ACK QUOTING THE WRONG CYCLE IS WORSE THAN NO ACK,
      *        SO THE RUN STOPS BEFORE ANY OUTPUT IS OPENED
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
      *        REGISTERED IT UNDER THE CYCLE AND RUN - THAT PARTNER
      *        GETS THE ACK OF ANY RECORD THAT NEVER NAMED ITS OWN
           MOVE SPACES TO WS-RUN-PARTNER-ID.
           OPEN INPUT TransmitRegFile.
           IF WS-TR-STATUS NOT = "00" THEN
              DISPLAY "TRANSMIT-REG.dat NOT USABLE - FILE STATUS "
                 WS-TR-STATUS " - UNNAMED RECORDS ACKED AS NOPARTNER"
              GO TO 1020-EXIT
           END-IF.
           MOVE RC-CYCLE-DATE TO TR-CYCLE-DATE.
           MOVE RC-RUN-NO     TO TR-RUN-NO.
           START TransmitRegFile KEY IS = TR-RUN-KEY
              INVALID KEY
                 DISPLAY "RUN NOT ON TRANSMIT-REG.dat - UNNAMED "
                    "RECORDS ACKED AS NOPARTNER"
                 CLOSE TransmitRegFile
                 GO TO 1020-EXIT
           END-START.
           READ TransmitRegFile NEXT RECORD
              AT END CONTINUE
           END-READ.
           IF WS-TR-STATUS = "00"
              AND TR-CYCLE-DATE = RC-CYCLE-DATE
              AND TR-RUN-NO = RC-RUN-NO THEN
              MOVE TR-PARTNER-ID TO WS-RUN-PARTNER-ID
              DISPLAY "RUN CARRIED PARTNER " WS-RUN-PARTNER-ID
           END-IF.
           CLOSE TransmitRegFile.
       1020-EXIT.
              EXIT.

       1100-OPEN-PARSED-OUT.
      *        PARSED-OUT.dat IS THE ONE INPUT THE STEP CANNOT DO
      *        WITHOUT - WITH NO PARSER OUTPUT THERE IS NOTHING TO
      *        ACKNOWLEDGE AND THE CHAIN HAS NOT RUN
           OPEN INPUT ParsedOutFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "PARSED-OUT.dat NOT USABLE - FILE STATUS "
                 WS-IN-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ ParsedOutFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE PARSED-OUT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "PARSED-OUT.dat" TO WS-STAMP-FILE.
           PERFORM 1900-CHECK-STAMP
              THRU 1900-EXIT.
           PERFORM 3110-READ-PARSED-OUT
              THRU 3110-EXIT.
       1100-EXIT.
              EXIT.

       1200-OPEN-REJECTS.
           OPEN INPUT RejectFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "REJECT.dat NOT PRESENT - NO REJECTS ACKED"
              GO TO 1200-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ RejectFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE REJECT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "REJECT.dat" TO WS-STAMP-FILE.
           PERFORM 1900-CHECK-STAMP
              THRU 1900-EXIT.
           PERFORM 3210-READ-REJECT
              THRU 3210-EXIT.
       1200-EXIT.
              EXIT.

       1300-OPEN-DUPLICATES.
           OPEN INPUT DuplicateFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "DUPLICATE.dat NOT PRESENT - NO DUPLICATES "
                 "ACKED"
              GO TO 1300-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ DuplicateFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE DUPLICATE-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "DUPLICATE.dat" TO WS-STAMP-FILE.
           PERFORM 1900-CHECK-STAMP
              THRU 1900-EXIT.
           PERFORM 3310-READ-DUPLICATE
              THRU 3310-EXIT.
       1300-EXIT.
              EXIT.

       1400-OPEN-SHORTFALLS.
      *        SHORTFALL.dat CARRIES NO CYCLEHDR STAMP - IT IS
      *        TRUSTED AS THE SAME PARSER RUN AS PARSED-OUT.dat
           OPEN INPUT ShortfallFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "SHORTFALL.dat NOT PRESENT - NO SHORTFALLS "
                 "ACKED"
              GO TO 1400-EXIT
           END-IF.
           PERFORM 3410-READ-SHORTFALL
              THRU 3410-EXIT.
       1400-EXIT.
              EXIT.

       1500-OPEN-SCHEMA-EXCEPT.
           OPEN INPUT SchemaExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "SCHEMA-EXCEPT.dat NOT PRESENT - NO SCHEMA "
                 "REASONS ACKED"
              GO TO 1500-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ SchemaExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE SCHEMA-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "SCHEMA-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 1900-CHECK-STAMP
              THRU 1900-EXIT.
           PERFORM 3510-READ-SCHEMA-EXCEPT
              THRU 3510-EXIT.
       1500-EXIT.
              EXIT.

       1600-OPEN-RULE-EXCEPT.
           OPEN INPUT RuleExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "RULE-EXCEPT.dat NOT PRESENT - NO RULE "
                 "REASONS ACKED"
              GO TO 1600-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ RuleExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE RULE-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "RULE-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 1900-CHECK-STAMP
              THRU 1900-EXIT.
           PERFORM 3610-READ-RULE-EXCEPT
              THRU 3610-EXIT.
       1600-EXIT.
              EXIT.

       1700-OPEN-MAP-EXCEPT.
           OPEN INPUT MapExceptFile.
           IF WS-IN-STATUS NOT = "00" THEN
              DISPLAY "MAP-EXCEPT.dat NOT PRESENT - NO MAPPING "
                 "REASONS ACKED"
              GO TO 1700-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ MapExceptFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           MOVE MAP-EXCEPT-REC(1:21) TO RUN-HEADER-LINE.
           MOVE "MAP-EXCEPT.dat" TO WS-STAMP-FILE.
           PERFORM 1900-CHECK-STAMP
              THRU 1900-EXIT.
           PERFORM 3710-READ-MAP-EXCEPT
              THRU 3710-EXIT.
       1700-EXIT.
              EXIT.

       1900-CHECK-STAMP.
      *        THE CALLER HAS READ THE FILE'S FIRST RECORD INTO
      *        RUN-HEADER-LINE.  AN INPUT FROM ANOTHER CYCLE WOULD
      *        TELL THE PARTNER THE WRONG OUTCOME FOR ITS RECORDS,
      *        SO THE RUN STOPS BEFORE ANY ACK FILE IS WRITTEN
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
       1900-EXIT.
              EXIT.

       2000-LOAD-PARSER-COUNTS.
      *        THE TRAILER'S STATED FIGURES AND THE PARSER'S OWN
      *        RECEIVED COUNT AND AMOUNT HASH, FROM THE COMMON CYCLE
      *        CONTROL DATASET.  WITHOUT THEM THE SUMMARY ACKS STILL
      *        GO OUT, WITH THE RECEIVED COUNT TAKEN FROM THE ACKS
      *        THEMSELVES AND THE FIGURES WE CANNOT QUOTE AS null
           OPEN INPUT CycleCtlFile.
           IF WS-CC-STATUS NOT = "00" THEN
              DISPLAY "CYCLE-CTL.dat NOT USABLE - FILE STATUS "
                 WS-CC-STATUS " - SUMMARY ACKS CARRY ACK COUNTS ONLY"
              GO TO 2000-EXIT
           END-IF.
           READ CycleCtlFile
              AT END SET END-OF-CTL-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CTL-FILE
              PERFORM 2100-TAKE-PARSER-COUNT
                 THRU 2100-EXIT
              READ CycleCtlFile
                 AT END SET END-OF-CTL-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE CycleCtlFile.
           IF NOT PARSER-COUNTS-FOUND THEN
              DISPLAY "NO PARSER COUNTS ON CYCLE-CTL.dat - SUMMARY "
                 "ACKS CARRY ACK COUNTS ONLY"
           END-IF.
       2000-EXIT.
              EXIT.

       2100-TAKE-PARSER-COUNT.
      *        ONLY THIS CYCLE AND RUN'S JSONParser ROWS MATTER - A
      *        PARSER RERUN WRITES ITS ROWS AGAIN AND THE LATER WIN
           IF CC-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR CC-RUN-NO NOT = RC-RUN-NO
              OR CC-PROGRAM NOT = "JSONParser" THEN
              GO TO 2100-EXIT
           END-IF.
           EVALUATE CC-COUNTER
              WHEN "RECORDS-READ"
                 SET PARSER-COUNTS-FOUND TO TRUE
                 MOVE CC-VALUE TO WS-PARSER-READ
              WHEN "TRAILER-RECORDS"
                 MOVE CC-VALUE TO WS-PARSER-TRAILERS
              WHEN "HEADER-RECORDS"
                 MOVE CC-VALUE TO WS-PARSER-HEADERS
              WHEN "HASH-TOTAL"
                 MOVE CC-VALUE TO WS-PARSER-HASH
              WHEN "STATED-COUNT"
                 SET STATED-COUNT-GIVEN TO TRUE
                 MOVE CC-VALUE TO WS-STATED-COUNT
              WHEN "STATED-TOTAL"
                 SET STATED-TOTAL-GIVEN TO TRUE
                 MOVE CC-VALUE TO WS-STATED-TOTAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2100-EXIT.
              EXIT.

       3000-COLLECT-OUTCOMES.
      *        THE SORT'S INPUT SIDE.  EVERY INPUT IS IN RECORD
      *        SEQUENCE, SO THE LOWEST SEQUENCE NUMBER SHOWING ON
      *        ANY OF THEM IS THE NEXT RECORD TO ACKNOWLEDGE; ALL ITS
      *        ROWS ARE TAKEN FROM EVERY FILE BEFORE MOVING ON
           PERFORM 3050-FIND-NEXT-SEQ
              THRU 3050-EXIT.
           PERFORM 3100-ACK-ONE-RECORD
              THRU 3100-EXIT
              UNTIL WS-NEXT-SEQ = WS-HIGH-SEQ.
      *        AN OPTIONAL INPUT THAT WAS NEVER OPENED ONLY SETS ITS
      *        FILE STATUS ON THE CLOSE
           CLOSE ParsedOutFile
                 RejectFile
                 DuplicateFile
                 ShortfallFile
                 SchemaExceptFile
                 RuleExceptFile
                 MapExceptFile.
           IF WS-RECORDS-ACKED = ZERO THEN
              DISPLAY "NO RECORDS ON THE CYCLE'S FILES - NO ACK "
                 "FILES WRITTEN"
           END-IF.
       3000-EXIT.
              EXIT.

       3050-FIND-NEXT-SEQ.
           MOVE WS-PO-SEQ TO WS-NEXT-SEQ.
           IF WS-RJ-SEQ < WS-NEXT-SEQ THEN
              MOVE WS-RJ-SEQ TO WS-NEXT-SEQ
           END-IF.
           IF WS-DP-SEQ < WS-NEXT-SEQ THEN
              MOVE WS-DP-SEQ TO WS-NEXT-SEQ
           END-IF.
           IF WS-SH-SEQ < WS-NEXT-SEQ THEN
              MOVE WS-SH-SEQ TO WS-NEXT-SEQ
           END-IF.
           IF WS-SX-SEQ < WS-NEXT-SEQ THEN
              MOVE WS-SX-SEQ TO WS-NEXT-SEQ
           END-IF.
           IF WS-RX-SEQ < WS-NEXT-SEQ THEN
              MOVE WS-RX-SEQ TO WS-NEXT-SEQ
           END-IF.
           IF WS-MX-SEQ < WS-NEXT-SEQ THEN
              MOVE WS-MX-SEQ TO WS-NEXT-SEQ
           END-IF.
       3050-EXIT.
              EXIT.

       3100-ACK-ONE-RECORD.
           MOVE WS-NEXT-SEQ TO WS-CURR-REC-SEQ-NO.
           SET RECORD-ACCEPTED TO TRUE.
           SET AMOUNT-UNFOUND TO TRUE.
           MOVE ZERO   TO WS-CURR-AMOUNT.
           MOVE SPACES TO WS-CURR-ID-VALUE.
           MOVE SPACES TO WS-CURR-PARTNER-ID.
           MOVE SPACES TO WS-RSN-LIST.
           MOVE +1     TO WS-RSN-PTR.
           MOVE ZERO   TO WS-RSN-COUNT.
           MOVE ZERO   TO WS-RSN-OMITTED.
           PERFORM UNTIL WS-PO-SEQ NOT = WS-CURR-REC-SEQ-NO
              PERFORM 3120-TAKE-PARSED-PAIR
                 THRU 3120-EXIT
              PERFORM 3110-READ-PARSED-OUT
                 THRU 3110-EXIT
           END-PERFORM.
           PERFORM UNTIL WS-RJ-SEQ NOT = WS-CURR-REC-SEQ-NO
              PERFORM 3220-TAKE-REJECT
                 THRU 3220-EXIT
              PERFORM 3210-READ-REJECT
                 THRU 3210-EXIT
           END-PERFORM.
           PERFORM UNTIL WS-DP-SEQ NOT = WS-CURR-REC-SEQ-NO
              PERFORM 3320-TAKE-DUPLICATE
                 THRU 3320-EXIT
              PERFORM 3310-READ-DUPLICATE
                 THRU 3310-EXIT
           END-PERFORM.
           PERFORM UNTIL WS-SH-SEQ NOT = WS-CURR-REC-SEQ-NO
              MOVE "SHRT" TO WS-RSN-CODE
              MOVE SH-JSON-KEY TO WS-RSN-KEY
              MOVE "SELECTED KEY NOT PRESENT" TO WS-RSN-TEXT
              PERFORM 4100-ADD-REASON
                 THRU 4100-EXIT
              PERFORM 3410-READ-SHORTFALL
                 THRU 3410-EXIT
           END-PERFORM.
           PERFORM UNTIL WS-SX-SEQ NOT = WS-CURR-REC-SEQ-NO
              MOVE SX-VIOLATION-CODE TO WS-RSN-CODE
              MOVE SX-JSON-KEY TO WS-RSN-KEY
              MOVE SX-REASON-TEXT TO WS-RSN-TEXT
              PERFORM 4100-ADD-REASON
                 THRU 4100-EXIT
              PERFORM 3510-READ-SCHEMA-EXCEPT
                 THRU 3510-EXIT
           END-PERFORM.
           PERFORM UNTIL WS-RX-SEQ NOT = WS-CURR-REC-SEQ-NO
      *           A HOLD-SEVERITY RULE KEEPS THE RECORD OFF
      *           SETTLEMENT - TO THE PARTNER THAT IS A REJECTION
              IF RX-SEV-HOLD THEN
                 SET RECORD-REJECTED TO TRUE
              END-IF
              MOVE RX-RULE-ID TO WS-RSN-CODE
              MOVE RX-JSON-KEY TO WS-RSN-KEY
              MOVE RX-REASON-TEXT TO WS-RSN-TEXT
              PERFORM 4100-ADD-REASON
                 THRU 4100-EXIT
              PERFORM 3610-READ-RULE-EXCEPT
                 THRU 3610-EXIT
           END-PERFORM.
           PERFORM UNTIL WS-MX-SEQ NOT = WS-CURR-REC-SEQ-NO
      *           THE ROUTING CODES SEND THE WHOLE RECORD TO THE
      *           EXCEPTION FILE INSTEAD OF SETTLEMENT; THE FIELD
      *           CODES ONLY FLAG ONE PAIR
              IF MX-EXCEPT-CODE = "RUNK" OR "RCLS" OR "RMIS" THEN
                 SET RECORD-REJECTED TO TRUE
              END-IF
              MOVE MX-EXCEPT-CODE TO WS-RSN-CODE
              MOVE MX-JSON-KEY TO WS-RSN-KEY
              MOVE MX-REASON-TEXT TO WS-RSN-TEXT
              PERFORM 4100-ADD-REASON
                 THRU 4100-EXIT
              PERFORM 3710-READ-MAP-EXCEPT
                 THRU 3710-EXIT
           END-PERFORM.
           PERFORM 3900-RELEASE-ACK
              THRU 3900-EXIT.
           PERFORM 3050-FIND-NEXT-SEQ
              THRU 3050-EXIT.
       3100-EXIT.
              EXIT.

       3110-READ-PARSED-OUT.
           READ ParsedOutFile
              AT END
                 MOVE WS-HIGH-SEQ TO WS-PO-SEQ
              NOT AT END
                 MOVE PO-RECORD-SEQ-NO TO WS-PO-SEQ
           END-READ.
       3110-EXIT.
              EXIT.

       3120-TAKE-PARSED-PAIR.
      *        THE PAIRS THE ACK NEEDS - THE FIRST OCCURRENCE OF
      *        EACH KEY IS THE ONE QUOTED
           IF PO-JSON-KEY = WS-ID-KEY-NAME
              AND WS-CURR-ID-VALUE = SPACES THEN
              MOVE PO-JSON-VAL TO WS-CURR-ID-VALUE
           END-IF.
           IF PO-JSON-KEY = WS-PARTNER-KEY-NAME
              AND WS-CURR-PARTNER-ID = SPACES THEN
              MOVE PO-JSON-VAL TO WS-CURR-PARTNER-ID
           END-IF.
           IF PO-JSON-KEY = WS-AMOUNT-KEY-NAME
              AND AMOUNT-UNFOUND THEN
              PERFORM 4400-CONVERT-DEC-VALUE
                 THRU 4400-EXIT
              IF CONVERT-GOOD THEN
                 SET AMOUNT-FOUND TO TRUE
                 MOVE WS-CONV-RESULT TO WS-CURR-AMOUNT
              ELSE
                 ADD +1 TO WS-AMOUNT-ERRS
              END-IF
           END-IF.
       3120-EXIT.
              EXIT.

       3210-READ-REJECT.
           READ RejectFile
              AT END
                 MOVE WS-HIGH-SEQ TO WS-RJ-SEQ
              NOT AT END
                 MOVE REJECT-SEQ-NO TO WS-RJ-SEQ
           END-READ.
       3210-EXIT.
              EXIT.

       3220-TAKE-REJECT.
      *        A PARSE REJECT NEVER REACHED PARSED-OUT.dat, SO THE
      *        IDENTIFYING VALUE AND PARTNER ARE DUG OUT OF THE RAW
      *        JSON TEXT WHILE IT IS IN HAND
           SET RECORD-REJECTED TO TRUE.
           MOVE REJECT-JSON-REC TO WS-RAW-JSON.
           PERFORM 3800-SCAN-ID-AND-PARTNER
              THRU 3800-EXIT.
           MOVE REJECT-REASON-CODE TO WS-RSN-CODE.
           MOVE SPACES TO WS-RSN-KEY.
           MOVE REJECT-REASON-TEXT TO WS-RSN-TEXT.
           PERFORM 4100-ADD-REASON
              THRU 4100-EXIT.
       3220-EXIT.
              EXIT.

       3310-READ-DUPLICATE.
           READ DuplicateFile
              AT END
                 MOVE WS-HIGH-SEQ TO WS-DP-SEQ
              NOT AT END
                 MOVE DUP-SEQ-NO TO WS-DP-SEQ
           END-READ.
       3310-EXIT.
              EXIT.

       3320-TAKE-DUPLICATE.
      *        THE PARSER HAS ALREADY PULLED THE IDENTIFYING VALUE;
      *        THE REASON TELLS THE PARTNER WHICH EARLIER RECORD
      *        THIS ONE REPEATED
           SET RECORD-REJECTED TO TRUE.
           IF WS-CURR-ID-VALUE = SPACES THEN
              MOVE DUP-ID-VALUE TO WS-CURR-ID-VALUE
           END-IF.
           MOVE DUP-JSON-REC TO WS-RAW-JSON.
           PERFORM 3800-SCAN-ID-AND-PARTNER
              THRU 3800-EXIT.
           MOVE DUP-TYPE-CODE TO WS-RSN-CODE.
           MOVE SPACES TO WS-RSN-KEY.
           MOVE SPACES TO WS-RSN-TEXT.
           STRING "ALREADY RECEIVED CYCLE " DELIMITED BY SIZE
                  DUP-FIRST-CYCLE-DATE DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  DUP-FIRST-RUN-NO DELIMITED BY SIZE
                  " RECORD " DELIMITED BY SIZE
                  DUP-FIRST-SEQ-NO DELIMITED BY SIZE
              INTO WS-RSN-TEXT
           END-STRING.
           PERFORM 4100-ADD-REASON
              THRU 4100-EXIT.
       3320-EXIT.
              EXIT.

       3410-READ-SHORTFALL.
           READ ShortfallFile
              AT END
                 MOVE WS-HIGH-SEQ TO WS-SH-SEQ
              NOT AT END
                 MOVE SH-RECORD-SEQ-NO TO WS-SH-SEQ
           END-READ.
       3410-EXIT.
              EXIT.

       3510-READ-SCHEMA-EXCEPT.
           READ SchemaExceptFile
              AT END
                 MOVE WS-HIGH-SEQ TO WS-SX-SEQ
              NOT AT END
                 MOVE SX-RECORD-SEQ-NO TO WS-SX-SEQ
           END-READ.
       3510-EXIT.
              EXIT.

       3610-READ-RULE-EXCEPT.
           READ RuleExceptFile
              AT END
                 MOVE WS-HIGH-SEQ TO WS-RX-SEQ
              NOT AT END
                 MOVE RX-RECORD-SEQ-NO TO WS-RX-SEQ
           END-READ.
       3610-EXIT.
              EXIT.

       3710-READ-MAP-EXCEPT.
           READ MapExceptFile
              AT END
                 MOVE WS-HIGH-SEQ TO WS-MX-SEQ
              NOT AT END
                 MOVE MX-RECORD-SEQ-NO TO WS-MX-SEQ
           END-READ.
       3710-EXIT.
              EXIT.

       3800-SCAN-ID-AND-PARTNER.
      *        FILLS WHICHEVER OF THE IDENTIFYING VALUE AND PARTNER
      *        IS STILL BLANK FROM THE RAW TEXT IN WS-RAW-JSON
           IF WS-CURR-ID-VALUE = SPACES THEN
              MOVE WS-ID-KEY-NAME TO WS-SCAN-KEY
              PERFORM 4500-SCAN-RAW-VALUE
                 THRU 4500-EXIT
              MOVE WS-SCAN-VALUE TO WS-CURR-ID-VALUE
           END-IF.
           IF WS-CURR-PARTNER-ID = SPACES THEN
              MOVE WS-PARTNER-KEY-NAME TO WS-SCAN-KEY
              PERFORM 4500-SCAN-RAW-VALUE
                 THRU 4500-EXIT
              MOVE WS-SCAN-VALUE(1:20) TO WS-CURR-PARTNER-ID
           END-IF.
       3800-EXIT.
              EXIT.

       3900-RELEASE-ACK.
      *        BUILDS THE RECORD'S ACK AND HANDS IT TO THE SORT,
      *        KEYED ON PARTNER AND SEQUENCE NUMBER:
      *        {"ackType":"RECORD","cycleDate":..,"runNo":..,
      *         "recordSeq":..,"partnerId":..,"idKey":..,
      *         "idValue":..,"status":"ACCEPTED"|"REJECTED",
      *         "reasons":[{"code":..,"key":..,"text":..},..]};;
      *        A RECORD THAT NAMED NO PARTNER ANYWHERE IS THE RUN'S
      *        PARTNER'S - ITS FILE IS THE ONLY ONE THE RUN CARRIED
           IF WS-CURR-PARTNER-ID = SPACES
              AND WS-RUN-PARTNER-ID NOT = SPACES THEN
              MOVE WS-RUN-PARTNER-ID TO WS-CURR-PARTNER-ID
              ADD +1 TO WS-PARTNER-DEFAULTED
           END-IF.
           MOVE SPACES TO WS-ACK-LINE.
           MOVE +1 TO WS-ACK-PTR.
           MOVE WS-CURR-REC-SEQ-NO TO WS-NUM-VALUE.
           PERFORM 4300-EDIT-COUNT
              THRU 4300-EXIT.
           STRING '{"ackType":"RECORD","cycleDate":"'
                     DELIMITED BY SIZE
                  RC-CYCLE-DATE DELIMITED BY SIZE
                  '","runNo":"' DELIMITED BY SIZE
                  RC-RUN-NO DELIMITED BY SIZE
                  '","recordSeq":' DELIMITED BY SIZE
                  WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                  ',"partnerId":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           MOVE WS-CURR-PARTNER-ID TO WS-ESC-TEXT.
           PERFORM 4200-ESCAPE-TEXT
              THRU 4200-EXIT.
           STRING WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
                  ',"idKey":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           MOVE WS-ID-KEY-NAME TO WS-ESC-TEXT.
           PERFORM 4200-ESCAPE-TEXT
              THRU 4200-EXIT.
           STRING WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
                  ',"idValue":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           MOVE WS-CURR-ID-VALUE TO WS-ESC-TEXT.
           PERFORM 4200-ESCAPE-TEXT
              THRU 4200-EXIT.
           STRING WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           IF RECORD-ACCEPTED THEN
              STRING ',"status":"ACCEPTED","reasons":['
                        DELIMITED BY SIZE
                 INTO WS-ACK-LINE
                 WITH POINTER WS-ACK-PTR
              END-STRING
           ELSE
              STRING ',"status":"REJECTED","reasons":['
                        DELIMITED BY SIZE
                 INTO WS-ACK-LINE
                 WITH POINTER WS-ACK-PTR
              END-STRING
           END-IF.
           IF WS-RSN-PTR > +1 THEN
              COMPUTE WS-ESC-LEN = WS-RSN-PTR - 1
              STRING WS-RSN-LIST(1:WS-ESC-LEN) DELIMITED BY SIZE
                 INTO WS-ACK-LINE
                 WITH POINTER WS-ACK-PTR
              END-STRING
           END-IF.
           STRING "]" DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           IF WS-RSN-OMITTED > ZERO THEN
      *        MORE REASONS THAN ONE ACK LINE HOLDS - THE PARTNER
      *        IS TOLD HOW MANY WERE LEFT OFF
              MOVE WS-RSN-OMITTED TO WS-NUM-VALUE
              PERFORM 4300-EDIT-COUNT
                 THRU 4300-EXIT
              STRING ',"reasonsNotListed":' DELIMITED BY SIZE
                     WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                 INTO WS-ACK-LINE
                 WITH POINTER WS-ACK-PTR
              END-STRING
           END-IF.
           STRING "};;" DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           ADD +1 TO WS-RECORDS-ACKED.
           ADD WS-RSN-COUNT TO WS-REASONS-GIVEN.
           ADD WS-RSN-OMITTED TO WS-REASONS-OMITTED.
           MOVE SPACES TO ACK-SORT-REC.
           MOVE WS-CURR-PARTNER-ID TO SR-PARTNER-ID.
           MOVE WS-CURR-REC-SEQ-NO TO SR-RECORD-SEQ-NO.
           MOVE ZERO TO SR-AMOUNT.
           IF RECORD-ACCEPTED THEN
              SET SR-ACCEPTED TO TRUE
              ADD +1 TO WS-RECORDS-ACCEPTED
              IF AMOUNT-FOUND THEN
                 MOVE WS-CURR-AMOUNT TO SR-AMOUNT
                 ADD WS-CURR-AMOUNT TO WS-AMOUNT-ACCEPTED
              END-IF
           ELSE
              SET SR-REJECTED TO TRUE
              ADD +1 TO WS-RECORDS-REJECTED
           END-IF.
           MOVE WS-ACK-LINE TO SR-ACK-LINE.
           RELEASE ACK-SORT-REC.
       3900-EXIT.
              EXIT.

       4100-ADD-REASON.
      *        APPENDS {"code":..,"key":..,"text":..} FOR THE REASON
      *        STAGED IN WS-RSN-CODE / WS-RSN-KEY / WS-RSN-TEXT TO
      *        THE RECORD'S REASON LIST.  THE KEY IS LEFT OUT WHEN
      *        THE REASON IS NOT ABOUT ONE PAIR.  ONCE THE LIST HAS
      *        NO ROOM FOR THE LONGEST REASON FURTHER REASONS ARE
      *        ONLY COUNTED; SHOULD ONE STILL OVERFLOW, WHAT WAS
      *        WRITTEN OF IT IS TAKEN BACK OUT AND IT IS COUNTED TOO,
      *        SO THE LIST IS NEVER LEFT HALF A REASON LONG
           IF WS-RSN-PTR > WS-RSN-ROOM THEN
              ADD +1 TO WS-RSN-OMITTED
              GO TO 4100-EXIT
           END-IF.
           MOVE WS-RSN-PTR TO WS-RSN-MARK.
           SET RSN-LIST-ROOM TO TRUE.
           IF WS-RSN-COUNT > ZERO THEN
              STRING "," DELIMITED BY SIZE
                 INTO WS-RSN-LIST
                 WITH POINTER WS-RSN-PTR
                 ON OVERFLOW SET RSN-LIST-FULL TO TRUE
              END-STRING
           END-IF.
           MOVE WS-RSN-CODE TO WS-ESC-TEXT.
           PERFORM 4200-ESCAPE-TEXT
              THRU 4200-EXIT.
           STRING '{"code":' DELIMITED BY SIZE
                  WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
              INTO WS-RSN-LIST
              WITH POINTER WS-RSN-PTR
              ON OVERFLOW SET RSN-LIST-FULL TO TRUE
           END-STRING.
           IF WS-RSN-KEY NOT = SPACES THEN
              MOVE WS-RSN-KEY TO WS-ESC-TEXT
              PERFORM 4200-ESCAPE-TEXT
                 THRU 4200-EXIT
              STRING ',"key":' DELIMITED BY SIZE
                     WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
                 INTO WS-RSN-LIST
                 WITH POINTER WS-RSN-PTR
                 ON OVERFLOW SET RSN-LIST-FULL TO TRUE
              END-STRING
           END-IF.
           MOVE WS-RSN-TEXT TO WS-ESC-TEXT.
           PERFORM 4200-ESCAPE-TEXT
              THRU 4200-EXIT.
           STRING ',"text":' DELIMITED BY SIZE
                  WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
                  "}" DELIMITED BY SIZE
              INTO WS-RSN-LIST
              WITH POINTER WS-RSN-PTR
              ON OVERFLOW SET RSN-LIST-FULL TO TRUE
           END-STRING.
           IF RSN-LIST-FULL THEN
              MOVE SPACES TO WS-RSN-LIST(WS-RSN-MARK:)
              MOVE WS-RSN-MARK TO WS-RSN-PTR
              ADD +1 TO WS-RSN-OMITTED
              GO TO 4100-EXIT
           END-IF.
           ADD +1 TO WS-RSN-COUNT.
       4100-EXIT.
              EXIT.

       4200-ESCAPE-TEXT.
      *        TURNS WS-ESC-TEXT INTO A QUOTED JSON STRING IN
      *        WS-ESC-OUT(1:WS-ESC-OUT-LEN) - TRAILING SPACES DROPPED,
      *        QUOTES AND BACKSLASHES ESCAPED.  BLANK TEXT GIVES ""
           MOVE SPACES TO WS-ESC-OUT.
           MOVE '"' TO WS-ESC-OUT(1:1).
           MOVE +1 TO WS-ESC-OUT-LEN.
           MOVE +60 TO WS-ESC-LEN.
           PERFORM UNTIL WS-ESC-LEN = ZERO
              OR WS-ESC-TEXT(WS-ESC-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-ESC-LEN
           END-PERFORM.
           PERFORM VARYING WS-ESC-POS FROM 1 BY 1
              UNTIL WS-ESC-POS > WS-ESC-LEN
              IF WS-ESC-TEXT(WS-ESC-POS:1) = '"'
                 OR WS-ESC-TEXT(WS-ESC-POS:1) = "\" THEN
                 ADD +1 TO WS-ESC-OUT-LEN
                 MOVE "\" TO WS-ESC-OUT(WS-ESC-OUT-LEN:1)
              END-IF
              ADD +1 TO WS-ESC-OUT-LEN
              MOVE WS-ESC-TEXT(WS-ESC-POS:1)
                TO WS-ESC-OUT(WS-ESC-OUT-LEN:1)
           END-PERFORM.
           ADD +1 TO WS-ESC-OUT-LEN.
           MOVE '"' TO WS-ESC-OUT(WS-ESC-OUT-LEN:1).
       4200-EXIT.
              EXIT.

       4300-EDIT-COUNT.
      *        WS-NUM-VALUE AS A WHOLE NUMBER WITH NO LEADING SPACES
      *        IN WS-NUM-OUT(1:WS-NUM-OUT-LEN)
           MOVE WS-NUM-VALUE TO WS-EDIT-COUNT.
           MOVE ZERO TO WS-EDIT-LEAD.
           INSPECT WS-EDIT-COUNT TALLYING WS-EDIT-LEAD
              FOR LEADING SPACES.
           MOVE SPACES TO WS-NUM-OUT.
           COMPUTE WS-NUM-OUT-LEN = 14 - WS-EDIT-LEAD.
           MOVE WS-EDIT-COUNT(WS-EDIT-LEAD + 1:WS-NUM-OUT-LEN)
             TO WS-NUM-OUT.
       4300-EXIT.
              EXIT.

       4310-EDIT-AMOUNT.
      *        WS-NUM-VALUE AS A JSON NUMBER WITH FOUR DECIMALS AND
      *        NO LEADING SPACES IN WS-NUM-OUT(1:WS-NUM-OUT-LEN)
           MOVE WS-NUM-VALUE TO WS-EDIT-AMOUNT.
           MOVE ZERO TO WS-EDIT-LEAD.
           INSPECT WS-EDIT-AMOUNT TALLYING WS-EDIT-LEAD
              FOR LEADING SPACES.
           MOVE SPACES TO WS-NUM-OUT.
           COMPUTE WS-NUM-OUT-LEN = 19 - WS-EDIT-LEAD.
           MOVE WS-EDIT-AMOUNT(WS-EDIT-LEAD + 1:WS-NUM-OUT-LEN)
             TO WS-NUM-OUT.
       4310-EXIT.
              EXIT.

       4400-CONVERT-DEC-VALUE.
      *        TURNS THE VALUE TEXT OF THE CURRENT PARSED-OUT PAIR
      *        INTO A SIGNED PACKED AMOUNT IN WS-CONV-RESULT BY THE
      *        PARSER'S OWN RULES - AN OPTIONAL LEADING "-", UP TO 13
      *        INTEGER DIGITS, ONE DOT AND UP TO FOUR DECIMAL DIGITS
      *        (LATER DECIMALS ARE DROPPED), SO THE ACCEPTED TOTAL
      *        ADDS UP THE WAY THE PARSER'S HASH TOTAL DOES
           SET CONVERT-BAD TO TRUE.
           SET CONVERT-POSITIVE TO TRUE.
           SET CONVERT-DOT-UNSEEN TO TRUE.
           MOVE ZERO TO WS-CONV-RESULT.
           MOVE ZERO TO WS-CONV-INT-CNT.
           MOVE ZERO TO WS-CONV-DEC-CNT.
           MOVE PO-JSON-VAL TO WS-CONV-TEXT.
           IF PO-JSON-VAL-LEN > 60 THEN
      *        THE TEXT WAS ALREADY TRUNCATED BY THE PARSER - THE
      *        DIGITS ARE GONE, SO THE AMOUNT CANNOT BE TRUSTED
              GO TO 4400-EXIT
           END-IF.
           MOVE PO-JSON-VAL-LEN TO WS-CONV-LEN.
           IF WS-CONV-LEN = ZERO THEN
              GO TO 4400-EXIT
           END-IF.
           SET CONVERT-GOOD TO TRUE.
           MOVE +1 TO WS-CONV-POS.
           IF WS-CONV-TEXT(1:1) = "-" THEN
              SET CONVERT-NEGATIVE TO TRUE
              MOVE +2 TO WS-CONV-POS
              IF WS-CONV-LEN < +2 THEN
                 SET CONVERT-BAD TO TRUE
              END-IF
           END-IF.
           PERFORM 4410-CONVERT-ONE-DIGIT
              THRU 4410-EXIT
              UNTIL CONVERT-BAD
                 OR WS-CONV-POS > WS-CONV-LEN.
           IF WS-CONV-INT-CNT = ZERO AND WS-CONV-DEC-CNT = ZERO THEN
              SET CONVERT-BAD TO TRUE
           END-IF.
           IF CONVERT-BAD THEN
              MOVE ZERO TO WS-CONV-RESULT
           END-IF.
           IF CONVERT-GOOD AND CONVERT-NEGATIVE THEN
              COMPUTE WS-CONV-RESULT = ZERO - WS-CONV-RESULT
           END-IF.
       4400-EXIT.
              EXIT.
       4410-CONVERT-ONE-DIGIT.
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
                          CONTINUE
                    END-EVALUATE
                 ELSE
                    ADD +1 TO WS-CONV-INT-CNT
                    IF WS-CONV-INT-CNT > +13 THEN
                       SET CONVERT-BAD TO TRUE
                    ELSE
                       COMPUTE WS-CONV-RESULT =
                          WS-CONV-RESULT * 10 + WS-CONV-NUM
                    END-IF
                 END-IF
              WHEN WS-CONV-CHAR = "."
                 IF CONVERT-DOT-SEEN THEN
                    SET CONVERT-BAD TO TRUE
                 ELSE
                    SET CONVERT-DOT-SEEN TO TRUE
                 END-IF
              WHEN OTHER
                 SET CONVERT-BAD TO TRUE
           END-EVALUATE.
           ADD +1 TO WS-CONV-POS.
       4410-EXIT.
              EXIT.

       4500-SCAN-RAW-VALUE.
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
              GO TO 4500-EXIT
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
              GO TO 4500-EXIT
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
              GO TO 4500-EXIT
           END-IF.
           IF WS-RAW-JSON(WS-SCAN-POS:1) NOT = ":" THEN
              GO TO 4500-EXIT
           END-IF.
           ADD +1 TO WS-SCAN-POS.
           PERFORM UNTIL WS-SCAN-POS > +32000
              OR WS-RAW-JSON(WS-SCAN-POS:1) NOT = SPACE
              ADD +1 TO WS-SCAN-POS
           END-PERFORM.
           IF WS-SCAN-POS > +32000 THEN
              GO TO 4500-EXIT
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
       4500-EXIT.
              EXIT.

       5000-WRITE-ACK-FILES.
      *        THE SORT'S OUTPUT SIDE - THE ACKS COME BACK GROUPED
      *        BY PARTNER IN RECORD SEQUENCE.  A CHANGE OF PARTNER
      *        CLOSES THE PRIOR PARTNER'S FILE WITH ITS SUMMARY ACK
      *        AND OPENS THE NEXT ONE
           SET ACK-FILE-CLOSED TO TRUE.
           RETURN AckSortFile
              AT END SET END-OF-SORTED-ACKS TO TRUE
           END-RETURN.
           PERFORM 5100-WRITE-ONE-ACK
              THRU 5100-EXIT
              UNTIL END-OF-SORTED-ACKS.
           IF ACK-FILE-OPEN THEN
              PERFORM 5300-CLOSE-PARTNER-FILE
                 THRU 5300-EXIT
           END-IF.
       5000-EXIT.
              EXIT.

       5100-WRITE-ONE-ACK.
           IF ACK-FILE-CLOSED
              OR SR-PARTNER-ID NOT = WS-ACK-PARTNER-ID THEN
              IF ACK-FILE-OPEN THEN
                 PERFORM 5300-CLOSE-PARTNER-FILE
                    THRU 5300-EXIT
              END-IF
              PERFORM 5200-OPEN-PARTNER-FILE
                 THRU 5200-EXIT
           END-IF.
           MOVE SR-ACK-LINE TO ACK-REC.
           WRITE ACK-REC.
           ADD +1 TO WS-PTN-ACKED.
           IF SR-ACCEPTED THEN
              ADD +1 TO WS-PTN-ACCEPTED
              ADD SR-AMOUNT TO WS-PTN-AMOUNT
           ELSE
              ADD +1 TO WS-PTN-REJECTED
           END-IF.
           RETURN AckSortFile
              AT END SET END-OF-SORTED-ACKS TO TRUE
           END-RETURN.
       5100-EXIT.
              EXIT.

       5200-OPEN-PARTNER-FILE.
      *        ACK-<partner>.dat - ANY CHARACTER OF THE PARTNER ID
      *        THAT IS NOT A LETTER, DIGIT OR HYPHEN BECOMES "_" SO
      *        THE NAME IS ALWAYS A PLAIN FILE NAME.  A NAME ALREADY
      *        OPENED THIS RUN FOR ANOTHER PARTNER ID GETS ".n" ADDED
      *        - A CLEANED ID NEVER HOLDS A DOT, SO THE SUFFIXED NAME
      *        CANNOT BE ANY PARTNER'S PLAIN NAME
           MOVE SR-PARTNER-ID TO WS-ACK-PARTNER-ID.
           MOVE ZERO TO WS-PTN-ACKED.
           MOVE ZERO TO WS-PTN-ACCEPTED.
           MOVE ZERO TO WS-PTN-REJECTED.
           MOVE ZERO TO WS-PTN-AMOUNT.
           IF WS-ACK-PARTNER-ID = SPACES THEN
              MOVE "NOPARTNER" TO WS-ACK-NAME-PART
           ELSE
              MOVE WS-ACK-PARTNER-ID TO WS-ACK-NAME-PART
           END-IF.
           MOVE +20 TO WS-ACK-NAME-LEN.
           PERFORM UNTIL WS-ACK-NAME-PART(WS-ACK-NAME-LEN:1)
              NOT = SPACE
              SUBTRACT 1 FROM WS-ACK-NAME-LEN
           END-PERFORM.
           PERFORM VARYING WS-ACK-NAME-POS FROM 1 BY 1
              UNTIL WS-ACK-NAME-POS > WS-ACK-NAME-LEN
              MOVE WS-ACK-NAME-PART(WS-ACK-NAME-POS:1)
                TO WS-ACK-NAME-CHAR
              IF WS-ACK-NAME-CHAR IS NOT NUMERIC
                 AND (WS-ACK-NAME-CHAR IS NOT ALPHABETIC
                      OR WS-ACK-NAME-CHAR = SPACE)
                 AND WS-ACK-NAME-CHAR NOT = "-" THEN
                 MOVE "_" TO WS-ACK-NAME-PART(WS-ACK-NAME-POS:1)
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-ACK-SUFFIX.
           PERFORM 5210-BUILD-FILE-NAME
              THRU 5210-EXIT.
           PERFORM UNTIL ACK-NAME-FREE
              ADD +1 TO WS-ACK-SUFFIX
              PERFORM 5210-BUILD-FILE-NAME
                 THRU 5210-EXIT
           END-PERFORM.
           IF WS-ACKN-NUM NOT < WS-ACKN-MAX THEN
              DISPLAY "MORE THAN " WS-ACKN-MAX " ACK FILES IN ONE "
                 "RUN - " WS-ACK-FILE-NAME " NOT WRITTEN"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD +1 TO WS-ACKN-NUM.
           SET WS-ACKN-IDX TO WS-ACKN-NUM.
           MOVE WS-ACK-FILE-NAME TO WS-ACKN-FILE-NAME(WS-ACKN-IDX).
           IF WS-ACK-SUFFIX > ZERO THEN
              ADD +1 TO WS-NAME-CLASHES
              DISPLAY "PARTNER " WS-ACK-PARTNER-ID " SHARES ITS ACK "
                 "FILE NAME WITH ANOTHER - WRITTEN TO "
                 WS-ACK-FILE-NAME
              IF RETURN-CODE = ZERO THEN
                 MOVE +4 TO RETURN-CODE
              END-IF
           END-IF.
           OPEN OUTPUT AckFile.
           IF WS-ACK-STATUS NOT = "00" THEN
              DISPLAY WS-ACK-FILE-NAME " NOT USABLE - FILE STATUS "
                 WS-ACK-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET ACK-FILE-OPEN TO TRUE.
           ADD +1 TO WS-ACK-FILES.
           DISPLAY "ACK FILE " WS-ACK-FILE-NAME.
       5200-EXIT.
              EXIT.

       5210-BUILD-FILE-NAME.
      *        ACK-<name>.dat, OR ACK-<name>.<suffix>.dat ONCE A
      *        SUFFIX IS NEEDED, THEN LOOKS IT UP AMONG THE NAMES
      *        ALREADY OPENED THIS RUN
           MOVE SPACES TO WS-ACK-FILE-NAME.
           IF WS-ACK-SUFFIX = ZERO THEN
              STRING "ACK-" DELIMITED BY SIZE
                     WS-ACK-NAME-PART(1:WS-ACK-NAME-LEN)
                        DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                 INTO WS-ACK-FILE-NAME
              END-STRING
           ELSE
              STRING "ACK-" DELIMITED BY SIZE
                     WS-ACK-NAME-PART(1:WS-ACK-NAME-LEN)
                        DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     WS-ACK-SUFFIX DELIMITED BY SIZE
                     ".dat" DELIMITED BY SIZE
                 INTO WS-ACK-FILE-NAME
              END-STRING
           END-IF.
           SET ACK-NAME-FREE TO TRUE.
           PERFORM VARYING WS-ACKN-IDX FROM 1 BY 1
              UNTIL WS-ACKN-IDX > WS-ACKN-NUM
                 OR ACK-NAME-USED
              IF WS-ACKN-FILE-NAME(WS-ACKN-IDX) = WS-ACK-FILE-NAME THEN
                 SET ACK-NAME-USED TO TRUE
              END-IF
           END-PERFORM.
       5210-EXIT.
              EXIT.

       5300-CLOSE-PARTNER-FILE.
      *        THE SUMMARY ACK THAT CLOSES EACH PARTNER'S FILE:
      *        {"ackType":"SUMMARY","cycleDate":..,"runNo":..,
      *         "partnerId":..,"trailerRecordCount":..,
      *         "trailerAmountTotal":..,"fileRecordsReceived":..,
      *         "fileAmountReceived":..,"fileRecordsAccepted":..,
      *         "fileAmountAccepted":..,"recordsAcknowledged":..,
      *         "recordsAccepted":..,"recordsRejected":..,
      *         "amountAccepted":..};;
      *        THE TRAILER AND FILE FIGURES COVER THE WHOLE INBOUND
      *        FILE; THE LAST FOUR ARE THIS PARTNER'S OWN.  A FIGURE
      *        THE CYCLE DID NOT PRODUCE IS null
           MOVE SPACES TO WS-ACK-LINE.
           MOVE +1 TO WS-ACK-PTR.
           STRING '{"ackType":"SUMMARY","cycleDate":"'
                     DELIMITED BY SIZE
                  RC-CYCLE-DATE DELIMITED BY SIZE
                  '","runNo":"' DELIMITED BY SIZE
                  RC-RUN-NO DELIMITED BY SIZE
                  '","partnerId":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           MOVE WS-ACK-PARTNER-ID TO WS-ESC-TEXT.
           PERFORM 4200-ESCAPE-TEXT
              THRU 4200-EXIT.
           STRING WS-ESC-OUT(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
                  ',"trailerRecordCount":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           IF STATED-COUNT-GIVEN THEN
              MOVE WS-STATED-COUNT TO WS-NUM-VALUE
              PERFORM 4300-EDIT-COUNT
                 THRU 4300-EXIT
           ELSE
              MOVE "null" TO WS-NUM-OUT
              MOVE +4 TO WS-NUM-OUT-LEN
           END-IF.
           STRING WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                  ',"trailerAmountTotal":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           IF STATED-TOTAL-GIVEN THEN
              MOVE WS-STATED-TOTAL TO WS-NUM-VALUE
              PERFORM 4310-EDIT-AMOUNT
                 THRU 4310-EXIT
           ELSE
              MOVE "null" TO WS-NUM-OUT
              MOVE +4 TO WS-NUM-OUT-LEN
           END-IF.
           STRING WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                  ',"fileRecordsReceived":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
      *        DATA RECORDS RECEIVED = EVERYTHING THE PARSER READ
      *        LESS THE TRAILER AND THE FILE HEADER
           IF PARSER-COUNTS-FOUND THEN
              COMPUTE WS-NUM-VALUE = WS-PARSER-READ
                 - WS-PARSER-TRAILERS - WS-PARSER-HEADERS
           ELSE
              MOVE WS-RECORDS-ACKED TO WS-NUM-VALUE
           END-IF.
           PERFORM 4300-EDIT-COUNT
              THRU 4300-EXIT.
           STRING WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                  ',"fileAmountReceived":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           IF PARSER-COUNTS-FOUND THEN
              MOVE WS-PARSER-HASH TO WS-NUM-VALUE
              PERFORM 4310-EDIT-AMOUNT
                 THRU 4310-EXIT
           ELSE
              MOVE "null" TO WS-NUM-OUT
              MOVE +4 TO WS-NUM-OUT-LEN
           END-IF.
           STRING WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                  ',"fileRecordsAccepted":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           MOVE WS-RECORDS-ACCEPTED TO WS-NUM-VALUE.
           PERFORM 4300-EDIT-COUNT
              THRU 4300-EXIT.
           STRING WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                  ',"fileAmountAccepted":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           MOVE WS-AMOUNT-ACCEPTED TO WS-NUM-VALUE.
           PERFORM 4310-EDIT-AMOUNT
              THRU 4310-EXIT.
           STRING WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                  ',"recordsAcknowledged":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           MOVE WS-PTN-ACKED TO WS-NUM-VALUE.
           PERFORM 4300-EDIT-COUNT
              THRU 4300-EXIT.
           STRING WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                  ',"recordsAccepted":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           MOVE WS-PTN-ACCEPTED TO WS-NUM-VALUE.
           PERFORM 4300-EDIT-COUNT
              THRU 4300-EXIT.
           STRING WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                  ',"recordsRejected":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           MOVE WS-PTN-REJECTED TO WS-NUM-VALUE.
           PERFORM 4300-EDIT-COUNT
              THRU 4300-EXIT.
           STRING WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                  ',"amountAccepted":' DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           MOVE WS-PTN-AMOUNT TO WS-NUM-VALUE.
           PERFORM 4310-EDIT-AMOUNT
              THRU 4310-EXIT.
           STRING WS-NUM-OUT(1:WS-NUM-OUT-LEN) DELIMITED BY SIZE
                  "};;" DELIMITED BY SIZE
              INTO WS-ACK-LINE
              WITH POINTER WS-ACK-PTR
           END-STRING.
           MOVE WS-ACK-LINE TO ACK-REC.
           WRITE ACK-REC.
           CLOSE AckFile.
           SET ACK-FILE-CLOSED TO TRUE.
           DISPLAY "  " WS-ACK-PARTNER-ID " ACKED " WS-PTN-ACKED
              " ACCEPTED " WS-PTN-ACCEPTED
              " REJECTED " WS-PTN-REJECTED.
       5300-EXIT.
              EXIT.

       5400-WRITE-ACK-LIST.
      *        THE NAME OF EVERY ACK FILE WRITTEN THIS RUN, UNDER THE
      *        RUN'S CYCLEHDR HEADER - CycleArchive ARCHIVES THE FILES
      *        IT NAMES.  A RUN THAT WROTE NO ACK FILE STILL GETS ITS
      *        HEADER, SO AN EARLIER RUN'S LIST IS NEVER TAKEN AS ITS
           OPEN OUTPUT AckListFile.
           IF WS-ACKL-STATUS NOT = "00" THEN
              DISPLAY "ACKLIST.dat NOT USABLE - FILE STATUS "
                 WS-ACKL-STATUS " - THE ACK FILES WILL NOT BE ARCHIVED"
              IF RETURN-CODE = ZERO THEN
                 MOVE +4 TO RETURN-CODE
              END-IF
              GO TO 5400-EXIT
           END-IF.
           MOVE "CYCLEHDR"     TO RH-HEADER-TAG.
           MOVE RC-CYCLE-DATE  TO RH-CYCLE-DATE.
           MOVE RC-RUN-NO      TO RH-RUN-NO.
           MOVE SPACES TO ACK-LIST-REC.
           MOVE RUN-HEADER-LINE TO ACK-LIST-REC.
           WRITE ACK-LIST-REC.
           PERFORM VARYING WS-ACKN-IDX FROM 1 BY 1
              UNTIL WS-ACKN-IDX > WS-ACKN-NUM
              MOVE WS-ACKN-FILE-NAME(WS-ACKN-IDX) TO ACK-LIST-REC
              WRITE ACK-LIST-REC
           END-PERFORM.
           CLOSE AckListFile.
       5400-EXIT.
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
           MOVE "RECORDS-ACKED" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-ACKED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RECORDS-ACCEPTED" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-ACCEPTED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RECORDS-REJECTED" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-REJECTED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "AMOUNT-ACCEPTED" TO WS-CC-COUNTER.
           MOVE WS-AMOUNT-ACCEPTED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "ACK-FILES" TO WS-CC-COUNTER.
           MOVE WS-ACK-FILES TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "PARTNER-DEFAULTED" TO WS-CC-COUNTER.
           MOVE WS-PARTNER-DEFAULTED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "ACK-NAME-CLASHES" TO WS-CC-COUNTER.
           MOVE WS-NAME-CLASHES TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "PartnerAck"   TO CC-PROGRAM.
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
           DISPLAY "===== PARTNER ACKNOWLEDGEMENT CONTROL TOTALS ====".
           DISPLAY "RECORDS ACKNOWLEDGED. . . . " WS-RECORDS-ACKED.
           DISPLAY "RECORDS ACCEPTED. . . . . . " WS-RECORDS-ACCEPTED.
           DISPLAY "RECORDS REJECTED. . . . . . " WS-RECORDS-REJECTED.
           MOVE WS-AMOUNT-ACCEPTED TO WS-EDIT-AMOUNT.
           DISPLAY "AMOUNT ACCEPTED . . . . . . " WS-EDIT-AMOUNT.
           DISPLAY "AMOUNTS NOT CONVERTIBLE . . " WS-AMOUNT-ERRS.
           DISPLAY "REASONS REPORTED. . . . . . " WS-REASONS-GIVEN.
           DISPLAY "REASONS LEFT OFF AN ACK . . " WS-REASONS-OMITTED.
           DISPLAY "ACK FILES WRITTEN . . . . . " WS-ACK-FILES.
           DISPLAY "ACKED TO THE RUN'S PARTNER. " WS-PARTNER-DEFAULTED.
           DISPLAY "ACK FILE NAMES SUFFIXED . . " WS-NAME-CLASHES.
           DISPLAY "==============================================".
       9900-EXIT.
              EXIT.
       END PROGRAM PartnerAck.
