       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TransmitCheck.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    PRE-PARSE CHECK OF THE PARTNER FILE STAGED AS JSON.dat,    *
      *    RUN AHEAD OF JSONParser FOR EVERY FILE.  EACH PARTNER      *
      *    FILE OPENS WITH A HEADER RECORD -                          *
      *      {"header":"Y","partner-id":..,"file-seq":..,             *
      *       "created":..};;                                         *
      *    AND ENDS WITH THE USUAL CONTROL TRAILER.  THE HEADER IS    *
      *    PROVED AGAINST THE PERSISTENT TRANSMISSION REGISTER        *
      *    TRANSMIT-REG.dat (COPYBOOK TRANSREG):                      *
      *      NHDR - THE FIRST RECORD IS NOT A FILE HEADER             *
      *      BHDR - THE HEADER LACKS A PARTNER, A NUMERIC FILE        *
      *             SEQUENCE OR A CREATION TIMESTAMP                  *
      *      RSEQ - THE SEQUENCE WAS ALREADY RECEIVED IN ANOTHER RUN  *
      *      OSEQ - THE SEQUENCE IS BELOW THE PARTNER'S LATEST        *
      *      GSEQ - ONE OR MORE SEQUENCES ARE MISSING BEFORE THIS     *
      *      RCNT - THE TRAILER'S COUNT AND TOTAL MATCH AN EARLIER    *
      *             TRANSMISSION (THE SAME FILE UNDER A NEW NAME)     *
      *      RRUN - THIS CYCLE AND RUN ALREADY CARRIED ANOTHER FILE   *
      *    ALL OF THESE HOLD THE FILE; NTRL (NO USABLE TRAILER) AND   *
      *    FRST (THE PARTNER'S FIRST FILE) ARE WARNINGS.              *
      *                                                               *
      *    SEVERAL PARTNERS' FILES RUN IN ONE CYCLE ONE AFTER         *
      *    ANOTHER, EACH UNDER ITS OWN RUN NUMBER IN RUNCTL.dat - THE *
      *    REGISTER REMEMBERS WHICH FILE EACH RUN CARRIED, SO A       *
      *    RERUN OF THE SAME RUN WITH THE SAME FILE IS ALLOWED AND    *
      *    SIMPLY REFRESHES ITS ENTRY.  OPERATIONS RELEASE A HELD     *
      *    FILE (A SEQUENCE THE PARTNER HAS CONFIRMED IS LOST, SAY)   *
      *    BY KEYING ITS PARTNER AND SEQUENCE INTO TRANSMIT-REL.dat;  *
      *    ITS FINDINGS ARE THEN PRINTED AS RELEASED.                 *
      *                                                               *
      *    EVERY FINDING GOES TO TRANSMIT-CHK.dat AND THE PRINT       *
      *    REPORT; ANY HOLD ENDS THE JOB WITH RETURN CODE 8 SO THE    *
      *    SCHEDULER HOLDS THE PARSE STEP, AND THE FILE IS NOT        *
      *    REGISTERED UNTIL IT PASSES.                                *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT JSONFile ASSIGN TO "JSON.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-JSON-STATUS.
           SELECT TransmitRegFile ASSIGN TO "TRANSMIT-REG.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TR-KEY
                     ALTERNATE RECORD KEY IS TR-RUN-KEY
                        WITH DUPLICATES
                     FILE STATUS IS WS-TR-STATUS.
           SELECT ReleaseFile ASSIGN TO "TRANSMIT-REL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-REL-STATUS.
           SELECT TransmitChkFile ASSIGN TO "TRANSMIT-CHK.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunCtlFile.
           COPY "RUNCTL.cpy".

       FD JSONFile.
       01 JSON-REC.
          02  JSONRec              PIC X(32000).

       FD TransmitRegFile.
           COPY "TRANSREG.cpy".

       FD ReleaseFile.
       01 RELEASE-REC.
          02  REL-PARTNER-ID       PIC X(20).
          02  FILLER               PIC X(01).
          02  REL-FILE-SEQ         PIC 9(07).
          02  FILLER               PIC X(01).
          02  REL-USER-ID          PIC X(08).
          02  FILLER               PIC X(01).
          02  REL-REASON           PIC X(40).

       FD TransmitChkFile.
       01 TRANSMIT-CHK-REC.
          02  TC-SEVERITY          PIC X(01).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  TC-FINDING-CODE      PIC X(04).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  TC-PARTNER-ID        PIC X(20).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  TC-FILE-SEQ          PIC 9(07).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  TC-DETAIL-TEXT       PIC X(60).

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
            10 WS-JSON-STATUS     PIC X(02) VALUE SPACES.
            10 WS-TR-STATUS       PIC X(02) VALUE SPACES.
            10 WS-REL-STATUS      PIC X(02) VALUE SPACES.
            10 WS-JSON-EOF-SW     PIC X(01) VALUE 'N'.
                88 END-OF-JSON-FILE   VALUE 'Y'.
            10 WS-REL-EOF-SW      PIC X(01) VALUE 'N'.
                88 END-OF-RELEASES    VALUE 'Y'.
            10 WS-REG-EOF-SW      PIC X(01) VALUE 'N'.
                88 END-OF-REGISTER    VALUE 'Y'.
                88 MORE-REGISTER-RECS VALUE 'N'.
            10 WS-HEADER-SW       PIC X(01) VALUE 'N'.
                88 HEADER-FOUND       VALUE 'Y'.
                88 HEADER-MISSING     VALUE 'N'.
            10 WS-HEADER-OK-SW    PIC X(01) VALUE 'N'.
                88 HEADER-USABLE      VALUE 'Y'.
                88 HEADER-UNUSABLE    VALUE 'N'.
            10 WS-TRAILER-SW      PIC X(01) VALUE 'N'.
                88 TRAILER-SEEN       VALUE 'Y'.
                88 NO-TRAILER-SEEN    VALUE 'N'.
            10 WS-STATED-CNT-SW   PIC X(01) VALUE 'N'.
                88 STATED-COUNT-GIVEN VALUE 'Y'.
            10 WS-STATED-TOT-SW   PIC X(01) VALUE 'N'.
                88 STATED-TOTAL-GIVEN VALUE 'Y'.
            10 WS-RERUN-SW        PIC X(01) VALUE 'N'.
                88 RUN-IS-RERUN       VALUE 'Y'.
                88 RUN-IS-NEW         VALUE 'N'.
            10 WS-RELEASE-SW      PIC X(01) VALUE 'N'.
                88 FILE-RELEASED      VALUE 'Y'.
                88 FILE-NOT-RELEASED  VALUE 'N'.
            10 WS-PARTNER-KNOWN-SW PIC X(01) VALUE 'N'.
                88 PARTNER-KNOWN      VALUE 'Y'.
                88 PARTNER-NEW        VALUE 'N'.
            10 WS-TC-SEVERITY     PIC X(01) VALUE SPACE.
                88 FINDING-FATAL      VALUE 'F'.
                88 FINDING-WARNING    VALUE 'W'.
                88 FINDING-RELEASED   VALUE 'R'.
            10 WS-TC-FINDING-CODE PIC X(04) VALUE SPACES.
            10 WS-TC-DETAIL-TEXT  PIC X(60) VALUE SPACES.
            10 WS-TOTAL-FINDINGS  PIC S9(05) COMP VALUE ZERO.
            10 WS-FATAL-FINDINGS  PIC S9(05) COMP VALUE ZERO.
            10 WS-WARN-FINDINGS   PIC S9(05) COMP VALUE ZERO.
            10 WS-RELEASED-FINDINGS PIC S9(05) COMP VALUE ZERO.
            10 WS-LINES-READ      PIC S9(07) COMP VALUE ZERO.
            10 WS-RECORDS-READ    PIC S9(07) COMP VALUE ZERO.
            10 WS-LINE-LEN        PIC S9(05) COMP VALUE ZERO.
            10 WS-ASSEMBLY-LEN    PIC S9(05) COMP VALUE ZERO.
            10 WS-DELIM-TALLY     PIC S9(05) COMP VALUE ZERO.
            10 WS-HDR-PARTNER-ID  PIC X(20) VALUE SPACES.
            10 WS-HDR-FILE-SEQ    PIC 9(07) VALUE ZERO.
            10 WS-HDR-CREATED     PIC X(26) VALUE SPACES.
            10 WS-STATED-COUNT    PIC 9(09) VALUE ZERO.
            10 WS-STATED-TOTAL    PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-LAST-FILE-SEQ   PIC 9(07) VALUE ZERO.
            10 WS-EXPECTED-SEQ    PIC 9(07) VALUE ZERO.
            10 WS-RELEASED-BY     PIC X(08) VALUE SPACES.
            10 WS-VALUE-LEN       PIC S9(05) COMP VALUE ZERO.
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

           COPY "RUNHDR.cpy".

       01 WS-RAW-JSON             PIC X(32000) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM 2000-SCAN-PARTNER-FILE
              THRU 2000-EXIT.
           PERFORM 3000-CHECK-HEADER
              THRU 3000-EXIT.
           IF HEADER-USABLE THEN
              PERFORM 4000-LOAD-RELEASE
                 THRU 4000-EXIT
              PERFORM 5000-CHECK-SEQUENCE
                 THRU 5000-EXIT
              PERFORM 6000-CHECK-RUN
                 THRU 6000-EXIT
              PERFORM 7000-REGISTER-TRANSMISSION
                 THRU 7000-EXIT
           END-IF.
           CLOSE TransmitRegFile
                 TransmitChkFile.
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
           PERFORM 1040-OPEN-REGISTER
              THRU 1040-EXIT.
           OPEN OUTPUT TransmitChkFile.
           MOVE "CYCLEHDR"     TO RH-HEADER-TAG.
           MOVE RC-CYCLE-DATE  TO RH-CYCLE-DATE.
           MOVE RC-RUN-NO      TO RH-RUN-NO.
           MOVE SPACES TO TRANSMIT-CHK-REC.
           MOVE RUN-HEADER-LINE TO TRANSMIT-CHK-REC.
           WRITE TRANSMIT-CHK-REC.
       1000-EXIT.
              EXIT.

       1010-READ-RUN-CONTROL.
      *        THE CYCLE STAMP EVERY DATASET IN THE CHAIN CARRIES -
      *        THE REGISTER FILES EACH TRANSMISSION UNDER ITS CYCLE
      *        AND RUN, SO A MISSING RUN CONTROL STOPS THE JOB
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

       1040-OPEN-REGISTER.
      *        TRANSMIT-REG.dat PERSISTS ACROSS CYCLES - IT IS OPENED
      *        I-O, NEVER OUTPUT.  STATUS 35 MEANS THE VERY FIRST RUN
      *        EVER, WHEN THE REGISTER IS CREATED EMPTY AND REOPENED
           OPEN I-O TransmitRegFile.
           IF WS-TR-STATUS = "35" THEN
              OPEN OUTPUT TransmitRegFile
              CLOSE TransmitRegFile
              OPEN I-O TransmitRegFile
           END-IF.
           IF WS-TR-STATUS NOT = "00" THEN
              DISPLAY "TRANSMISSION REGISTER TRANSMIT-REG.dat NOT "
                 "USABLE - FILE STATUS " WS-TR-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
       1040-EXIT.
              EXIT.

       2000-SCAN-PARTNER-FILE.
      *        ONE PASS OVER JSON.dat, RECORD BY LOGICAL RECORD THE
      *        WAY THE PARSER WILL SEE IT - THE FIRST RECORD IS TAKEN
      *        AS THE HEADER AND ANY RECORD CARRYING "trailer" "Y"
      *        GIVES THE STATED COUNT AND TOTAL.  NOTHING ELSE IN
      *        THE FILE IS EXAMINED HERE
           OPEN INPUT JSONFile.
           IF WS-JSON-STATUS NOT = "00" THEN
              MOVE "F"    TO WS-TC-SEVERITY
              MOVE "NFIL" TO WS-TC-FINDING-CODE
              MOVE "JSON.dat NOT PRESENT - NO PARTNER FILE STAGED"
                TO WS-TC-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
              GO TO 2000-EXIT
           END-IF.
           READ JSONFile
              AT END SET END-OF-JSON-FILE TO TRUE
              NOT AT END ADD +1 TO WS-LINES-READ
           END-READ.
           PERFORM 2100-TAKE-ONE-RECORD
              THRU 2100-EXIT
              UNTIL END-OF-JSON-FILE.
           CLOSE JSONFile.
       2000-EXIT.
              EXIT.

       2100-TAKE-ONE-RECORD.
           PERFORM 2200-ASSEMBLE-RECORD
              THRU 2200-EXIT.
           IF WS-ASSEMBLY-LEN = ZERO THEN
              GO TO 2100-EXIT
           END-IF.
           ADD +1 TO WS-RECORDS-READ.
           IF WS-RECORDS-READ = +1 THEN
              PERFORM 2300-TAKE-HEADER
                 THRU 2300-EXIT
              GO TO 2100-EXIT
           END-IF.
           MOVE "trailer" TO WS-SCAN-KEY.
           PERFORM 8500-SCAN-RAW-VALUE
              THRU 8500-EXIT.
           IF WS-SCAN-VALUE(1:1) = "Y" THEN
              PERFORM 2400-TAKE-TRAILER
                 THRU 2400-EXIT
           END-IF.
       2100-EXIT.
              EXIT.

       2200-ASSEMBLE-RECORD.
      *        A PARTNER MAY SPREAD ONE JSON RECORD OVER SEVERAL
      *        PHYSICAL LINES - THE LOGICAL RECORD RUNS FROM THE
      *        CURRENT LINE UP TO THE LINE CARRYING THE ;;
      *        TERMINATOR, JOINED WITH A SINGLE SPACE, EXACTLY AS
      *        JSONParser ASSEMBLES IT.  A RECORD PAST 32000 BYTES
      *        KEEPS WHAT FITS - THE HEADER AND TRAILER KEYS SIT
      *        WELL INSIDE THAT
           MOVE SPACES TO WS-RAW-JSON.
           MOVE ZERO TO WS-ASSEMBLY-LEN.
           PERFORM 2210-APPEND-LINE
              THRU 2210-EXIT.
           PERFORM UNTIL WS-DELIM-TALLY > ZERO
              OR END-OF-JSON-FILE
              READ JSONFile
                 AT END SET END-OF-JSON-FILE TO TRUE
                 NOT AT END
                    ADD +1 TO WS-LINES-READ
                    PERFORM 2210-APPEND-LINE
                       THRU 2210-EXIT
              END-READ
           END-PERFORM.
           IF NOT END-OF-JSON-FILE THEN
              READ JSONFile
                 AT END SET END-OF-JSON-FILE TO TRUE
                 NOT AT END ADD +1 TO WS-LINES-READ
              END-READ
           END-IF.
       2200-EXIT.
              EXIT.
       2210-APPEND-LINE.
           MOVE ZERO TO WS-DELIM-TALLY.
           INSPECT JSONRec TALLYING WS-DELIM-TALLY FOR ALL ';;'.
           MOVE +32000 TO WS-LINE-LEN.
           PERFORM UNTIL WS-LINE-LEN = ZERO
              OR JSONRec(WS-LINE-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM.
           IF WS-LINE-LEN = ZERO THEN
              GO TO 2210-EXIT
           END-IF.
           IF WS-ASSEMBLY-LEN > ZERO THEN
              ADD +1 TO WS-ASSEMBLY-LEN
           END-IF.
           IF WS-ASSEMBLY-LEN + WS-LINE-LEN > +32000 THEN
              COMPUTE WS-LINE-LEN = +32000 - WS-ASSEMBLY-LEN
              IF WS-LINE-LEN <= ZERO THEN
                 GO TO 2210-EXIT
              END-IF
           END-IF.
           MOVE JSONRec(1:WS-LINE-LEN)
             TO WS-RAW-JSON(WS-ASSEMBLY-LEN + 1:WS-LINE-LEN).
           ADD WS-LINE-LEN TO WS-ASSEMBLY-LEN.
       2210-EXIT.
              EXIT.

       2300-TAKE-HEADER.
           MOVE "header" TO WS-SCAN-KEY.
           PERFORM 8500-SCAN-RAW-VALUE
              THRU 8500-EXIT.
           IF WS-SCAN-VALUE(1:1) NOT = "Y" THEN
              GO TO 2300-EXIT
           END-IF.
           SET HEADER-FOUND TO TRUE.
           MOVE "partner-id" TO WS-SCAN-KEY.
           PERFORM 8500-SCAN-RAW-VALUE
              THRU 8500-EXIT.
           MOVE WS-SCAN-VALUE(1:20) TO WS-HDR-PARTNER-ID.
           MOVE "created" TO WS-SCAN-KEY.
           PERFORM 8500-SCAN-RAW-VALUE
              THRU 8500-EXIT.
           MOVE WS-SCAN-VALUE(1:26) TO WS-HDR-CREATED.
           MOVE "file-seq" TO WS-SCAN-KEY.
           PERFORM 8500-SCAN-RAW-VALUE
              THRU 8500-EXIT.
      *        THE SEQUENCE MUST BE ONE TO SEVEN PLAIN DIGITS -
      *        ANYTHING ELSE LEAVES IT ZERO, WHICH 3000 REFUSES
           PERFORM 8400-VALUE-LENGTH
              THRU 8400-EXIT.
           IF WS-VALUE-LEN > ZERO AND WS-VALUE-LEN <= +7 THEN
              IF WS-SCAN-VALUE(1:WS-VALUE-LEN) IS NUMERIC THEN
                 MOVE WS-SCAN-VALUE(1:WS-VALUE-LEN)
                   TO WS-HDR-FILE-SEQ
              END-IF
           END-IF.
       2300-EXIT.
              EXIT.

       2400-TAKE-TRAILER.
      *        THE STATED FIGURES ARE CONVERTED BY THE PARSER'S OWN
      *        RULES SO THE REGISTER HOLDS WHAT 9920 WILL RECONCILE
           SET TRAILER-SEEN TO TRUE.
           MOVE "record-count" TO WS-SCAN-KEY.
           PERFORM 8500-SCAN-RAW-VALUE
              THRU 8500-EXIT.
           PERFORM 8600-CONVERT-DEC-VALUE
              THRU 8600-EXIT.
           IF CONVERT-GOOD THEN
              MOVE WS-CONV-RESULT TO WS-STATED-COUNT
              SET STATED-COUNT-GIVEN TO TRUE
           END-IF.
           MOVE "amount-total" TO WS-SCAN-KEY.
           PERFORM 8500-SCAN-RAW-VALUE
              THRU 8500-EXIT.
           PERFORM 8600-CONVERT-DEC-VALUE
              THRU 8600-EXIT.
           IF CONVERT-GOOD THEN
              MOVE WS-CONV-RESULT TO WS-STATED-TOTAL
              SET STATED-TOTAL-GIVEN TO TRUE
           END-IF.
       2400-EXIT.
              EXIT.

       3000-CHECK-HEADER.
           SET HEADER-UNUSABLE TO TRUE.
           IF WS-JSON-STATUS NOT = "00" THEN
              GO TO 3000-EXIT
           END-IF.
           IF HEADER-MISSING THEN
              MOVE "F"    TO WS-TC-SEVERITY
              MOVE "NHDR" TO WS-TC-FINDING-CODE
              MOVE "FIRST RECORD IS NOT A header RECORD"
                TO WS-TC-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
              GO TO 3000-EXIT
           END-IF.
           IF WS-HDR-PARTNER-ID = SPACES THEN
              MOVE "F"    TO WS-TC-SEVERITY
              MOVE "BHDR" TO WS-TC-FINDING-CODE
              MOVE "HEADER CARRIES NO partner-id"
                TO WS-TC-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
              GO TO 3000-EXIT
           END-IF.
           IF WS-HDR-FILE-SEQ = ZERO THEN
              MOVE "F"    TO WS-TC-SEVERITY
              MOVE "BHDR" TO WS-TC-FINDING-CODE
              MOVE "HEADER file-seq MISSING, ZERO OR NOT 1-7 DIGITS"
                TO WS-TC-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
              GO TO 3000-EXIT
           END-IF.
           IF WS-HDR-CREATED = SPACES THEN
              MOVE "F"    TO WS-TC-SEVERITY
              MOVE "BHDR" TO WS-TC-FINDING-CODE
              MOVE "HEADER CARRIES NO created TIMESTAMP"
                TO WS-TC-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
              GO TO 3000-EXIT
           END-IF.
           SET HEADER-USABLE TO TRUE.
           IF NOT STATED-COUNT-GIVEN OR NOT STATED-TOTAL-GIVEN THEN
      *        THE PARSER HOLDS A FILE WITH NO USABLE TRAILER ON
      *        ITS OWN - HERE IT ONLY MEANS THE REPEAT-BY-COUNTS
      *        CHECK HAS NOTHING TO COMPARE
              MOVE "W"    TO WS-TC-SEVERITY
              MOVE "NTRL" TO WS-TC-FINDING-CODE
              MOVE "NO USABLE record-count / amount-total TRAILER"
                TO WS-TC-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
           END-IF.
       3000-EXIT.
              EXIT.

       4000-LOAD-RELEASE.
      *        TRANSMIT-REL.dat IS KEYED BY OPERATIONS ONLY WHEN A
      *        HELD FILE HAS BEEN LOOKED INTO - ABSENT IS NORMAL
           OPEN INPUT ReleaseFile.
           IF WS-REL-STATUS NOT = "00" THEN
              GO TO 4000-EXIT
           END-IF.
           READ ReleaseFile
              AT END SET END-OF-RELEASES TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-RELEASES
              IF REL-PARTNER-ID = WS-HDR-PARTNER-ID
                 AND REL-FILE-SEQ IS NUMERIC
                 AND REL-FILE-SEQ = WS-HDR-FILE-SEQ THEN
                 IF REL-USER-ID = SPACES THEN
                    DISPLAY "RELEASE ROW FOR " WS-HDR-PARTNER-ID
                       " SEQ " WS-HDR-FILE-SEQ
                       " IGNORED - NO USER ID"
                 ELSE
                    SET FILE-RELEASED TO TRUE
                    MOVE REL-USER-ID TO WS-RELEASED-BY
                 END-IF
              END-IF
              READ ReleaseFile
                 AT END SET END-OF-RELEASES TO TRUE
              END-READ
           END-PERFORM.
           CLOSE ReleaseFile.
           IF FILE-RELEASED THEN
              DISPLAY "FILE RELEASED BY " WS-RELEASED-BY
                 " - ANY HOLD BELOW IS PRINTED AS RELEASED"
           END-IF.
       4000-EXIT.
              EXIT.

       5000-CHECK-SEQUENCE.
      *        THIS PARTNER AND SEQUENCE ON THE REGISTER ALREADY?
      *        UNDER THIS SAME CYCLE AND RUN IT IS A RERUN OF THIS
      *        STEP; UNDER ANY OTHER IT IS THE SAME FILE AGAIN
           SET RUN-IS-NEW TO TRUE.
           MOVE WS-HDR-PARTNER-ID TO TR-PARTNER-ID.
           MOVE WS-HDR-FILE-SEQ   TO TR-FILE-SEQ.
           READ TransmitRegFile
              KEY IS TR-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF TR-CYCLE-DATE = RC-CYCLE-DATE
                    AND TR-RUN-NO = RC-RUN-NO THEN
                    SET RUN-IS-RERUN TO TRUE
                    DISPLAY "RERUN OF THIS CYCLE AND RUN - REGISTER "
                       "ENTRY WILL BE REFRESHED"
                 ELSE
                    MOVE "F"    TO WS-TC-SEVERITY
                    MOVE "RSEQ" TO WS-TC-FINDING-CODE
                    MOVE SPACES TO WS-TC-DETAIL-TEXT
                    STRING "SEQUENCE ALREADY RECEIVED IN CYCLE "
                              DELIMITED BY SIZE
                           TR-CYCLE-DATE DELIMITED BY SIZE
                           " RUN " DELIMITED BY SIZE
                           TR-RUN-NO DELIMITED BY SIZE
                       INTO WS-TC-DETAIL-TEXT
                    END-STRING
                    PERFORM 8000-WRITE-FINDING
                       THRU 8000-EXIT
                 END-IF
           END-READ.
      *        THEN EVERY EARLIER FILE FROM THE PARTNER, IN SEQUENCE
      *        ORDER - THE LAST ONE READ IS THE LATEST SEQUENCE, AND
      *        EACH IS COMPARED FOR THE SAME COUNT AND TOTAL
           SET PARTNER-NEW TO TRUE.
           MOVE ZERO TO WS-LAST-FILE-SEQ.
           SET MORE-REGISTER-RECS TO TRUE.
           MOVE WS-HDR-PARTNER-ID TO TR-PARTNER-ID.
           MOVE ZERO              TO TR-FILE-SEQ.
           START TransmitRegFile KEY NOT < TR-KEY
              INVALID KEY
                 SET END-OF-REGISTER TO TRUE
           END-START.
           PERFORM 5100-COMPARE-ONE-ENTRY
              THRU 5100-EXIT
              UNTIL END-OF-REGISTER.
           IF RUN-IS-RERUN THEN
              GO TO 5000-EXIT
           END-IF.
           IF PARTNER-NEW THEN
              MOVE "W"    TO WS-TC-SEVERITY
              MOVE "FRST" TO WS-TC-FINDING-CODE
              MOVE "FIRST FILE FROM THIS PARTNER - NO SEQUENCE TO CHECK"
                TO WS-TC-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
              GO TO 5000-EXIT
           END-IF.
           IF WS-HDR-FILE-SEQ < WS-LAST-FILE-SEQ THEN
              MOVE "F"    TO WS-TC-SEVERITY
              MOVE "OSEQ" TO WS-TC-FINDING-CODE
              MOVE SPACES TO WS-TC-DETAIL-TEXT
              STRING "OUT OF ORDER - PARTNER IS ALREADY AT SEQUENCE "
                        DELIMITED BY SIZE
                     WS-LAST-FILE-SEQ DELIMITED BY SIZE
                 INTO WS-TC-DETAIL-TEXT
              END-STRING
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
              GO TO 5000-EXIT
           END-IF.
           COMPUTE WS-EXPECTED-SEQ = WS-LAST-FILE-SEQ + 1.
           IF WS-HDR-FILE-SEQ > WS-EXPECTED-SEQ THEN
              MOVE "F"    TO WS-TC-SEVERITY
              MOVE "GSEQ" TO WS-TC-FINDING-CODE
              MOVE SPACES TO WS-TC-DETAIL-TEXT
              STRING "SEQUENCE GAP - EXPECTED " DELIMITED BY SIZE
                     WS-EXPECTED-SEQ DELIMITED BY SIZE
                     ", LAST RECEIVED " DELIMITED BY SIZE
                     WS-LAST-FILE-SEQ DELIMITED BY SIZE
                 INTO WS-TC-DETAIL-TEXT
              END-STRING
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
           END-IF.
       5000-EXIT.
              EXIT.
       5100-COMPARE-ONE-ENTRY.
           READ TransmitRegFile NEXT RECORD
              AT END
                 SET END-OF-REGISTER TO TRUE
                 GO TO 5100-EXIT
           END-READ.
           IF TR-PARTNER-ID NOT = WS-HDR-PARTNER-ID THEN
      *        THE KEY LEADS WITH THE PARTNER - NOTHING OF THIS
      *        PARTNER CAN FOLLOW
              SET END-OF-REGISTER TO TRUE
              GO TO 5100-EXIT
           END-IF.
           IF TR-FILE-SEQ = WS-HDR-FILE-SEQ THEN
      *        THE FILE'S OWN ENTRY - ALREADY JUDGED BY THE DIRECT
      *        READ ABOVE
              GO TO 5100-EXIT
           END-IF.
           SET PARTNER-KNOWN TO TRUE.
           MOVE TR-FILE-SEQ TO WS-LAST-FILE-SEQ.
           IF TR-COUNTS-PRESENT
              AND STATED-COUNT-GIVEN AND STATED-TOTAL-GIVEN
              AND TR-RECORD-COUNT = WS-STATED-COUNT
              AND TR-AMOUNT-TOTAL = WS-STATED-TOTAL THEN
              MOVE "F"    TO WS-TC-SEVERITY
              MOVE "RCNT" TO WS-TC-FINDING-CODE
              MOVE SPACES TO WS-TC-DETAIL-TEXT
              STRING "COUNT AND TOTAL MATCH SEQUENCE " DELIMITED BY SIZE
                     TR-FILE-SEQ DELIMITED BY SIZE
                     " OF CYCLE " DELIMITED BY SIZE
                     TR-CYCLE-DATE DELIMITED BY SIZE
                 INTO WS-TC-DETAIL-TEXT
              END-STRING
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
           END-IF.
       5100-EXIT.
              EXIT.

       6000-CHECK-RUN.
      *        ONE RUN CARRIES ONE FILE - EVERY CYCLE OUTPUT IS
      *        STAMPED WITH THE CYCLE AND RUN, SO A SECOND PARTNER'S
      *        FILE UNDER THE SAME RUN WOULD OVERLAY THE FIRST'S
           SET MORE-REGISTER-RECS TO TRUE.
           MOVE RC-CYCLE-DATE TO TR-CYCLE-DATE.
           MOVE RC-RUN-NO     TO TR-RUN-NO.
           START TransmitRegFile KEY IS = TR-RUN-KEY
              INVALID KEY
                 SET END-OF-REGISTER TO TRUE
           END-START.
           PERFORM 6100-CHECK-ONE-RUN-ENTRY
              THRU 6100-EXIT
              UNTIL END-OF-REGISTER.
       6000-EXIT.
              EXIT.
       6100-CHECK-ONE-RUN-ENTRY.
           READ TransmitRegFile NEXT RECORD
              AT END
                 SET END-OF-REGISTER TO TRUE
                 GO TO 6100-EXIT
           END-READ.
           IF TR-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR TR-RUN-NO NOT = RC-RUN-NO THEN
              SET END-OF-REGISTER TO TRUE
              GO TO 6100-EXIT
           END-IF.
           IF TR-PARTNER-ID = WS-HDR-PARTNER-ID
              AND TR-FILE-SEQ = WS-HDR-FILE-SEQ THEN
              GO TO 6100-EXIT
           END-IF.
           MOVE "F"    TO WS-TC-SEVERITY.
           MOVE "RRUN" TO WS-TC-FINDING-CODE.
           MOVE SPACES TO WS-TC-DETAIL-TEXT.
           STRING "RUN ALREADY CARRIED " DELIMITED BY SIZE
                  TR-PARTNER-ID DELIMITED BY "  "
                  " SEQUENCE " DELIMITED BY SIZE
                  TR-FILE-SEQ DELIMITED BY SIZE
              INTO WS-TC-DETAIL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-FINDING
              THRU 8000-EXIT.
       6100-EXIT.
              EXIT.

       7000-REGISTER-TRANSMISSION.
      *        A FILE WITH NO HOLD LEFT STANDING IS FILED ON THE
      *        REGISTER - A HELD ONE IS NOT, SO THE CORRECTED FILE
      *        OR THE RELEASE IS JUDGED AFRESH NEXT TIME
           IF WS-FATAL-FINDINGS > ZERO THEN
              GO TO 7000-EXIT
           END-IF.
           MOVE SPACES TO TRANSMIT-REG-REC.
           MOVE WS-HDR-PARTNER-ID TO TR-PARTNER-ID.
           MOVE WS-HDR-FILE-SEQ   TO TR-FILE-SEQ.
           MOVE RC-CYCLE-DATE     TO TR-CYCLE-DATE.
           MOVE RC-RUN-NO         TO TR-RUN-NO.
           MOVE WS-HDR-CREATED    TO TR-CREATED.
           IF STATED-COUNT-GIVEN AND STATED-TOTAL-GIVEN THEN
              SET TR-COUNTS-PRESENT TO TRUE
           ELSE
              SET TR-COUNTS-ABSENT TO TRUE
           END-IF.
           MOVE WS-STATED-COUNT   TO TR-RECORD-COUNT.
           MOVE WS-STATED-TOTAL   TO TR-AMOUNT-TOTAL.
           IF WS-RELEASED-FINDINGS > ZERO THEN
              SET TR-STAT-RELEASED TO TRUE
              MOVE WS-RELEASED-BY TO TR-RELEASED-BY
           ELSE
              SET TR-STAT-ACCEPTED TO TRUE
           END-IF.
           IF RUN-IS-RERUN THEN
              REWRITE TRANSMIT-REG-REC
           ELSE
              WRITE TRANSMIT-REG-REC
           END-IF.
           IF WS-TR-STATUS NOT = "00" THEN
              DISPLAY "TRANSMIT-REG.dat WRITE FAILED - FILE STATUS "
                 WS-TR-STATUS
              MOVE "F"    TO WS-TC-SEVERITY
              MOVE "REGF" TO WS-TC-FINDING-CODE
              MOVE "FILE COULD NOT BE FILED ON THE REGISTER"
                TO WS-TC-DETAIL-TEXT
              PERFORM 8000-WRITE-FINDING
                 THRU 8000-EXIT
           END-IF.
       7000-EXIT.
              EXIT.

       8000-WRITE-FINDING.
      *        THE WS-TC- STAGING FIELDS ARE SET BY THE CALLER -
      *        THIS PARAGRAPH BUILDS THE CHECK ROW, PRINTS IT AND
      *        KEEPS THE SEVERITY COUNTS.  A HOLD ON A FILE
      *        OPERATIONS HAVE RELEASED IS PRINTED AS RELEASED
           IF FINDING-FATAL AND FILE-RELEASED
              AND WS-TC-FINDING-CODE NOT = "REGF" THEN
              SET FINDING-RELEASED TO TRUE
           END-IF.
           MOVE SPACES TO TRANSMIT-CHK-REC.
           MOVE WS-TC-SEVERITY     TO TC-SEVERITY.
           MOVE WS-TC-FINDING-CODE TO TC-FINDING-CODE.
           MOVE WS-HDR-PARTNER-ID  TO TC-PARTNER-ID.
           MOVE WS-HDR-FILE-SEQ    TO TC-FILE-SEQ.
           MOVE WS-TC-DETAIL-TEXT  TO TC-DETAIL-TEXT.
           WRITE TRANSMIT-CHK-REC.
           DISPLAY WS-TC-SEVERITY " " WS-TC-FINDING-CODE " "
              WS-HDR-PARTNER-ID " " WS-HDR-FILE-SEQ " "
              WS-TC-DETAIL-TEXT.
           ADD +1 TO WS-TOTAL-FINDINGS.
           EVALUATE TRUE
              WHEN FINDING-FATAL
                 ADD +1 TO WS-FATAL-FINDINGS
              WHEN FINDING-RELEASED
                 ADD +1 TO WS-RELEASED-FINDINGS
              WHEN OTHER
                 ADD +1 TO WS-WARN-FINDINGS
           END-EVALUATE.
       8000-EXIT.
              EXIT.

       8400-VALUE-LENGTH.
      *        LENGTH OF WS-SCAN-VALUE WITHOUT ITS TRAILING SPACES
           MOVE +60 TO WS-VALUE-LEN.
           PERFORM UNTIL WS-VALUE-LEN = ZERO
              OR WS-SCAN-VALUE(WS-VALUE-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-VALUE-LEN
           END-PERFORM.
       8400-EXIT.
              EXIT.

       8500-SCAN-RAW-VALUE.
      *        FINDS "key" FOLLOWED BY A COLON IN THE RAW JSON TEXT
      *        IN WS-RAW-JSON AND RETURNS THE VALUE AFTER IT IN
      *        WS-SCAN-VALUE - QUOTES STRIPPED, UP TO 60 CHARACTERS.
      *        SPACES MEANS NOT FOUND
           MOVE SPACES TO WS-SCAN-VALUE.
           MOVE +60 TO WS-SCAN-KEY-LEN.
           PERFORM UNTIL WS-SCAN-KEY-LEN = ZERO
              OR WS-SCAN-KEY(WS-SCAN-KEY-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-SCAN-KEY-LEN
           END-PERFORM.
           IF WS-SCAN-KEY-LEN = ZERO THEN
              GO TO 8500-EXIT
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
              GO TO 8500-EXIT
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
              GO TO 8500-EXIT
           END-IF.
           IF WS-RAW-JSON(WS-SCAN-POS:1) NOT = ":" THEN
              GO TO 8500-EXIT
           END-IF.
           ADD +1 TO WS-SCAN-POS.
           PERFORM UNTIL WS-SCAN-POS > +32000
              OR WS-RAW-JSON(WS-SCAN-POS:1) NOT = SPACE
              ADD +1 TO WS-SCAN-POS
           END-PERFORM.
           IF WS-SCAN-POS > +32000 THEN
              GO TO 8500-EXIT
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
       8500-EXIT.
              EXIT.

       8600-CONVERT-DEC-VALUE.
      *        TURNS THE TEXT IN WS-SCAN-VALUE INTO A SIGNED PACKED
      *        AMOUNT IN WS-CONV-RESULT BY THE PARSER'S RULES - AN
      *        OPTIONAL LEADING "-", UP TO 13 INTEGER DIGITS, ONE DOT
      *        AND UP TO FOUR DECIMAL DIGITS (LATER ONES DROPPED)
           SET CONVERT-BAD TO TRUE.
           SET CONVERT-POSITIVE TO TRUE.
           SET CONVERT-DOT-UNSEEN TO TRUE.
           MOVE ZERO TO WS-CONV-RESULT.
           MOVE ZERO TO WS-CONV-INT-CNT.
           MOVE ZERO TO WS-CONV-DEC-CNT.
           MOVE WS-SCAN-VALUE TO WS-CONV-TEXT.
           PERFORM 8400-VALUE-LENGTH
              THRU 8400-EXIT.
           MOVE WS-VALUE-LEN TO WS-CONV-LEN.
           IF WS-CONV-LEN = ZERO THEN
              GO TO 8600-EXIT
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
           PERFORM 8610-CONVERT-ONE-DIGIT
              THRU 8610-EXIT
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
       8600-EXIT.
              EXIT.
       8610-CONVERT-ONE-DIGIT.
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
       8610-EXIT.
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
           MOVE "LINES-READ" TO WS-CC-COUNTER.
           MOVE WS-LINES-READ TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RECORDS-READ" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-READ TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "FINDINGS-TOTAL" TO WS-CC-COUNTER.
           MOVE WS-TOTAL-FINDINGS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "FINDINGS-HOLD" TO WS-CC-COUNTER.
           MOVE WS-FATAL-FINDINGS TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "FINDINGS-RELEASED" TO WS-CC-COUNTER.
           MOVE WS-RELEASED-FINDINGS TO WS-CC-VALUE.
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
           MOVE "TransmitCheck" TO CC-PROGRAM.
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
           DISPLAY " ".
           DISPLAY "===== TRANSMISSION CHECK TOTALS =====".
           DISPLAY "PARTNER . . . . . . . . . . " WS-HDR-PARTNER-ID.
           DISPLAY "FILE SEQUENCE . . . . . . . " WS-HDR-FILE-SEQ.
           DISPLAY "CREATED . . . . . . . . . . " WS-HDR-CREATED.
           DISPLAY "PHYSICAL LINES READ . . . . " WS-LINES-READ.
           DISPLAY "RECORDS READ. . . . . . . . " WS-RECORDS-READ.
           IF STATED-COUNT-GIVEN THEN
              DISPLAY "STATED RECORD COUNT . . . . " WS-STATED-COUNT
           END-IF.
           IF STATED-TOTAL-GIVEN THEN
              DISPLAY "STATED AMOUNT TOTAL . . . . " WS-STATED-TOTAL
           END-IF.
           DISPLAY "TOTAL FINDINGS. . . . . . . " WS-TOTAL-FINDINGS.
           DISPLAY "  HOLD. . . . . . . . . . . " WS-FATAL-FINDINGS.
           DISPLAY "  RELEASED. . . . . . . . . " WS-RELEASED-FINDINGS.
           DISPLAY "  WARNING . . . . . . . . . " WS-WARN-FINDINGS.
           IF WS-FATAL-FINDINGS > ZERO THEN
              DISPLAY "FILE HELD - NOT REGISTERED, RETURN CODE 8"
              MOVE +8 TO RETURN-CODE
           ELSE
              DISPLAY "FILE REGISTERED - PARSE MAY RUN"
           END-IF.
           DISPLAY "=====================================".
       9900-EXIT.
              EXIT.
       END PROGRAM TransmitCheck.
