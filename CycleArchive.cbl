       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CycleArchive.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    END-OF-CYCLE ARCHIVE, RUN LAST IN EVERY RUN.  EVERY        *
      *    OUTPUT OF THE CYCLE IS OPENED OUTPUT AGAIN BY THE NEXT     *
      *    ONE, SO THIS STEP COPIES EACH OF THEM -                    *
      *      PARSED-OUT.dat     TYPED-OUT.dat      PARSED-IDX.dat     *
      *      MASTER-OUT.dat     REJECT.dat         DUPLICATE.dat      *
      *      SHORTFALL.dat      SCHEMA-EXCEPT.dat  RULE-EXCEPT.dat    *
      *      MAP-EXCEPT.dat     UNMAP-EXCEPT.dat   CURR-EXCEPT.dat    *
      *      CONV-OUT.dat       SUMMARY-OUT.dat    GL-JOURNAL.dat     *
      *      GL-EXCEPT.dat      DELTA-OUT.dat      TRANSMIT-CHK.dat   *
      *      CTL-AUDIT.dat      EXCEPT-AGING.dat   RECYCLE-AUDIT.dat  *
      *      CYCLE-OUT.dat      RESUBMIT.dat       JSON-OUT.dat       *
      *      CSV-OUT.dat        ACKLIST.dat        CYCLE-CTL.dat      *
      *    AND EVERY ACK-<partner>.dat ACKLIST.dat NAMES -            *
      *    TO A GENERATION NAMED FOR THE CYCLE DATE AND RUN NUMBER -  *
      *    PARSED-OUT.D20261015.R001.dat AND SO ON, IN THE DIRECTORY  *
      *    THE CYCLEARCHIVE_DIR ENVIRONMENT VARIABLE NAMES (THE       *
      *    CURRENT ONE UNLESS THE RUN SAYS OTHERWISE).  CONV-OUT.dat  *
      *    AND TYPED-OUT.dat ARE FIXED-LENGTH RECORD SEQUENTIAL AND   *
      *    ARE COPIED RECORD FOR RECORD AS THEY STAND.  THE INDEXED   *
      *    PARSED-IDX.dat (COPYBOOK PARSEDIDX) THAT JSONLookup READS  *
      *    IS UNLOADED IN KEY ORDER TO A GENERATION OF FIXED-LENGTH   *
      *    RECORDS, WHICH CycleRestore RELOADS.  THE OTHERS ARE LINE  *
      *    SEQUENTIAL.                                                *
      *                                                               *
      *    A DATASET IS PROVED TO BE THIS RUN'S BEFORE ANYTHING IS    *
      *    COPIED - ITS CYCLEHDR STAMP MUST MATCH RUNCTL.dat, AND ONE *
      *    THAT DOES NOT IS LEFT ALONE, SO A GENERATION ALREADY       *
      *    CATALOGED IS NEVER COPIED OVER OR DROPPED FOR IT.          *
      *    GL-JOURNAL.dat IS PROVED BY THE CYCLE AND RUN ON ITS "H"   *
      *    BATCH RECORD - A REFUSED BATCH LEAVES IT EMPTY, SO IT IS   *
      *    LEFT UNARCHIVED FOR THAT RUN.  PARSED-IDX.dat IS PROVED BY *
      *    THE CYCLE AND RUN ON ITS FIRST ENTRY - AN EMPTY ONE HAS    *
      *    NOTHING TO PROVE AND IS TAKEN AS IT IS.  CYCLE-CTL.dat     *
      *    GATHERS THE ROWS OF EVERY RUN - ONLY THE ROWS CARRYING     *
      *    THIS RUN'S CYCLE AND RUN ARE COPIED, AND IT IS REFUSED     *
      *    ONLY WHEN THERE ARE NONE.  SHORTFALL.dat, CYCLE-OUT.dat,   *
      *    RESUBMIT.dat, JSON-OUT.dat, CSV-OUT.dat AND THE ACK FILES  *
      *    CARRY NO STAMP AND ARE TAKEN AS THEY ARE - THE ACK FILES   *
      *    ONLY WHEN ACKLIST.dat, WHICH PartnerAck STAMPS, IS THIS    *
      *    RUN'S, SO ANOTHER RUN'S ACKS ARE NEVER FILED UNDER IT.     *
      *    EACH GENERATION MUST GIVE THE RECORD COUNT AND CONTENT     *
      *    HASH THE DATASET WAS PROVED WITH, BOTH AS IT IS COPIED AND *
      *    WHEN IT IS READ BACK, BEFORE IT IS CATALOGED ON THE        *
      *    PERSISTENT ARCHIVE-CAT.dat (COPYBOOK ARCHCAT) WITH ITS     *
      *    COUNT, STAMP AND HASH, WHETHER CycleReconcile PROVED THE   *
      *    RUN OUT (ITS CYCLE-PROVED ROW ON CYCLE-CTL.dat) AND THE    *
      *    PARTNER TransmitCheck REGISTERED THE RUN UNDER ON          *
      *    TRANSMIT-REG.dat ("*NONE*" FOR A RUN NEVER REGISTERED).    *
      *                                                               *
      *    ONLY THE LATEST CYCLEARCHIVE_GENERATIONS GENERATIONS OF    *
      *    EACH DATASET (7 UNLESS THE RUN SAYS OTHERWISE) ARE KEPT -  *
      *    OLDER ONES ARE SCRATCHED AND MARKED SO ON THE CATALOG.     *
      *    LAST, THE LATEST PARSED-OUT GENERATION OF A PROVED RUN OF  *
      *    THE SAME PARTNER IS CHECKED AGAINST THE CATALOG AND STAGED *
      *    AS PARSED-PRV-<partner>.dat (PARSED-PRV.dat UNDER          *
      *    "*NONE*"), THE PRIOR SNAPSHOT THAT PARTNER'S NEXT RUN OF   *
      *    JSONCompare READS.  THE PARTNER ID IS CLEANED FOR THE NAME *
      *    AS PartnerAck CLEANS IT - ANY CHARACTER THAT IS NOT A      *
      *    LETTER, DIGIT OR HYPHEN BECOMES "_".                       *
      *                                                               *
      *    A DATASET THAT IS NOT THIS RUN'S, OR A PRIOR SNAPSHOT      *
      *    THAT COULD NOT BE STAGED, ENDS THE JOB WITH RETURN CODE    *
      *    4; A GENERATION THAT CANNOT BE WRITTEN OR DOES NOT READ    *
      *    BACK THE SAME, A GENERATION NAME LONGER THAN 80            *
      *    CHARACTERS, AN UNUSABLE CATALOG, OR A CYCLEARCHIVE_DIR OF  *
      *    40 CHARACTERS OR MORE ENDS IT WITH 8.                      *
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
           SELECT SourceFile ASSIGN USING WS-SOURCE-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SOURCE-STATUS.
           SELECT TargetFile ASSIGN USING WS-TARGET-NAME
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-TARGET-STATUS.
           SELECT FixedSourceFile ASSIGN USING WS-SOURCE-NAME
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-SOURCE-STATUS.
           SELECT FixedTargetFile ASSIGN USING WS-TARGET-NAME
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-TARGET-STATUS.
           SELECT TypedSourceFile ASSIGN USING WS-SOURCE-NAME
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-SOURCE-STATUS.
           SELECT TypedTargetFile ASSIGN USING WS-TARGET-NAME
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-TARGET-STATUS.
           SELECT UnloadSourceFile ASSIGN USING WS-SOURCE-NAME
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-SOURCE-STATUS.
           SELECT UnloadTargetFile ASSIGN USING WS-TARGET-NAME
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-TARGET-STATUS.
           SELECT ParsedIdxFile ASSIGN TO "PARSED-IDX.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS PIX-KEY
                     FILE STATUS IS WS-SOURCE-STATUS.
           SELECT AckListFile ASSIGN TO "ACKLIST.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ACKL-STATUS.
           SELECT TransmitRegFile ASSIGN TO "TRANSMIT-REG.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TR-KEY
                     ALTERNATE RECORD KEY IS TR-RUN-KEY
                        WITH DUPLICATES
                     FILE STATUS IS WS-TR-STATUS.
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

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       FD SourceFile
           RECORD IS VARYING IN SIZE FROM 1 TO 32200 CHARACTERS
              DEPENDING ON WS-SOURCE-LEN.
       01 SOURCE-REC               PIC X(32200).

       FD TargetFile
           RECORD IS VARYING IN SIZE FROM 1 TO 32200 CHARACTERS
              DEPENDING ON WS-TARGET-LEN.
       01 TARGET-REC               PIC X(32200).

      *    THE FIXED-LENGTH DATASETS, ONE PAIR FOR EACH RECORD
      *    LENGTH - CONV-OUT-REC (COPYBOOK CONVOUT), TYPED-OUT-REC
      *    (COPYBOOK TYPEDOUT) AND PARSED-IDX-REC (COPYBOOK
      *    PARSEDIDX) AS THE INDEX IS UNLOADED
       FD FixedSourceFile.
       01 FIXED-SOURCE-REC         PIC X(122).

       FD FixedTargetFile.
       01 FIXED-TARGET-REC         PIC X(122).

       FD TypedSourceFile.
       01 TYPED-SOURCE-REC         PIC X(170).

       FD TypedTargetFile.
       01 TYPED-TARGET-REC         PIC X(170).

       FD UnloadSourceFile.
       01 UNLOAD-SOURCE-REC        PIC X(153).

       FD UnloadTargetFile.
       01 UNLOAD-TARGET-REC        PIC X(153).

       FD ParsedIdxFile.
           COPY "PARSEDIDX.cpy".

       FD AckListFile.
       01 ACK-LIST-REC             PIC X(40).

       FD TransmitRegFile.
           COPY "TRANSREG.cpy".

       FD ArchCatFile.
           COPY "ARCHCAT.cpy".

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
            10 WS-SOURCE-STATUS   PIC X(02) VALUE SPACES.
            10 WS-TARGET-STATUS   PIC X(02) VALUE SPACES.
            10 WS-AC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-TR-STATUS       PIC X(02) VALUE SPACES.
            10 WS-ACKL-STATUS     PIC X(02) VALUE SPACES.
            10 WS-PARTNER-ID      PIC X(20) VALUE "*NONE*".
            10 WS-EOF-SW          PIC X(01) VALUE 'N'.
                88 END-OF-INPUT-FILE  VALUE 'Y'.
                88 MORE-INPUT-RECS    VALUE 'N'.
            10 WS-ACKL-EOF-SW     PIC X(01) VALUE 'N'.
                88 END-OF-ACK-LIST    VALUE 'Y'.
                88 MORE-ACK-NAMES     VALUE 'N'.
            10 WS-RUN-PROVED-SW   PIC X(01) VALUE 'N'.
                88 RUN-PROVED         VALUE 'Y'.
                88 RUN-UNPROVED       VALUE 'N'.
            10 WS-SCAN-RESULT-SW  PIC X(01) VALUE SPACE.
                88 SCAN-FILE-READ     VALUE 'R'.
                88 SCAN-FILE-MISSING  VALUE 'M'.
                88 SCAN-FILE-UNUSABLE VALUE 'U'.
            10 WS-SCAN-STAMP-SW   PIC X(01) VALUE 'N'.
                88 SCAN-STAMPED       VALUE 'Y'.
                88 SCAN-UNSTAMPED     VALUE 'N'.
            10 WS-SCAN-STYLE      PIC X(01) VALUE SPACE.
                88 SCAN-STAMP-IN-HEADER   VALUE 'H'.
                88 SCAN-STAMP-IN-COLUMNS  VALUE 'C'.
                88 SCAN-STAMP-IN-JOURNAL  VALUE 'J'.
                88 SCAN-STAMP-IN-INDEX    VALUE 'P'.
            10 WS-SCAN-ORG        PIC X(01) VALUE 'L'.
                88 SCAN-LINE-RECORDS      VALUE 'L'.
                88 SCAN-FIXED-RECORDS     VALUE 'F'.
                88 SCAN-TYPED-RECORDS     VALUE 'T'.
                88 SCAN-INDEXED-RECORDS   VALUE 'I'.
                88 SCAN-UNLOADED-RECORDS  VALUE 'U'.
                88 SCAN-FIXED-LENGTH      VALUE 'F' 'T' 'I' 'U'.
            10 WS-LINE-TAKEN-SW   PIC X(01) VALUE 'Y'.
                88 LINE-TAKEN         VALUE 'Y'.
                88 LINE-PASSED        VALUE 'N'.
            10 WS-NAME-FIT-SW     PIC X(01) VALUE 'Y'.
                88 NAME-FITS          VALUE 'Y'.
                88 NAME-TOO-LONG      VALUE 'N'.
            10 WS-CUR-DATASET     PIC X(40) VALUE SPACES.
            10 WS-CUR-STYLE       PIC X(01) VALUE SPACE.
            10 WS-CUR-ORG         PIC X(01) VALUE SPACE.
            10 WS-SCAN-COUNT      PIC 9(09) VALUE ZEROS.
            10 WS-SCAN-CYCLE-DATE PIC 9(08) VALUE ZEROS.
            10 WS-SCAN-RUN-NO     PIC 9(03) VALUE ZEROS.
            10 WS-COPY-COUNT      PIC 9(09) VALUE ZEROS.
            10 WS-COPY-HASH       PIC 9(09) VALUE ZEROS.
            10 WS-SOURCE-NAME     PIC X(80) VALUE SPACES.
            10 WS-TARGET-NAME     PIC X(80) VALUE SPACES.
            10 WS-SOURCE-LEN      PIC 9(05) COMP VALUE ZERO.
            10 WS-TARGET-LEN      PIC 9(05) COMP VALUE ZERO.
            10 WS-LINE-LEN        PIC S9(05) COMP VALUE ZERO.
            10 WS-FIXED-LEN       PIC S9(05) COMP VALUE +122.
            10 WS-FIXED-REC       PIC X(170) VALUE SPACES.
            10 WS-STAMP-BYTES     PIC X(25) VALUE SPACES.
            10 WS-ARCHIVE-DIR     PIC X(40) VALUE SPACES.
            10 WS-KEEP-TEXT       PIC X(02) VALUE SPACES.
            10 WS-KEEP-GENS       PIC S9(05) COMP VALUE +7.
            10 WS-GENS-ON-FILE    PIC S9(05) COMP VALUE ZERO.
            10 WS-GENS-TO-SCRATCH PIC S9(05) COMP VALUE ZERO.
            10 WS-DELETE-RC       PIC S9(09) COMP-5 VALUE ZERO.
            10 WS-DATASETS-ARCHIVED PIC S9(05) COMP VALUE ZERO.
            10 WS-DATASETS-ABSENT PIC S9(05) COMP VALUE ZERO.
            10 WS-DATASETS-REFUSED PIC S9(05) COMP VALUE ZERO.
            10 WS-DATASETS-FAILED PIC S9(05) COMP VALUE ZERO.
            10 WS-GENS-SCRATCHED  PIC S9(05) COMP VALUE ZERO.
            10 WS-PRV-GEN-NAME    PIC X(80) VALUE SPACES.
            10 WS-PRV-COUNT       PIC 9(09) VALUE ZEROS.
            10 WS-PRV-HASH        PIC 9(09) VALUE ZEROS.
            10 WS-PRV-CYCLE-DATE  PIC 9(08) VALUE ZEROS.
            10 WS-PRV-RUN-NO      PIC 9(03) VALUE ZEROS.
            10 WS-PRV-STAGE-NAME  PIC X(80) VALUE SPACES.
            10 WS-PRV-NAME-PART   PIC X(20) VALUE SPACES.
            10 WS-PRV-NAME-LEN    PIC S9(05) COMP VALUE ZERO.
            10 WS-PRV-NAME-POS    PIC S9(05) COMP VALUE ZERO.
            10 WS-PRV-NAME-CHAR   PIC X(01) VALUE SPACE.
            10 WS-TODAY-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-TODAY-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-CTL-STAMP.
               15 WS-CTL-CYCLE-DATE PIC 9(08).
               15 FILLER          PIC X(01).
               15 WS-CTL-RUN-NO   PIC 9(03).
            10 WS-JNL-STAMP.
               15 WS-JNL-REC-TYPE PIC X(01).
               15 FILLER          PIC X(13).
               15 WS-JNL-CYCLE-DATE PIC 9(08).
               15 WS-JNL-RUN-NO   PIC 9(03).
            10 WS-IDX-STAMP.
               15 WS-IDX-CYCLE-DATE PIC 9(08).
               15 WS-IDX-RUN-NO   PIC 9(03).
            10 WS-HASH-VAL        PIC 9(09) VALUE ZEROS.
            10 WS-HASH-WORK       PIC S9(18) COMP-3 VALUE ZERO.
            10 WS-HASH-QUOT       PIC S9(09) COMP VALUE ZERO.
            10 WS-HASH-POS        PIC S9(05) COMP VALUE ZERO.
            10 WS-HASH-LEN        PIC S9(05) COMP VALUE ZERO.
            10 WS-HASH-CHUNK-X    PIC X(04).
            10 FILLER REDEFINES WS-HASH-CHUNK-X.
               15 WS-HASH-CHUNK-BIN PIC 9(09) COMP-5.

           COPY "RUNHDR.cpy".

       01 WS-DATASET-LIST.
      *        THE CYCLE OUTPUTS ARCHIVED, EACH WITH WHERE ITS CYCLE
      *        STAMP LIVES - H A CYCLEHDR HEADER, C THE CYCLE AND RUN
      *        COLUMNS OF EVERY ROW, J THE CYCLE AND RUN ON THE GL
      *        JOURNAL'S "H" BATCH RECORD, P THE CYCLE AND RUN ON THE
      *        FIRST PARSED INDEX ENTRY, N NO STAMP AT ALL - AND HOW
      *        IT IS READ - L LINE SEQUENTIAL, F AND T FIXED-LENGTH
      *        RECORDS OF CONV-OUT AND TYPED-OUT, I THE PARSED INDEX,
      *        UNLOADED TO FIXED-LENGTH RECORDS.  THE ACK FILES
      *        ACKLIST.dat NAMES ARE ARCHIVED AFTER THE LIST
           05 FILLER PIC X(22) VALUE "PARSED-OUT.dat      HL".
           05 FILLER PIC X(22) VALUE "TYPED-OUT.dat       HT".
           05 FILLER PIC X(22) VALUE "PARSED-IDX.dat      PI".
           05 FILLER PIC X(22) VALUE "MASTER-OUT.dat      HL".
           05 FILLER PIC X(22) VALUE "REJECT.dat          HL".
           05 FILLER PIC X(22) VALUE "DUPLICATE.dat       HL".
           05 FILLER PIC X(22) VALUE "SHORTFALL.dat       NL".
           05 FILLER PIC X(22) VALUE "SCHEMA-EXCEPT.dat   HL".
           05 FILLER PIC X(22) VALUE "RULE-EXCEPT.dat     HL".
           05 FILLER PIC X(22) VALUE "MAP-EXCEPT.dat      HL".
           05 FILLER PIC X(22) VALUE "UNMAP-EXCEPT.dat    HL".
           05 FILLER PIC X(22) VALUE "CURR-EXCEPT.dat     HL".
           05 FILLER PIC X(22) VALUE "CONV-OUT.dat        HF".
           05 FILLER PIC X(22) VALUE "SUMMARY-OUT.dat     HL".
           05 FILLER PIC X(22) VALUE "GL-JOURNAL.dat      JL".
           05 FILLER PIC X(22) VALUE "GL-EXCEPT.dat       HL".
           05 FILLER PIC X(22) VALUE "DELTA-OUT.dat       HL".
           05 FILLER PIC X(22) VALUE "TRANSMIT-CHK.dat    HL".
           05 FILLER PIC X(22) VALUE "CTL-AUDIT.dat       HL".
           05 FILLER PIC X(22) VALUE "EXCEPT-AGING.dat    HL".
           05 FILLER PIC X(22) VALUE "RECYCLE-AUDIT.dat   HL".
           05 FILLER PIC X(22) VALUE "CYCLE-OUT.dat       NL".
           05 FILLER PIC X(22) VALUE "RESUBMIT.dat        NL".
           05 FILLER PIC X(22) VALUE "JSON-OUT.dat        NL".
           05 FILLER PIC X(22) VALUE "CSV-OUT.dat         NL".
           05 FILLER PIC X(22) VALUE "ACKLIST.dat         HL".
           05 FILLER PIC X(22) VALUE "CYCLE-CTL.dat       CL".
       01 FILLER REDEFINES WS-DATASET-LIST.
           05 WS-DS-ENTRY OCCURS 27 TIMES
                          INDEXED BY WS-DS-IDX.
              10 WS-DS-NAME           PIC X(20).
              10 WS-DS-STAMP-STYLE    PIC X(01).
              10 WS-DS-FILE-ORG       PIC X(01).
       01 WS-DS-NUM               PIC S9(05) COMP VALUE +27.

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           DISPLAY " ".
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
              UNTIL WS-DS-IDX > WS-DS-NUM
              MOVE WS-DS-NAME(WS-DS-IDX)        TO WS-CUR-DATASET
              MOVE WS-DS-STAMP-STYLE(WS-DS-IDX) TO WS-CUR-STYLE
              MOVE WS-DS-FILE-ORG(WS-DS-IDX)    TO WS-CUR-ORG
              PERFORM 2000-ARCHIVE-DATASET
                 THRU 2000-EXIT
           END-PERFORM.
           PERFORM 2500-ARCHIVE-ACK-FILES
              THRU 2500-EXIT.
           PERFORM 3000-STAGE-PRIOR-PARSED
              THRU 3000-EXIT.
           CLOSE ArchCatFile.
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
      *        WHERE THE GENERATIONS GO AND HOW MANY OF EACH DATASET
      *        ARE KEPT - THE CURRENT DIRECTORY AND 7 UNLESS THE RUN
      *        SAYS OTHERWISE
           ACCEPT WS-ARCHIVE-DIR
              FROM ENVIRONMENT "CYCLEARCHIVE_DIR"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
      *        A DIRECTORY THAT FILLS THE FIELD HAS BEEN CUT SHORT,
      *        AND GENERATIONS WRITTEN UNDER IT WOULD GO ASTRAY
           IF WS-ARCHIVE-DIR(40:1) NOT = SPACE THEN
              DISPLAY "CYCLEARCHIVE_DIR " WS-ARCHIVE-DIR
                 " IS 40 CHARACTERS OR MORE - NOTHING ARCHIVED"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT WS-KEEP-TEXT
              FROM ENVIRONMENT "CYCLEARCHIVE_GENERATIONS"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-KEEP-TEXT(2:1) = SPACE
              AND WS-KEEP-TEXT(1:1) IS NUMERIC THEN
              MOVE WS-KEEP-TEXT(1:1) TO WS-KEEP-TEXT(2:1)
              MOVE "0" TO WS-KEEP-TEXT(1:1)
           END-IF.
           IF WS-KEEP-TEXT IS NUMERIC
              AND WS-KEEP-TEXT NOT = "00" THEN
              MOVE WS-KEEP-TEXT TO WS-KEEP-GENS
           ELSE
              IF WS-KEEP-TEXT NOT = SPACES THEN
                 DISPLAY "CYCLEARCHIVE_GENERATIONS " WS-KEEP-TEXT
                    " NOT 01-99 - 7 KEPT"
              END-IF
           END-IF.
           DISPLAY "GENERATIONS KEPT PER DATASET " WS-KEEP-GENS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           PERFORM 1020-READ-RUN-VERDICT
              THRU 1020-EXIT.
           PERFORM 1040-FIND-RUN-PARTNER
              THRU 1040-EXIT.
           PERFORM 1030-OPEN-CATALOG
              THRU 1030-EXIT.
       1000-EXIT.
              EXIT.

       1010-READ-RUN-CONTROL.
      *        THE RUN WHOSE OUTPUTS ARE ARCHIVED
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

       1020-READ-RUN-VERDICT.
      *        CycleReconcile'S CYCLE-PROVED ROW FOR THIS RUN - THE
      *        LAST ONE WINS IF IT RERAN.  NO ROW MEANS THE RUN WAS
      *        NEVER PROVED, AND ITS PARSED-OUT IS NO GOOD AS NEXT
      *        CYCLE'S PRIOR SNAPSHOT
           SET RUN-UNPROVED TO TRUE.
           OPEN INPUT CycleCtlFile.
           IF WS-CC-STATUS NOT = "00" THEN
              DISPLAY "CYCLE-CTL.dat NOT USABLE - FILE STATUS "
                 WS-CC-STATUS " - RUN TAKEN AS NOT PROVED"
              GO TO 1020-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ CycleCtlFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              IF CC-CYCLE-DATE = RC-CYCLE-DATE
                 AND CC-RUN-NO = RC-RUN-NO
                 AND CC-PROGRAM = "CycleReconcile"
                 AND CC-COUNTER = "CYCLE-PROVED" THEN
                 IF CC-VALUE = 1 THEN
                    SET RUN-PROVED TO TRUE
                 ELSE
                    SET RUN-UNPROVED TO TRUE
                 END-IF
              END-IF
              READ CycleCtlFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE CycleCtlFile.
           IF RUN-PROVED THEN
              DISPLAY "RUN PROVED OUT BY CycleReconcile"
           ELSE
              DISPLAY "RUN NOT PROVED OUT BY CycleReconcile - "
                 "ARCHIVED, BUT NOT STAGED AS A PRIOR SNAPSHOT"
           END-IF.
       1020-EXIT.
              EXIT.

       1030-OPEN-CATALOG.
      *        THE CATALOG LIVES ACROSS CYCLES - STATUS 35 MEANS THE
      *        FIRST ARCHIVE EVER, SO THE FILE IS CREATED EMPTY
           OPEN I-O ArchCatFile.
           IF WS-AC-STATUS = "35" THEN
              OPEN OUTPUT ArchCatFile
              CLOSE ArchCatFile
              OPEN I-O ArchCatFile
           END-IF.
           IF WS-AC-STATUS NOT = "00" THEN
              DISPLAY "ARCHIVE-CAT.dat NOT USABLE - FILE STATUS "
                 WS-AC-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
       1030-EXIT.
              EXIT.

       1040-FIND-RUN-PARTNER.
      *        ONE RUN CARRIES ONE PARTNER FILE, AND TransmitCheck
      *        REGISTERED IT UNDER THE CYCLE AND RUN.  A RUN WITH NO
      *        REGISTER ENTRY IS CATALOGED AND STAGED UNDER "*NONE*"
           MOVE "*NONE*" TO WS-PARTNER-ID.
           OPEN INPUT TransmitRegFile.
           IF WS-TR-STATUS NOT = "00" THEN
              DISPLAY "TRANSMIT-REG.dat NOT USABLE - FILE STATUS "
                 WS-TR-STATUS " - RUN CATALOGED UNDER *NONE*"
              GO TO 1040-EXIT
           END-IF.
           MOVE RC-CYCLE-DATE TO TR-CYCLE-DATE.
           MOVE RC-RUN-NO     TO TR-RUN-NO.
           START TransmitRegFile KEY IS = TR-RUN-KEY
              INVALID KEY
                 DISPLAY "RUN NOT ON TRANSMIT-REG.dat - CATALOGED "
                    "UNDER *NONE*"
                 CLOSE TransmitRegFile
                 GO TO 1040-EXIT
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
           DISPLAY "PARTNER " WS-PARTNER-ID.
       1040-EXIT.
              EXIT.

       2000-ARCHIVE-DATASET.
      *        ARCHIVES THE DATASET WS-CUR-DATASET NAMES, WITH ITS
      *        STAMP STYLE AND FILE ORGANIZATION IN WS-CUR-STYLE AND
      *        WS-CUR-ORG
           MOVE WS-CUR-DATASET TO WS-SOURCE-NAME.
           MOVE WS-CUR-STYLE   TO WS-SCAN-STYLE.
           MOVE WS-CUR-ORG     TO WS-SCAN-ORG.
      *        THE DATASET IS PROVED BEFORE ANYTHING IS COPIED, SO A
      *        LEFT-OVER FROM ANOTHER RUN NEVER REACHES A GENERATION
      *        NAME AND NEVER COSTS ONE ALREADY CATALOGED
           PERFORM 7000-SCAN-FILE
              THRU 7000-EXIT.
           IF SCAN-FILE-MISSING THEN
      *        THE STEP THAT WRITES IT DID NOT RUN THIS CYCLE
              DISPLAY "  " WS-CUR-DATASET
                 " NOT PRESENT - NOTHING TO ARCHIVE"
              ADD +1 TO WS-DATASETS-ABSENT
              GO TO 2000-EXIT
           END-IF.
           IF SCAN-FILE-UNUSABLE THEN
              DISPLAY "  " WS-CUR-DATASET
                 " NOT ARCHIVED - IT CANNOT BE READ, FILE STATUS "
                 WS-SOURCE-STATUS
              ADD +1 TO WS-DATASETS-FAILED
              MOVE +8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
      *        A STAMPED DATASET MUST BE THIS RUN'S - A LEFT-OVER
      *        FROM ANOTHER RUN IS NOT CATALOGED UNDER THIS ONE.  AN
      *        EMPTY PARSED INDEX HAS NO ENTRY TO CARRY THE STAMP, AND
      *        NOTHING IN IT TO TAKE FOR ANOTHER RUN'S
           IF WS-SCAN-STYLE NOT = "N"
              AND (WS-SCAN-COUNT > ZERO
                   OR NOT SCAN-STAMP-IN-INDEX) THEN
              IF SCAN-UNSTAMPED THEN
                 IF SCAN-STAMP-IN-COLUMNS THEN
                    DISPLAY "  " WS-CUR-DATASET
                       " NOT ARCHIVED - NO ROWS FOR CYCLE "
                       RC-CYCLE-DATE " RUN " RC-RUN-NO
                 ELSE
                    DISPLAY "  " WS-CUR-DATASET
                       " NOT ARCHIVED - IT CARRIES NO CYCLE STAMP"
                 END-IF
                 PERFORM 2200-REFUSE-DATASET
                    THRU 2200-EXIT
                 GO TO 2000-EXIT
              END-IF
              IF WS-SCAN-CYCLE-DATE NOT = RC-CYCLE-DATE
                 OR WS-SCAN-RUN-NO NOT = RC-RUN-NO THEN
                 DISPLAY "  " WS-CUR-DATASET
                    " NOT ARCHIVED - IT IS CYCLE " WS-SCAN-CYCLE-DATE
                    " RUN " WS-SCAN-RUN-NO
                 PERFORM 2200-REFUSE-DATASET
                    THRU 2200-EXIT
                 GO TO 2000-EXIT
              END-IF
           END-IF.
           MOVE WS-SCAN-COUNT TO WS-COPY-COUNT.
           MOVE WS-HASH-VAL   TO WS-COPY-HASH.
           PERFORM 2050-NAME-GENERATION
              THRU 2050-EXIT.
           IF NAME-TOO-LONG THEN
              DISPLAY "  " WS-CUR-DATASET
                 " NOT ARCHIVED - GENERATION NAME UNDER "
                 WS-ARCHIVE-DIR " IS LONGER THAN 80 CHARACTERS"
              ADD +1 TO WS-DATASETS-FAILED
              MOVE +8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
      *        THE COPY MUST CARRY WHAT WAS PROVED - A DATASET THAT
      *        CHANGED BETWEEN THE TWO PASSES IS NOT CATALOGED
           PERFORM 7100-COPY-FILE
              THRU 7100-EXIT.
           IF NOT SCAN-FILE-READ
              OR WS-SCAN-COUNT NOT = WS-COPY-COUNT
              OR WS-HASH-VAL NOT = WS-COPY-HASH THEN
              DISPLAY "  " WS-CUR-DATASET
                 " NOT ARCHIVED - COPY TO " WS-TARGET-NAME
              DISPLAY "      FAILED OR DID NOT CARRY WHAT WAS PROVED, "
                 "FILE STATUS " WS-SOURCE-STATUS " / "
                 WS-TARGET-STATUS
              ADD +1 TO WS-DATASETS-FAILED
              MOVE +8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
      *        THE GENERATION MUST READ BACK EXACTLY AS COPIED - AN
      *        UNLOADED INDEX AS THE FIXED-LENGTH RECORDS IT WENT TO
           MOVE WS-TARGET-NAME TO WS-SOURCE-NAME.
           IF SCAN-INDEXED-RECORDS THEN
              SET SCAN-UNLOADED-RECORDS TO TRUE
           END-IF.
           PERFORM 7000-SCAN-FILE
              THRU 7000-EXIT.
           IF NOT SCAN-FILE-READ
              OR WS-SCAN-COUNT NOT = WS-COPY-COUNT
              OR WS-HASH-VAL NOT = WS-COPY-HASH THEN
              DISPLAY "  " WS-CUR-DATASET
                 " NOT ARCHIVED - " WS-TARGET-NAME
                 " DOES NOT READ BACK AS COPIED"
              ADD +1 TO WS-DATASETS-FAILED
              MOVE +8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-CATALOG-GENERATION
              THRU 2100-EXIT.
           PERFORM 2300-PRUNE-GENERATIONS
              THRU 2300-EXIT.
       2000-EXIT.
              EXIT.

       2050-NAME-GENERATION.
      *        THE GENERATION NAME - THE DATASET'S OWN NAME WITH THE
      *        CYCLE DATE AND RUN NUMBER SET IN FRONT OF ".dat"
           SET NAME-FITS TO TRUE.
           MOVE SPACES TO WS-TARGET-NAME.
           IF WS-ARCHIVE-DIR = SPACES THEN
              STRING WS-CUR-DATASET        DELIMITED BY ".dat"
                     ".D"                  DELIMITED BY SIZE
                     RC-CYCLE-DATE         DELIMITED BY SIZE
                     ".R"                  DELIMITED BY SIZE
                     RC-RUN-NO             DELIMITED BY SIZE
                     ".dat"                DELIMITED BY SIZE
                 INTO WS-TARGET-NAME
                 ON OVERFLOW
                    SET NAME-TOO-LONG TO TRUE
              END-STRING
           ELSE
              STRING WS-ARCHIVE-DIR        DELIMITED BY SPACE
                     "/"                   DELIMITED BY SIZE
                     WS-CUR-DATASET        DELIMITED BY ".dat"
                     ".D"                  DELIMITED BY SIZE
                     RC-CYCLE-DATE         DELIMITED BY SIZE
                     ".R"                  DELIMITED BY SIZE
                     RC-RUN-NO             DELIMITED BY SIZE
                     ".dat"                DELIMITED BY SIZE
                 INTO WS-TARGET-NAME
                 ON OVERFLOW
                    SET NAME-TOO-LONG TO TRUE
              END-STRING
           END-IF.
       2050-EXIT.
              EXIT.

       2100-CATALOG-GENERATION.
      *        A RERUN OF THE ARCHIVE, OR OF THE RUN, COPIES OVER THE
      *        SAME GENERATION AND REPLACES ITS CATALOG ENTRY
           MOVE SPACES TO ARCH-CAT-REC.
           MOVE WS-CUR-DATASET TO AC-DATASET.
           MOVE RC-CYCLE-DATE  TO AC-GEN-CYCLE-DATE AC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO AC-GEN-RUN-NO AC-RUN-NO.
           MOVE WS-TARGET-NAME TO AC-GEN-NAME.
           MOVE WS-CUR-ORG     TO AC-GEN-FILE-ORG.
           MOVE WS-COPY-COUNT  TO AC-RECORD-COUNT.
           MOVE WS-SCAN-STYLE  TO AC-STAMP-STYLE.
           IF SCAN-STAMPED THEN
              SET AC-STAMPED TO TRUE
              MOVE WS-SCAN-CYCLE-DATE TO AC-STAMP-CYCLE-DATE
              MOVE WS-SCAN-RUN-NO     TO AC-STAMP-RUN-NO
           ELSE
              SET AC-UNSTAMPED TO TRUE
              MOVE ZEROS TO AC-STAMP-CYCLE-DATE
              MOVE ZEROS TO AC-STAMP-RUN-NO
           END-IF.
           MOVE WS-COPY-HASH   TO AC-HASH.
           IF RUN-PROVED THEN
              SET AC-GOOD-RUN TO TRUE
           ELSE
              SET AC-UNPROVED-RUN TO TRUE
           END-IF.
           MOVE WS-TODAY-DATE  TO AC-ARCHIVED-DATE.
           MOVE WS-TODAY-TIME  TO AC-ARCHIVED-TIME.
           SET AC-ON-FILE TO TRUE.
           MOVE ZEROS TO AC-SCRATCHED-DATE.
           MOVE WS-PARTNER-ID  TO AC-PARTNER-ID.
           WRITE ARCH-CAT-REC
              INVALID KEY
                 REWRITE ARCH-CAT-REC
                    INVALID KEY
                       DISPLAY "  " WS-CUR-DATASET
                          " NOT CATALOGED - FILE STATUS "
                          WS-AC-STATUS
                       ADD +1 TO WS-DATASETS-FAILED
                       MOVE +8 TO RETURN-CODE
                       GO TO 2100-EXIT
                 END-REWRITE
           END-WRITE.
           ADD +1 TO WS-DATASETS-ARCHIVED.
           DISPLAY "  " WS-CUR-DATASET " ARCHIVED TO "
              WS-TARGET-NAME.
           DISPLAY "      RECORDS " AC-RECORD-COUNT
              " HASH " AC-HASH " STAMP " AC-STAMP-GIVEN " "
              AC-STAMP-CYCLE-DATE " " AC-STAMP-RUN-NO.
       2100-EXIT.
              EXIT.

       2200-REFUSE-DATASET.
      *        NOTHING IS COPIED FOR A DATASET THAT IS NOT THIS RUN'S,
      *        SO THE GENERATION OF ITS OWN RUN STAYS AS CATALOGED
           ADD +1 TO WS-DATASETS-REFUSED.
           IF RETURN-CODE = ZERO THEN
              MOVE +4 TO RETURN-CODE
           END-IF.
       2200-EXIT.
              EXIT.

       2300-PRUNE-GENERATIONS.
      *        THE DATASET'S ENTRIES COME OLDEST FIRST ON THE PRIME
      *        KEY, SO ONE PASS COUNTS THE GENERATIONS STILL ON FILE
      *        AND A SECOND SCRATCHES THE OLDEST BEYOND THE NUMBER
      *        KEPT
           MOVE ZERO TO WS-GENS-ON-FILE.
           PERFORM 2310-START-DATASET
              THRU 2310-EXIT.
           PERFORM 2320-COUNT-GENERATION
              THRU 2320-EXIT
              UNTIL END-OF-INPUT-FILE.
           COMPUTE WS-GENS-TO-SCRATCH = WS-GENS-ON-FILE - WS-KEEP-GENS.
           IF WS-GENS-TO-SCRATCH NOT > ZERO THEN
              GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-START-DATASET
              THRU 2310-EXIT.
           PERFORM 2330-SCRATCH-GENERATION
              THRU 2330-EXIT
              UNTIL END-OF-INPUT-FILE
                 OR WS-GENS-TO-SCRATCH NOT > ZERO.
       2300-EXIT.
              EXIT.

       2310-START-DATASET.
           SET MORE-INPUT-RECS TO TRUE.
           MOVE WS-CUR-DATASET TO AC-DATASET.
           MOVE ZEROS TO AC-GEN-CYCLE-DATE.
           MOVE ZEROS TO AC-GEN-RUN-NO.
           START ArchCatFile KEY NOT < AC-KEY
              INVALID KEY
                 SET END-OF-INPUT-FILE TO TRUE
           END-START.
       2310-EXIT.
              EXIT.

       2320-COUNT-GENERATION.
           READ ArchCatFile NEXT RECORD
              AT END
                 SET END-OF-INPUT-FILE TO TRUE
                 GO TO 2320-EXIT
           END-READ.
           IF AC-DATASET NOT = WS-CUR-DATASET THEN
              SET END-OF-INPUT-FILE TO TRUE
              GO TO 2320-EXIT
           END-IF.
           IF AC-ON-FILE THEN
              ADD +1 TO WS-GENS-ON-FILE
           END-IF.
       2320-EXIT.
              EXIT.

       2330-SCRATCH-GENERATION.
           READ ArchCatFile NEXT RECORD
              AT END
                 SET END-OF-INPUT-FILE TO TRUE
                 GO TO 2330-EXIT
           END-READ.
           IF AC-DATASET NOT = WS-CUR-DATASET THEN
              SET END-OF-INPUT-FILE TO TRUE
              GO TO 2330-EXIT
           END-IF.
           IF NOT AC-ON-FILE THEN
              GO TO 2330-EXIT
           END-IF.
           CALL "CBL_DELETE_FILE" USING AC-GEN-NAME
              RETURNING WS-DELETE-RC
           END-CALL.
           IF WS-DELETE-RC NOT = ZERO THEN
              DISPLAY "      " AC-GEN-NAME
                 " ALREADY GONE - CATALOG MARKED SCRATCHED"
           END-IF.
           SET AC-SCRATCHED TO TRUE.
           MOVE WS-TODAY-DATE TO AC-SCRATCHED-DATE.
           REWRITE ARCH-CAT-REC
              INVALID KEY
                 DISPLAY "      " AC-GEN-NAME
                    " SCRATCHED BUT CATALOG NOT UPDATED - FILE STATUS "
                    WS-AC-STATUS
                 MOVE +8 TO RETURN-CODE
           END-REWRITE.
           SUBTRACT 1 FROM WS-GENS-TO-SCRATCH.
           ADD +1 TO WS-GENS-SCRATCHED.
           DISPLAY "      SCRATCHED " AC-GEN-NAME.
       2330-EXIT.
              EXIT.

       2500-ARCHIVE-ACK-FILES.
      *        PartnerAck NAMES EVERY ACK FILE IT WROTE ON ACKLIST.dat
      *        - THE RUN'S PARTNER'S AND THAT OF ANY PARTNER A RECORD
      *        NAMED, CLEANED AND SUFFIXED AS IT BUILT THEM.  THE LIST
      *        MUST CARRY THIS RUN'S STAMP, OR THE FILES ON IT ARE
      *        ANOTHER RUN'S AND ARE LEFT ALONE - THE LIST ITSELF WAS
      *        REFUSED ABOVE.  THE ACKS GO BACK TO THE PARTNER AS
      *        JSON, SO EACH FILE IS TAKEN AS IT IS, UNSTAMPED
           OPEN INPUT AckListFile.
           IF WS-ACKL-STATUS NOT = "00" THEN
              GO TO 2500-EXIT
           END-IF.
           SET MORE-ACK-NAMES TO TRUE.
           MOVE SPACES TO RUN-HEADER-LINE.
           READ AckListFile
              AT END SET END-OF-ACK-LIST TO TRUE
           END-READ.
           IF MORE-ACK-NAMES THEN
              MOVE ACK-LIST-REC(1:21) TO RUN-HEADER-LINE
           END-IF.
           IF NOT RUN-HEADER-PRESENT
              OR RH-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR RH-RUN-NO NOT = RC-RUN-NO THEN
              DISPLAY "  ACK FILES NOT ARCHIVED - ACKLIST.dat IS NOT "
                 "THIS RUN'S"
              CLOSE AckListFile
              GO TO 2500-EXIT
           END-IF.
           READ AckListFile
              AT END SET END-OF-ACK-LIST TO TRUE
           END-READ.
           PERFORM 2510-ARCHIVE-ACK-FILE
              THRU 2510-EXIT
              UNTIL END-OF-ACK-LIST.
           CLOSE AckListFile.
       2500-EXIT.
              EXIT.

       2510-ARCHIVE-ACK-FILE.
           IF ACK-LIST-REC NOT = SPACES THEN
              MOVE ACK-LIST-REC TO WS-CUR-DATASET
              MOVE "N"          TO WS-CUR-STYLE
              MOVE "L"          TO WS-CUR-ORG
              PERFORM 2000-ARCHIVE-DATASET
                 THRU 2000-EXIT
           END-IF.
           READ AckListFile
              AT END SET END-OF-ACK-LIST TO TRUE
           END-READ.
       2510-EXIT.
              EXIT.

       3000-STAGE-PRIOR-PARSED.
      *        THE PARTNER'S NEXT RUN OF JSONCompare WANTS THE LATEST
      *        PROVED PARSED-OUT OF THE SAME PARTNER, STAGED UNDER THE
      *        PARTNER'S OWN NAME SO ONE PARTNER'S SNAPSHOT NEVER
      *        STANDS FOR ANOTHER'S.  THE CATALOG NAMES IT, AND THE
      *        GENERATION MUST STILL GIVE THE COUNT, HASH AND STAMP IT
      *        WAS CATALOGED WITH BEFORE IT IS STAGED.  WITH NO PROVED
      *        RUN OF THE PARTNER ON FILE THE LAST STAGED COPY STANDS
           DISPLAY " ".
           PERFORM 3200-NAME-STAGED-FILE
              THRU 3200-EXIT.
           MOVE SPACES TO WS-PRV-GEN-NAME.
           SET MORE-INPUT-RECS TO TRUE.
           MOVE "PARSED-OUT.dat" TO AC-DATASET.
           MOVE ZEROS TO AC-GEN-CYCLE-DATE.
           MOVE ZEROS TO AC-GEN-RUN-NO.
           START ArchCatFile KEY NOT < AC-KEY
              INVALID KEY
                 SET END-OF-INPUT-FILE TO TRUE
           END-START.
           PERFORM 3100-FIND-PRIOR-PARSED
              THRU 3100-EXIT
              UNTIL END-OF-INPUT-FILE.
           IF WS-PRV-GEN-NAME = SPACES THEN
              DISPLAY "NO PROVED PARSED-OUT GENERATION ON FILE FOR "
                 "PARTNER " WS-PARTNER-ID
              DISPLAY "      " WS-PRV-STAGE-NAME " LEFT AS IT IS"
              IF RETURN-CODE = ZERO THEN
                 MOVE +4 TO RETURN-CODE
              END-IF
              GO TO 3000-EXIT
           END-IF.
           MOVE WS-PRV-GEN-NAME TO WS-SOURCE-NAME.
           MOVE "H" TO WS-SCAN-STYLE.
           MOVE "L" TO WS-SCAN-ORG.
           PERFORM 7000-SCAN-FILE
              THRU 7000-EXIT.
           IF NOT SCAN-FILE-READ
              OR WS-SCAN-COUNT NOT = WS-PRV-COUNT
              OR WS-HASH-VAL NOT = WS-PRV-HASH
              OR SCAN-UNSTAMPED
              OR WS-SCAN-CYCLE-DATE NOT = WS-PRV-CYCLE-DATE
              OR WS-SCAN-RUN-NO NOT = WS-PRV-RUN-NO THEN
              DISPLAY WS-PRV-GEN-NAME " DOES NOT MATCH ITS CATALOG "
                 "ENTRY"
              DISPLAY "      " WS-PRV-STAGE-NAME " LEFT AS IT IS"
              IF RETURN-CODE = ZERO THEN
                 MOVE +4 TO RETURN-CODE
              END-IF
              GO TO 3000-EXIT
           END-IF.
           MOVE WS-PRV-STAGE-NAME TO WS-TARGET-NAME.
           PERFORM 7100-COPY-FILE
              THRU 7100-EXIT.
           IF NOT SCAN-FILE-READ
              OR WS-SCAN-COUNT NOT = WS-PRV-COUNT
              OR WS-HASH-VAL NOT = WS-PRV-HASH THEN
              DISPLAY WS-PRV-STAGE-NAME " NOT STAGED"
              DISPLAY "      COPY FROM " WS-PRV-GEN-NAME
                 " FAILED, FILE STATUS "
                 WS-SOURCE-STATUS " / " WS-TARGET-STATUS
              MOVE +8 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.
           DISPLAY WS-PRV-STAGE-NAME " STAGED FROM CYCLE "
              WS-PRV-CYCLE-DATE " RUN " WS-PRV-RUN-NO.
       3000-EXIT.
              EXIT.

       3100-FIND-PRIOR-PARSED.
      *        OLDEST FIRST, SO THE LAST PROVED GENERATION OF THE
      *        PARTNER STILL ON FILE IS THE ONE WANTED
           READ ArchCatFile NEXT RECORD
              AT END
                 SET END-OF-INPUT-FILE TO TRUE
                 GO TO 3100-EXIT
           END-READ.
           IF AC-DATASET NOT = "PARSED-OUT.dat" THEN
              SET END-OF-INPUT-FILE TO TRUE
              GO TO 3100-EXIT
           END-IF.
           IF AC-ON-FILE AND AC-GOOD-RUN AND AC-STAMPED
              AND AC-PARTNER-ID = WS-PARTNER-ID THEN
              MOVE AC-GEN-NAME         TO WS-PRV-GEN-NAME
              MOVE AC-RECORD-COUNT     TO WS-PRV-COUNT
              MOVE AC-HASH             TO WS-PRV-HASH
              MOVE AC-STAMP-CYCLE-DATE TO WS-PRV-CYCLE-DATE
              MOVE AC-STAMP-RUN-NO     TO WS-PRV-RUN-NO
           END-IF.
       3100-EXIT.
              EXIT.

       3200-NAME-STAGED-FILE.
      *        PARSED-PRV-<partner>.dat, THE PARTNER ID CLEANED AS
      *        PartnerAck CLEANS IT FOR ITS ACK FILES.  A RUN NEVER
      *        REGISTERED KEEPS THE PLAIN PARSED-PRV.dat, WHICH NO
      *        PARTNER'S NAME CAN COME OUT AS
           IF WS-PARTNER-ID = "*NONE*" THEN
              MOVE "PARSED-PRV.dat" TO WS-PRV-STAGE-NAME
              GO TO 3200-EXIT
           END-IF.
           IF WS-PARTNER-ID = SPACES THEN
              MOVE "NOPARTNER" TO WS-PRV-NAME-PART
           ELSE
              MOVE WS-PARTNER-ID TO WS-PRV-NAME-PART
           END-IF.
           MOVE +20 TO WS-PRV-NAME-LEN.
           PERFORM UNTIL WS-PRV-NAME-PART(WS-PRV-NAME-LEN:1)
              NOT = SPACE
              SUBTRACT 1 FROM WS-PRV-NAME-LEN
           END-PERFORM.
           PERFORM VARYING WS-PRV-NAME-POS FROM 1 BY 1
              UNTIL WS-PRV-NAME-POS > WS-PRV-NAME-LEN
              MOVE WS-PRV-NAME-PART(WS-PRV-NAME-POS:1)
                TO WS-PRV-NAME-CHAR
              IF WS-PRV-NAME-CHAR IS NOT NUMERIC
                 AND (WS-PRV-NAME-CHAR IS NOT ALPHABETIC
                      OR WS-PRV-NAME-CHAR = SPACE)
                 AND WS-PRV-NAME-CHAR NOT = "-" THEN
                 MOVE "_" TO WS-PRV-NAME-PART(WS-PRV-NAME-POS:1)
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRV-STAGE-NAME.
           STRING "PARSED-PRV-"                       DELIMITED BY SIZE
                  WS-PRV-NAME-PART(1:WS-PRV-NAME-LEN) DELIMITED BY SIZE
                  ".dat"                              DELIMITED BY SIZE
              INTO WS-PRV-STAGE-NAME
           END-STRING.
       3200-EXIT.
              EXIT.

       7000-SCAN-FILE.
      *        RECORD COUNT, CYCLE STAMP AND CONTENT HASH OF THE FILE
      *        WS-SOURCE-NAME NAMES, READ THROUGH WITHOUT COPYING
           IF SCAN-FIXED-LENGTH THEN
              PERFORM 7500-SCAN-FIXED-FILE
                 THRU 7500-EXIT
              GO TO 7000-EXIT
           END-IF.
           PERFORM 7010-RESET-SCAN
              THRU 7010-EXIT.
           OPEN INPUT SourceFile.
           IF WS-SOURCE-STATUS = "35" THEN
              SET SCAN-FILE-MISSING TO TRUE
              GO TO 7000-EXIT
           END-IF.
           IF WS-SOURCE-STATUS NOT = "00" THEN
              SET SCAN-FILE-UNUSABLE TO TRUE
              GO TO 7000-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           READ SourceFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              PERFORM 7050-SELECT-LINE
                 THRU 7050-EXIT
              IF LINE-TAKEN THEN
                 PERFORM 7200-TAKE-LINE
                    THRU 7200-EXIT
              END-IF
              READ SourceFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SourceFile.
           SET SCAN-FILE-READ TO TRUE.
       7000-EXIT.
              EXIT.

       7010-RESET-SCAN.
           MOVE ZEROS TO WS-SCAN-COUNT.
           MOVE ZEROS TO WS-HASH-VAL.
           MOVE ZEROS TO WS-SCAN-CYCLE-DATE.
           MOVE ZEROS TO WS-SCAN-RUN-NO.
           SET SCAN-UNSTAMPED TO TRUE.
           MOVE SPACES TO WS-SOURCE-STATUS.
           MOVE SPACES TO WS-TARGET-STATUS.
       7010-EXIT.
              EXIT.

       7050-SELECT-LINE.
      *        CYCLE-CTL.dat GATHERS THE ROWS OF EVERY RUN OF THE
      *        CYCLE - ONLY THE ROWS OF THE RUN BEING ARCHIVED ARE
      *        COUNTED, HASHED AND COPIED.  ANY OTHER DATASET IS
      *        TAKEN WHOLE
           SET LINE-TAKEN TO TRUE.
           IF NOT SCAN-STAMP-IN-COLUMNS THEN
              GO TO 7050-EXIT
           END-IF.
           MOVE SOURCE-REC(1:12) TO WS-CTL-STAMP.
           IF WS-CTL-CYCLE-DATE IS NOT NUMERIC
              OR WS-CTL-RUN-NO IS NOT NUMERIC THEN
              SET LINE-PASSED TO TRUE
              GO TO 7050-EXIT
           END-IF.
           IF WS-CTL-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR WS-CTL-RUN-NO NOT = RC-RUN-NO THEN
              SET LINE-PASSED TO TRUE
           END-IF.
       7050-EXIT.
              EXIT.

       7100-COPY-FILE.
      *        COPIES WS-SOURCE-NAME TO WS-TARGET-NAME RECORD FOR
      *        RECORD, TAKING THE SOURCE'S COUNT, STAMP AND HASH ON
      *        THE WAY THROUGH
           IF SCAN-FIXED-LENGTH THEN
              PERFORM 7600-COPY-FIXED-FILE
                 THRU 7600-EXIT
              GO TO 7100-EXIT
           END-IF.
           PERFORM 7010-RESET-SCAN
              THRU 7010-EXIT.
           OPEN INPUT SourceFile.
           IF WS-SOURCE-STATUS = "35" THEN
              SET SCAN-FILE-MISSING TO TRUE
              GO TO 7100-EXIT
           END-IF.
           IF WS-SOURCE-STATUS NOT = "00" THEN
              SET SCAN-FILE-UNUSABLE TO TRUE
              GO TO 7100-EXIT
           END-IF.
           OPEN OUTPUT TargetFile.
           IF WS-TARGET-STATUS NOT = "00" THEN
              CLOSE SourceFile
              SET SCAN-FILE-UNUSABLE TO TRUE
              GO TO 7100-EXIT
           END-IF.
           SET SCAN-FILE-READ TO TRUE.
           SET MORE-INPUT-RECS TO TRUE.
           READ SourceFile
              AT END SET END-OF-INPUT-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-INPUT-FILE
              PERFORM 7050-SELECT-LINE
                 THRU 7050-EXIT
              IF LINE-TAKEN THEN
                 PERFORM 7200-TAKE-LINE
                    THRU 7200-EXIT
                 PERFORM 7110-WRITE-LINE
                    THRU 7110-EXIT
              END-IF
              READ SourceFile
                 AT END SET END-OF-INPUT-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SourceFile.
           CLOSE TargetFile.
       7100-EXIT.
              EXIT.

       7110-WRITE-LINE.
           IF WS-LINE-LEN = ZERO THEN
              MOVE 1 TO WS-TARGET-LEN
              MOVE SPACE TO TARGET-REC(1:1)
           ELSE
              MOVE WS-LINE-LEN TO WS-TARGET-LEN
              MOVE SOURCE-REC(1:WS-LINE-LEN) TO TARGET-REC
           END-IF.
           WRITE TARGET-REC.
           IF WS-TARGET-STATUS NOT = "00" THEN
              SET SCAN-FILE-UNUSABLE TO TRUE
              SET END-OF-INPUT-FILE TO TRUE
           END-IF.
       7110-EXIT.
              EXIT.

       7200-TAKE-LINE.
      *        A LINE SEQUENTIAL FILE DOES NOT KEEP TRAILING SPACES,
      *        SO THEY ARE NO PART OF THE COUNT OR THE HASH
           MOVE WS-SOURCE-LEN TO WS-LINE-LEN.
           PERFORM UNTIL WS-LINE-LEN = ZERO
              OR SOURCE-REC(WS-LINE-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM.
           ADD 1 TO WS-SCAN-COUNT.
           IF WS-SCAN-COUNT = 1 THEN
              MOVE SOURCE-REC(1:25) TO WS-STAMP-BYTES
              PERFORM 7300-TAKE-STAMP
                 THRU 7300-EXIT
           END-IF.
      *        THE SAME FOUR-BYTE FOLD THE PARSER USES FOR ITS
      *        CONTENT HASH, WITH EACH LINE'S LENGTH FOLDED IN AFTER
      *        IT SO A RECORD BREAK MOVED IS A DIFFERENT FILE
           MOVE +1 TO WS-HASH-POS.
           PERFORM 7210-HASH-CHUNK
              THRU 7210-EXIT
              UNTIL WS-HASH-POS > WS-LINE-LEN.
           COMPUTE WS-HASH-WORK =
              WS-HASH-VAL * 7 + WS-LINE-LEN.
           DIVIDE WS-HASH-WORK BY 1000000000
              GIVING WS-HASH-QUOT REMAINDER WS-HASH-VAL.
       7200-EXIT.
              EXIT.

       7210-HASH-CHUNK.
           COMPUTE WS-HASH-LEN = WS-LINE-LEN - WS-HASH-POS + 1.
           IF WS-HASH-LEN > 4 THEN
              MOVE 4 TO WS-HASH-LEN
           END-IF.
           MOVE SPACES TO WS-HASH-CHUNK-X.
           MOVE SOURCE-REC(WS-HASH-POS:WS-HASH-LEN)
             TO WS-HASH-CHUNK-X(1:WS-HASH-LEN).
           COMPUTE WS-HASH-WORK =
              WS-HASH-VAL * 7 + WS-HASH-CHUNK-BIN.
           DIVIDE WS-HASH-WORK BY 1000000000
              GIVING WS-HASH-QUOT REMAINDER WS-HASH-VAL.
           ADD +4 TO WS-HASH-POS.
       7210-EXIT.
              EXIT.

       7300-TAKE-STAMP.
           IF SCAN-STAMP-IN-HEADER THEN
              MOVE WS-STAMP-BYTES(1:21) TO RUN-HEADER-LINE
              IF RUN-HEADER-PRESENT
                 AND RH-CYCLE-DATE IS NUMERIC
                 AND RH-RUN-NO IS NUMERIC THEN
                 SET SCAN-STAMPED TO TRUE
                 MOVE RH-CYCLE-DATE TO WS-SCAN-CYCLE-DATE
                 MOVE RH-RUN-NO     TO WS-SCAN-RUN-NO
              END-IF
           END-IF.
           IF SCAN-STAMP-IN-COLUMNS THEN
              MOVE WS-STAMP-BYTES(1:12) TO WS-CTL-STAMP
              IF WS-CTL-CYCLE-DATE IS NUMERIC
                 AND WS-CTL-RUN-NO IS NUMERIC THEN
                 SET SCAN-STAMPED TO TRUE
                 MOVE WS-CTL-CYCLE-DATE TO WS-SCAN-CYCLE-DATE
                 MOVE WS-CTL-RUN-NO     TO WS-SCAN-RUN-NO
              END-IF
           END-IF.
           IF SCAN-STAMP-IN-JOURNAL THEN
              MOVE WS-STAMP-BYTES TO WS-JNL-STAMP
              IF WS-JNL-REC-TYPE = "H"
                 AND WS-JNL-CYCLE-DATE IS NUMERIC
                 AND WS-JNL-RUN-NO IS NUMERIC THEN
                 SET SCAN-STAMPED TO TRUE
                 MOVE WS-JNL-CYCLE-DATE TO WS-SCAN-CYCLE-DATE
                 MOVE WS-JNL-RUN-NO     TO WS-SCAN-RUN-NO
              END-IF
           END-IF.
           IF SCAN-STAMP-IN-INDEX THEN
              MOVE WS-STAMP-BYTES(1:11) TO WS-IDX-STAMP
              IF WS-IDX-CYCLE-DATE IS NUMERIC
                 AND WS-IDX-RUN-NO IS NUMERIC THEN
                 SET SCAN-STAMPED TO TRUE
                 MOVE WS-IDX-CYCLE-DATE TO WS-SCAN-CYCLE-DATE
                 MOVE WS-IDX-RUN-NO     TO WS-SCAN-RUN-NO
              END-IF
           END-IF.
       7300-EXIT.
              EXIT.

       7500-SCAN-FIXED-FILE.
      *        THE SAME FOR A FILE OF FIXED-LENGTH RECORDS, OR FOR THE
      *        PARSED INDEX READ THROUGH IN KEY ORDER
           PERFORM 7010-RESET-SCAN
              THRU 7010-EXIT.
           PERFORM 7510-OPEN-FIXED-SOURCE
              THRU 7510-EXIT.
           IF WS-SOURCE-STATUS = "35" THEN
              SET SCAN-FILE-MISSING TO TRUE
              GO TO 7500-EXIT
           END-IF.
           IF WS-SOURCE-STATUS NOT = "00" THEN
              SET SCAN-FILE-UNUSABLE TO TRUE
              GO TO 7500-EXIT
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           PERFORM 7520-READ-FIXED-SOURCE
              THRU 7520-EXIT.
           PERFORM UNTIL END-OF-INPUT-FILE
              PERFORM 7700-TAKE-FIXED-RECORD
                 THRU 7700-EXIT
              PERFORM 7520-READ-FIXED-SOURCE
                 THRU 7520-EXIT
           END-PERFORM.
           PERFORM 7530-CLOSE-FIXED-SOURCE
              THRU 7530-EXIT.
           SET SCAN-FILE-READ TO TRUE.
       7500-EXIT.
              EXIT.

       7510-OPEN-FIXED-SOURCE.
      *        EACH RECORD LENGTH HAS ITS OWN FILE - THE RECORD IS
      *        READ INTO WS-FIXED-REC AND WORKED ON AT THAT LENGTH
           MOVE SPACES TO WS-FIXED-REC.
           EVALUATE TRUE
              WHEN SCAN-FIXED-RECORDS
                 MOVE +122 TO WS-FIXED-LEN
                 OPEN INPUT FixedSourceFile
              WHEN SCAN-TYPED-RECORDS
                 MOVE +170 TO WS-FIXED-LEN
                 OPEN INPUT TypedSourceFile
              WHEN SCAN-INDEXED-RECORDS
                 MOVE +153 TO WS-FIXED-LEN
                 OPEN INPUT ParsedIdxFile
              WHEN OTHER
                 MOVE +153 TO WS-FIXED-LEN
                 OPEN INPUT UnloadSourceFile
           END-EVALUATE.
       7510-EXIT.
              EXIT.

       7520-READ-FIXED-SOURCE.
           EVALUATE TRUE
              WHEN SCAN-FIXED-RECORDS
                 READ FixedSourceFile INTO WS-FIXED-REC
                    AT END SET END-OF-INPUT-FILE TO TRUE
                 END-READ
              WHEN SCAN-TYPED-RECORDS
                 READ TypedSourceFile INTO WS-FIXED-REC
                    AT END SET END-OF-INPUT-FILE TO TRUE
                 END-READ
              WHEN SCAN-INDEXED-RECORDS
                 READ ParsedIdxFile INTO WS-FIXED-REC
                    AT END SET END-OF-INPUT-FILE TO TRUE
                 END-READ
              WHEN OTHER
                 READ UnloadSourceFile INTO WS-FIXED-REC
                    AT END SET END-OF-INPUT-FILE TO TRUE
                 END-READ
           END-EVALUATE.
       7520-EXIT.
              EXIT.

       7530-CLOSE-FIXED-SOURCE.
           EVALUATE TRUE
              WHEN SCAN-FIXED-RECORDS
                 CLOSE FixedSourceFile
              WHEN SCAN-TYPED-RECORDS
                 CLOSE TypedSourceFile
              WHEN SCAN-INDEXED-RECORDS
                 CLOSE ParsedIdxFile
              WHEN OTHER
                 CLOSE UnloadSourceFile
           END-EVALUATE.
       7530-EXIT.
              EXIT.

       7600-COPY-FIXED-FILE.
      *        THE SAME COPY FOR FIXED-LENGTH RECORDS - THE PARSED
      *        INDEX IS UNLOADED, RECORD FOR RECORD IN KEY ORDER
           PERFORM 7010-RESET-SCAN
              THRU 7010-EXIT.
           PERFORM 7510-OPEN-FIXED-SOURCE
              THRU 7510-EXIT.
           IF WS-SOURCE-STATUS = "35" THEN
              SET SCAN-FILE-MISSING TO TRUE
              GO TO 7600-EXIT
           END-IF.
           IF WS-SOURCE-STATUS NOT = "00" THEN
              SET SCAN-FILE-UNUSABLE TO TRUE
              GO TO 7600-EXIT
           END-IF.
           PERFORM 7610-OPEN-FIXED-TARGET
              THRU 7610-EXIT.
           IF WS-TARGET-STATUS NOT = "00" THEN
              PERFORM 7530-CLOSE-FIXED-SOURCE
                 THRU 7530-EXIT
              SET SCAN-FILE-UNUSABLE TO TRUE
              GO TO 7600-EXIT
           END-IF.
           SET SCAN-FILE-READ TO TRUE.
           SET MORE-INPUT-RECS TO TRUE.
           PERFORM 7520-READ-FIXED-SOURCE
              THRU 7520-EXIT.
           PERFORM UNTIL END-OF-INPUT-FILE
              PERFORM 7700-TAKE-FIXED-RECORD
                 THRU 7700-EXIT
              PERFORM 7620-WRITE-FIXED-TARGET
                 THRU 7620-EXIT
              IF WS-TARGET-STATUS NOT = "00" THEN
                 SET SCAN-FILE-UNUSABLE TO TRUE
                 SET END-OF-INPUT-FILE TO TRUE
              ELSE
                 PERFORM 7520-READ-FIXED-SOURCE
                    THRU 7520-EXIT
              END-IF
           END-PERFORM.
           PERFORM 7530-CLOSE-FIXED-SOURCE
              THRU 7530-EXIT.
           PERFORM 7630-CLOSE-FIXED-TARGET
              THRU 7630-EXIT.
       7600-EXIT.
              EXIT.

       7610-OPEN-FIXED-TARGET.
           EVALUATE TRUE
              WHEN SCAN-FIXED-RECORDS
                 OPEN OUTPUT FixedTargetFile
              WHEN SCAN-TYPED-RECORDS
                 OPEN OUTPUT TypedTargetFile
              WHEN OTHER
                 OPEN OUTPUT UnloadTargetFile
           END-EVALUATE.
       7610-EXIT.
              EXIT.

       7620-WRITE-FIXED-TARGET.
           EVALUATE TRUE
              WHEN SCAN-FIXED-RECORDS
                 MOVE WS-FIXED-REC TO FIXED-TARGET-REC
                 WRITE FIXED-TARGET-REC
              WHEN SCAN-TYPED-RECORDS
                 MOVE WS-FIXED-REC TO TYPED-TARGET-REC
                 WRITE TYPED-TARGET-REC
              WHEN OTHER
                 MOVE WS-FIXED-REC TO UNLOAD-TARGET-REC
                 WRITE UNLOAD-TARGET-REC
           END-EVALUATE.
       7620-EXIT.
              EXIT.

       7630-CLOSE-FIXED-TARGET.
           EVALUATE TRUE
              WHEN SCAN-FIXED-RECORDS
                 CLOSE FixedTargetFile
              WHEN SCAN-TYPED-RECORDS
                 CLOSE TypedTargetFile
              WHEN OTHER
                 CLOSE UnloadTargetFile
           END-EVALUATE.
       7630-EXIT.
              EXIT.

       7700-TAKE-FIXED-RECORD.
      *        THE RECORDS CARRY PACKED AMOUNTS AS WELL AS TEXT, SO
      *        EVERY BYTE OF EVERY RECORD GOES INTO THE HASH, FOLDED
      *        FOUR BYTES AT A TIME AS FOR A LINE.  THE PARSED INDEX
      *        CARRIES ITS CYCLE AND RUN AFTER THE 67-BYTE PIX-KEY
      *        (COPYBOOK PARSEDIDX)
           MOVE WS-FIXED-LEN TO WS-LINE-LEN.
           ADD 1 TO WS-SCAN-COUNT.
           IF WS-SCAN-COUNT = 1 THEN
              IF SCAN-STAMP-IN-INDEX THEN
                 MOVE WS-FIXED-REC(68:11) TO WS-STAMP-BYTES
              ELSE
                 MOVE WS-FIXED-REC(1:25) TO WS-STAMP-BYTES
              END-IF
              PERFORM 7300-TAKE-STAMP
                 THRU 7300-EXIT
           END-IF.
           MOVE +1 TO WS-HASH-POS.
           PERFORM 7710-HASH-FIXED-CHUNK
              THRU 7710-EXIT
              UNTIL WS-HASH-POS > WS-LINE-LEN.
           COMPUTE WS-HASH-WORK =
              WS-HASH-VAL * 7 + WS-LINE-LEN.
           DIVIDE WS-HASH-WORK BY 1000000000
              GIVING WS-HASH-QUOT REMAINDER WS-HASH-VAL.
       7700-EXIT.
              EXIT.

       7710-HASH-FIXED-CHUNK.
           COMPUTE WS-HASH-LEN = WS-LINE-LEN - WS-HASH-POS + 1.
           IF WS-HASH-LEN > 4 THEN
              MOVE 4 TO WS-HASH-LEN
           END-IF.
           MOVE SPACES TO WS-HASH-CHUNK-X.
           MOVE WS-FIXED-REC(WS-HASH-POS:WS-HASH-LEN)
             TO WS-HASH-CHUNK-X(1:WS-HASH-LEN).
           COMPUTE WS-HASH-WORK =
              WS-HASH-VAL * 7 + WS-HASH-CHUNK-BIN.
           DIVIDE WS-HASH-WORK BY 1000000000
              GIVING WS-HASH-QUOT REMAINDER WS-HASH-VAL.
           ADD +4 TO WS-HASH-POS.
       7710-EXIT.
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
           MOVE "DATASETS-ARCHIVED" TO WS-CC-COUNTER.
           MOVE WS-DATASETS-ARCHIVED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "DATASETS-ABSENT" TO WS-CC-COUNTER.
           MOVE WS-DATASETS-ABSENT TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "DATASETS-REFUSED" TO WS-CC-COUNTER.
           MOVE WS-DATASETS-REFUSED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "DATASETS-FAILED" TO WS-CC-COUNTER.
           MOVE WS-DATASETS-FAILED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "GENS-SCRATCHED" TO WS-CC-COUNTER.
           MOVE WS-GENS-SCRATCHED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "CycleArchive" TO CC-PROGRAM.
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
           DISPLAY "===== CYCLE ARCHIVE =====".
           DISPLAY "DATASETS ARCHIVED . . . . . " WS-DATASETS-ARCHIVED.
           DISPLAY "DATASETS NOT PRESENT  . . . " WS-DATASETS-ABSENT.
           DISPLAY "DATASETS NOT THIS RUN'S . . " WS-DATASETS-REFUSED.
           DISPLAY "DATASETS FAILED . . . . . . " WS-DATASETS-FAILED.
           DISPLAY "GENERATIONS SCRATCHED . . . " WS-GENS-SCRATCHED.
       9900-EXIT.
              EXIT.
       END PROGRAM CycleArchive.
