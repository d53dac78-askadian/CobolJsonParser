       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CycleRestore.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    PUTS BACK THE OUTPUTS OF ANY CYCLE AND RUN CycleArchive    *
      *    CATALOGED ON ARCHIVE-CAT.dat (COPYBOOK ARCHCAT) - TO       *
      *    RERUN A STEP AGAINST THEM, OR TO SHOW AN AUDITOR WHAT      *
      *    LEFT THE BUILDING.  THE RUN IS NAMED ON THE ENVIRONMENT -  *
      *      CYCLERESTORE_CYCLE_DATE  THE CYCLE DATE, CCYYMMDD        *
      *      CYCLERESTORE_RUN_NO      THE RUN, 001 UNLESS GIVEN       *
      *      CYCLERESTORE_DATASET     ONE DATASET ONLY, SUCH AS       *
      *                               PARSED-OUT.dat OR AN            *
      *                               ACK-<partner>.dat - EVERY       *
      *                               DATASET OF THE RUN UNLESS GIVEN *
      *                                                               *
      *    EVERY GENERATION IS CHECKED BEFORE ANYTHING IS TOUCHED -   *
      *    IT MUST STILL BE ON FILE, CARRY THE CYCLE STAMP IT WAS     *
      *    CATALOGED WITH (AND THAT STAMP MUST BE THE RUN ASKED FOR), *
      *    AND GIVE THE CATALOGED RECORD COUNT AND CONTENT HASH.  IF  *
      *    ANY ONE FAILS NOTHING IS RESTORED AND THE JOB ENDS WITH    *
      *    RETURN CODE 8, SO THE LIVE FILES ARE NEVER LEFT HALF ONE   *
      *    CYCLE AND HALF ANOTHER - AND IT ENDS THE SAME WAY, BEFORE  *
      *    ANYTHING IS COPIED, WHEN THE RUN HAS MORE GENERATIONS      *
      *    CATALOGED THAN THE RESTORE TABLE HOLDS.  OTHERWISE EACH    *
      *    GENERATION IS COPIED BACK OVER ITS DATASET AND THE COPY    *
      *    CHECKED AGAIN.  A GENERATION CATALOGED AS FIXED-LENGTH     *
      *    RECORDS (CONV-OUT.dat, TYPED-OUT.dat) IS READ AND WRITTEN  *
      *    AS SUCH.  THE PARSED-IDX.dat GENERATION IS THE INDEX       *
      *    UNLOADED IN KEY ORDER - IT IS CHECKED AS FIXED-LENGTH      *
      *    RECORDS, BY THE CYCLE AND RUN ON ITS FIRST ENTRY, AND      *
      *    RELOADED AS A NEW INDEX.  GL-JOURNAL.dat IS CHECKED BY THE *
      *    CYCLE AND RUN ON ITS BATCH HEADER.  THE ACK FILES COME     *
      *    BACK UNDER THEIR OWN ACK-<partner>.dat NAMES, EACH AS ITS  *
      *    OWN DATASET.  A RESTORED CYCLE-CTL.dat HOLDS ONLY THE      *
      *    ROWS OF THE RUN PUT BACK - CycleArchive KEEPS NO OTHER     *
      *    RUN'S ROWS IN ITS GENERATION.                              *
      *                                                               *
      *    RUNCTL.dat IS NOT TOUCHED - WHEN IT NAMES ANOTHER RUN THE  *
      *    JOB SAYS SO, AND IT MUST BE POINTED AT THE RESTORED RUN    *
      *    BEFORE ANY STEP IS RERUN AGAINST THE FILES.                *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RUNCTL-STATUS.
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
           SELECT ParsedIdxFile ASSIGN TO "PARSED-IDX.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS PIX-KEY
                     FILE STATUS IS WS-TARGET-STATUS.
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

       FD SourceFile
           RECORD IS VARYING IN SIZE FROM 1 TO 32200 CHARACTERS
              DEPENDING ON WS-SOURCE-LEN.
       01 SOURCE-REC               PIC X(32200).

       FD TargetFile
           RECORD IS VARYING IN SIZE FROM 1 TO 32200 CHARACTERS
              DEPENDING ON WS-TARGET-LEN.
       01 TARGET-REC               PIC X(32200).

      *    THE FIXED-LENGTH DATASETS, ONE FILE FOR EACH RECORD
      *    LENGTH - CONV-OUT-REC (COPYBOOK CONVOUT), TYPED-OUT-REC
      *    (COPYBOOK TYPEDOUT) AND PARSED-IDX-REC (COPYBOOK
      *    PARSEDIDX) AS THE INDEX WAS UNLOADED
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

       FD ParsedIdxFile.
           COPY "PARSEDIDX.cpy".

       FD ArchCatFile.
           COPY "ARCHCAT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-SOURCE-STATUS   PIC X(02) VALUE SPACES.
            10 WS-TARGET-STATUS   PIC X(02) VALUE SPACES.
            10 WS-AC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-EOF-SW          PIC X(01) VALUE 'N'.
                88 END-OF-INPUT-FILE  VALUE 'Y'.
                88 MORE-INPUT-RECS    VALUE 'N'.
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
                88 SCAN-FIXED-LENGTH      VALUE 'F' 'T' 'I'.
            10 WS-SCAN-COUNT      PIC 9(09) VALUE ZEROS.
            10 WS-SCAN-CYCLE-DATE PIC 9(08) VALUE ZEROS.
            10 WS-SCAN-RUN-NO     PIC 9(03) VALUE ZEROS.
            10 WS-SOURCE-NAME     PIC X(80) VALUE SPACES.
            10 WS-TARGET-NAME     PIC X(80) VALUE SPACES.
            10 WS-SOURCE-LEN      PIC 9(05) COMP VALUE ZERO.
            10 WS-TARGET-LEN      PIC 9(05) COMP VALUE ZERO.
            10 WS-LINE-LEN        PIC S9(05) COMP VALUE ZERO.
            10 WS-FIXED-LEN       PIC S9(05) COMP VALUE +122.
            10 WS-FIXED-REC       PIC X(170) VALUE SPACES.
            10 WS-STAMP-BYTES     PIC X(25) VALUE SPACES.
            10 WS-RESTORE-CYCLE-DATE PIC X(08) VALUE SPACES.
            10 WS-RESTORE-RUN-NO  PIC X(03) VALUE SPACES.
            10 WS-RESTORE-DATASET PIC X(40) VALUE SPACES.
            10 WS-REASON          PIC X(40) VALUE SPACES.
            10 WS-GENS-VERIFIED   PIC S9(05) COMP VALUE ZERO.
            10 WS-GENS-REFUSED    PIC S9(05) COMP VALUE ZERO.
            10 WS-GENS-RESTORED   PIC S9(05) COMP VALUE ZERO.
            10 WS-GENS-FAILED     PIC S9(05) COMP VALUE ZERO.
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

           COPY "DATECHK.cpy".

       01 WS-RESTORE-TABLE.
      *        THE RUN'S CATALOG ENTRIES, CHECKED ONE AND ALL BEFORE
      *        ANY OF THEM IS COPIED BACK - ROOM FOR EVERY DATASET ON
      *        CycleArchive'S LIST AND THE 200 ACK FILES PartnerAck
      *        CAN WRITE IN ONE RUN
           05 WS-RST-NUM          PIC S9(05) COMP VALUE ZERO.
           05 WS-RST-MAX          PIC S9(05) COMP VALUE +250.
           05 WS-RST-ENTRY OCCURS 250 TIMES
                           INDEXED BY WS-RST-IDX.
              10 WS-RST-DATASET       PIC X(40).
              10 WS-RST-GEN-NAME      PIC X(80).
              10 WS-RST-FILE-ORG      PIC X(01).
              10 WS-RST-STYLE         PIC X(01).
              10 WS-RST-COUNT         PIC 9(09).
              10 WS-RST-STAMP-GIVEN   PIC X(01).
                 88 RST-STAMPED           VALUE 'Y'.
              10 WS-RST-STAMP-CYCLE-DATE PIC 9(08).
              10 WS-RST-STAMP-RUN-NO  PIC 9(03).
              10 WS-RST-HASH          PIC 9(09).
              10 WS-RST-STATUS        PIC X(01).
                 88 RST-ON-FILE           VALUE 'A'.
              10 WS-RST-SCRATCHED-DATE PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM 2000-LOAD-CATALOG
              THRU 2000-EXIT.
           DISPLAY " ".
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
              UNTIL WS-RST-IDX > WS-RST-NUM
              PERFORM 3000-VERIFY-GENERATION
                 THRU 3000-EXIT
           END-PERFORM.
           IF WS-GENS-REFUSED > ZERO THEN
              DISPLAY " "
              DISPLAY "NOTHING RESTORED - " WS-GENS-REFUSED
                 " GENERATIONS FAILED THEIR CHECKS"
              MOVE +8 TO RETURN-CODE
           ELSE
              DISPLAY " "
              PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                 UNTIL WS-RST-IDX > WS-RST-NUM
                 PERFORM 4000-RESTORE-GENERATION
                    THRU 4000-EXIT
              END-PERFORM
              PERFORM 1030-COMPARE-RUN-CONTROL
                 THRU 1030-EXIT
           END-IF.
           PERFORM 9900-END-OF-JOB-REPORT
              THRU 9900-EXIT.

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-READ-RESTORE-PARMS
              THRU 1010-EXIT.
       1000-EXIT.
              EXIT.

       1010-READ-RESTORE-PARMS.
      *        THE CYCLE DATE IS REQUIRED AND MUST BE A REAL DATE;
      *        THE RUN IS 001 UNLESS GIVEN
           ACCEPT WS-RESTORE-CYCLE-DATE
              FROM ENVIRONMENT "CYCLERESTORE_CYCLE_DATE"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-RESTORE-RUN-NO
              FROM ENVIRONMENT "CYCLERESTORE_RUN_NO"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           ACCEPT WS-RESTORE-DATASET
              FROM ENVIRONMENT "CYCLERESTORE_DATASET"
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF WS-RESTORE-RUN-NO = SPACES THEN
              MOVE "001" TO WS-RESTORE-RUN-NO
           END-IF.
           MOVE SPACES TO DTC-VALUE-TEXT.
           MOVE WS-RESTORE-CYCLE-DATE TO DTC-VALUE-TEXT(1:8).
           MOVE 8 TO DTC-VALUE-LEN.
           MOVE "CCYYMMDD" TO DTC-FORMAT.
           CALL "DateCheck" USING DATE-CHECK-PARMS.
           IF WS-RESTORE-CYCLE-DATE = SPACES
              OR DTC-INVALID THEN
              DISPLAY "CYCLERESTORE_CYCLE_DATE MISSING OR NOT A "
                 "CCYYMMDD DATE: " WS-RESTORE-CYCLE-DATE
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-RESTORE-RUN-NO IS NOT NUMERIC THEN
              DISPLAY "CYCLERESTORE_RUN_NO NOT THREE DIGITS: "
                 WS-RESTORE-RUN-NO
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "RESTORING CYCLE " WS-RESTORE-CYCLE-DATE
              " RUN " WS-RESTORE-RUN-NO.
           IF WS-RESTORE-DATASET NOT = SPACES THEN
              DISPLAY "DATASET " WS-RESTORE-DATASET " ONLY"
           END-IF.
       1010-EXIT.
              EXIT.

       1030-COMPARE-RUN-CONTROL.
      *        THE STEPS TRUST RUNCTL.dat, NOT THE FILES - SAY SO
      *        WHEN IT DOES NOT NAME THE RUN JUST PUT BACK
           OPEN INPUT RunCtlFile.
           IF WS-RUNCTL-STATUS NOT = "00" THEN
              GO TO 1030-EXIT
           END-IF.
           READ RunCtlFile
              AT END CONTINUE
           END-READ.
           IF WS-RUNCTL-STATUS = "00"
              AND (RCF-CYCLE-DATE NOT = WS-RESTORE-CYCLE-DATE
                   OR RCF-RUN-NO NOT = WS-RESTORE-RUN-NO) THEN
              DISPLAY " "
              DISPLAY "RUNCTL.dat NAMES CYCLE " RCF-CYCLE-DATE
                 " RUN " RCF-RUN-NO " - SET IT TO THE RESTORED RUN "
                 "BEFORE RERUNNING A STEP AGAINST THESE FILES"
           END-IF.
           CLOSE RunCtlFile.
       1030-EXIT.
              EXIT.

       2000-LOAD-CATALOG.
           OPEN INPUT ArchCatFile.
           IF WS-AC-STATUS NOT = "00" THEN
              DISPLAY "ARCHIVE-CAT.dat NOT USABLE - FILE STATUS "
                 WS-AC-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET MORE-INPUT-RECS TO TRUE.
           MOVE WS-RESTORE-CYCLE-DATE TO AC-CYCLE-DATE.
           MOVE WS-RESTORE-RUN-NO     TO AC-RUN-NO.
           START ArchCatFile KEY IS = AC-RUN-KEY
              INVALID KEY
                 SET END-OF-INPUT-FILE TO TRUE
           END-START.
           PERFORM 2100-TAKE-CATALOG-ENTRY
              THRU 2100-EXIT
              UNTIL END-OF-INPUT-FILE.
           CLOSE ArchCatFile.
           IF WS-RST-NUM = ZERO THEN
              DISPLAY "NOTHING CATALOGED FOR CYCLE "
                 WS-RESTORE-CYCLE-DATE " RUN " WS-RESTORE-RUN-NO
                 " " WS-RESTORE-DATASET
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
       2000-EXIT.
              EXIT.

       2100-TAKE-CATALOG-ENTRY.
           READ ArchCatFile NEXT RECORD
              AT END
                 SET END-OF-INPUT-FILE TO TRUE
                 GO TO 2100-EXIT
           END-READ.
           IF AC-CYCLE-DATE NOT = WS-RESTORE-CYCLE-DATE
              OR AC-RUN-NO NOT = WS-RESTORE-RUN-NO THEN
              SET END-OF-INPUT-FILE TO TRUE
              GO TO 2100-EXIT
           END-IF.
           IF WS-RESTORE-DATASET NOT = SPACES
              AND AC-DATASET NOT = WS-RESTORE-DATASET THEN
              GO TO 2100-EXIT
           END-IF.
           IF WS-RST-NUM >= WS-RST-MAX THEN
      *        A RUN THAT CANNOT BE CHECKED WHOLE IS NOT RESTORED AT
      *        ALL - NOTHING HAS BEEN COPIED YET
              DISPLAY "RESTORE TABLE FULL - TOO MANY GENERATIONS "
                 "CATALOGED FOR CYCLE " WS-RESTORE-CYCLE-DATE " RUN "
                 WS-RESTORE-RUN-NO " - NOTHING RESTORED"
              CLOSE ArchCatFile
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD +1 TO WS-RST-NUM.
           SET WS-RST-IDX TO WS-RST-NUM.
           MOVE AC-DATASET          TO WS-RST-DATASET(WS-RST-IDX).
           MOVE AC-GEN-NAME         TO WS-RST-GEN-NAME(WS-RST-IDX).
           MOVE AC-GEN-FILE-ORG     TO WS-RST-FILE-ORG(WS-RST-IDX).
           IF WS-RST-FILE-ORG(WS-RST-IDX) = SPACE THEN
              MOVE "L" TO WS-RST-FILE-ORG(WS-RST-IDX)
           END-IF.
           MOVE AC-STAMP-STYLE      TO WS-RST-STYLE(WS-RST-IDX).
           MOVE AC-RECORD-COUNT     TO WS-RST-COUNT(WS-RST-IDX).
           MOVE AC-STAMP-GIVEN      TO WS-RST-STAMP-GIVEN(WS-RST-IDX).
           MOVE AC-STAMP-CYCLE-DATE
             TO WS-RST-STAMP-CYCLE-DATE(WS-RST-IDX).
           MOVE AC-STAMP-RUN-NO     TO WS-RST-STAMP-RUN-NO(WS-RST-IDX).
           MOVE AC-HASH             TO WS-RST-HASH(WS-RST-IDX).
           MOVE AC-STATUS           TO WS-RST-STATUS(WS-RST-IDX).
           MOVE AC-SCRATCHED-DATE
             TO WS-RST-SCRATCHED-DATE(WS-RST-IDX).
       2100-EXIT.
              EXIT.

       3000-VERIFY-GENERATION.
           IF NOT RST-ON-FILE(WS-RST-IDX) THEN
              MOVE "SCRATCHED" TO WS-REASON
              GO TO 3000-REFUSE
           END-IF.
           MOVE WS-RST-GEN-NAME(WS-RST-IDX) TO WS-SOURCE-NAME.
           MOVE WS-RST-STYLE(WS-RST-IDX)    TO WS-SCAN-STYLE.
           MOVE WS-RST-FILE-ORG(WS-RST-IDX) TO WS-SCAN-ORG.
           PERFORM 7000-SCAN-FILE
              THRU 7000-EXIT.
           IF SCAN-FILE-MISSING THEN
              MOVE "GENERATION FILE IS GONE" TO WS-REASON
              GO TO 3000-REFUSE
           END-IF.
           IF NOT SCAN-FILE-READ THEN
              MOVE "GENERATION FILE CANNOT BE READ" TO WS-REASON
              GO TO 3000-REFUSE
           END-IF.
      *        THE STAMP FIRST - A GENERATION WEARING ANOTHER RUN'S
      *        STAMP IS THE WRONG FILE, WHATEVER ITS NAME
           IF RST-STAMPED(WS-RST-IDX) THEN
              IF SCAN-UNSTAMPED
                 OR WS-SCAN-CYCLE-DATE
                    NOT = WS-RST-STAMP-CYCLE-DATE(WS-RST-IDX)
                 OR WS-SCAN-RUN-NO
                    NOT = WS-RST-STAMP-RUN-NO(WS-RST-IDX)
                 OR WS-SCAN-CYCLE-DATE NOT = WS-RESTORE-CYCLE-DATE
                 OR WS-SCAN-RUN-NO NOT = WS-RESTORE-RUN-NO THEN
                 MOVE "CYCLE STAMP DOES NOT MATCH" TO WS-REASON
                 GO TO 3000-REFUSE
              END-IF
           END-IF.
           IF WS-SCAN-COUNT NOT = WS-RST-COUNT(WS-RST-IDX) THEN
              MOVE "RECORD COUNT DOES NOT MATCH" TO WS-REASON
              GO TO 3000-REFUSE
           END-IF.
           IF WS-HASH-VAL NOT = WS-RST-HASH(WS-RST-IDX) THEN
              MOVE "CONTENT HASH DOES NOT MATCH" TO WS-REASON
              GO TO 3000-REFUSE
           END-IF.
           ADD +1 TO WS-GENS-VERIFIED.
           DISPLAY "  " WS-RST-DATASET(WS-RST-IDX) " CHECKED - "
              WS-RST-GEN-NAME(WS-RST-IDX).
           GO TO 3000-EXIT.
       3000-REFUSE.
           ADD +1 TO WS-GENS-REFUSED.
           DISPLAY "  " WS-RST-DATASET(WS-RST-IDX) " REFUSED - "
              WS-REASON " - " WS-RST-GEN-NAME(WS-RST-IDX).
       3000-EXIT.
              EXIT.

       4000-RESTORE-GENERATION.
           MOVE WS-RST-GEN-NAME(WS-RST-IDX) TO WS-SOURCE-NAME.
           MOVE WS-RST-DATASET(WS-RST-IDX)  TO WS-TARGET-NAME.
           MOVE WS-RST-STYLE(WS-RST-IDX)    TO WS-SCAN-STYLE.
           MOVE WS-RST-FILE-ORG(WS-RST-IDX) TO WS-SCAN-ORG.
           PERFORM 7100-COPY-FILE
              THRU 7100-EXIT.
           IF NOT SCAN-FILE-READ
              OR WS-SCAN-COUNT NOT = WS-RST-COUNT(WS-RST-IDX)
              OR WS-HASH-VAL NOT = WS-RST-HASH(WS-RST-IDX) THEN
              DISPLAY "  " WS-RST-DATASET(WS-RST-IDX)
                 " RESTORE FAILED, FILE STATUS " WS-SOURCE-STATUS
                 " / " WS-TARGET-STATUS " - THE DATASET MAY BE "
                 "PARTLY WRITTEN"
              ADD +1 TO WS-GENS-FAILED
              MOVE +8 TO RETURN-CODE
              GO TO 4000-EXIT
           END-IF.
           ADD +1 TO WS-GENS-RESTORED.
           DISPLAY "  " WS-RST-DATASET(WS-RST-IDX) " RESTORED - "
              WS-SCAN-COUNT " RECORDS".
       4000-EXIT.
              EXIT.

       7000-SCAN-FILE.
      *        RECORD COUNT, CYCLE STAMP AND CONTENT HASH OF THE FILE
      *        WS-SOURCE-NAME NAMES, READ THROUGH WITHOUT COPYING -
      *        TAKEN EXACTLY AS CycleArchive TOOK THEM
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
              PERFORM 7200-TAKE-LINE
                 THRU 7200-EXIT
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
              PERFORM 7200-TAKE-LINE
                 THRU 7200-EXIT
              PERFORM 7110-WRITE-LINE
                 THRU 7110-EXIT
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
      *        THE SAME FOR A FILE OF FIXED-LENGTH RECORDS - A PARSED
      *        INDEX GENERATION IS THE INDEX UNLOADED TO THEM
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
              WHEN OTHER
                 CLOSE UnloadSourceFile
           END-EVALUATE.
       7530-EXIT.
              EXIT.

       7600-COPY-FIXED-FILE.
      *        THE SAME COPY FOR FIXED-LENGTH RECORDS - THE PARSED
      *        INDEX IS RELOADED FROM ITS UNLOADED RECORDS, WHICH ARE
      *        ALREADY IN KEY ORDER
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
                 OPEN OUTPUT ParsedIdxFile
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
                 MOVE WS-FIXED-REC TO PARSED-IDX-REC
                 WRITE PARSED-IDX-REC
                    INVALID KEY CONTINUE
                 END-WRITE
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
                 CLOSE ParsedIdxFile
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

       9900-END-OF-JOB-REPORT.
           DISPLAY " ".
           DISPLAY "===== CYCLE RESTORE =====".
           DISPLAY "GENERATIONS CATALOGED . . . " WS-RST-NUM.
           DISPLAY "GENERATIONS CHECKED . . . . " WS-GENS-VERIFIED.
           DISPLAY "GENERATIONS REFUSED . . . . " WS-GENS-REFUSED.
           DISPLAY "GENERATIONS RESTORED  . . . " WS-GENS-RESTORED.
           DISPLAY "RESTORES FAILED . . . . . . " WS-GENS-FAILED.
       9900-EXIT.
              EXIT.
       END PROGRAM CycleRestore.
