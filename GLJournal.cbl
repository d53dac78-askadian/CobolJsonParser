       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLJournal.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    GENERAL-LEDGER JOURNAL BUILT FROM SUMMARY-OUT.dat, RUN     *
      *    AFTER PostingSummary.  EVERY SUMMARY ROW (ONE GROUP VALUE, *
      *    ONE AMOUNT KEY, ITS SUM) BECOMES A BALANCED PAIR OF        *
      *    JOURNAL LINES - A DEBIT AND A CREDIT FOR THE SAME AMOUNT - *
      *    BY THE GLMAP.dat ROW FOR ITS AMOUNT KEY.  THE GROUP VALUE  *
      *    IS LOOKED UP ON CUSTREF.dat SO A BRANCH-SPECIFIC GLMAP     *
      *    ROW CAN TAKE PRECEDENCE (THIS NEEDS THE SUMMARY GROUPED BY *
      *    THE CUSTREF KEY - POSTINGSUMMARY_GROUP_KEY; ANY OTHER      *
      *    GROUPING FINDS NO BRANCH AND USES THE BLANK-BRANCH ROWS).  *
      *                                                               *
      *    GL-JOURNAL.dat IS THE LEDGER'S FIXED-WIDTH INTERFACE - A   *
      *    BATCH HEADER (H), THE DEBIT AND CREDIT LINES (D) AND A     *
      *    BATCH TRAILER (T) WITH THE LINE COUNT AND THE DEBIT AND    *
      *    CREDIT TOTALS, BOTH ADDED UP FROM THE AMOUNTS ACTUALLY     *
      *    CARRIED ON THE LINES.  THE BATCH IS RELEASED WHOLE OR NOT  *
      *    AT ALL: A SUMMARY ROW WITH NO GLMAP ROW, OR DEBITS THAT    *
      *    DO NOT EQUAL CREDITS (OR DO NOT ADD BACK TO THE SUMMARY),  *
      *    LEAVES GL-JOURNAL.dat EMPTY, LISTS THE CAUSE ON            *
      *    GL-EXCEPT.dat AND ENDS THE JOB WITH RETURN CODE 8 SO       *
      *    NOTHING HALF-POSTS.                                        *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT SummaryOutFile ASSIGN TO "SUMMARY-OUT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SM-STATUS.
           SELECT GlMapFile ASSIGN TO "GLMAP.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-GM-STATUS.
           SELECT CustRefFile ASSIGN TO "CUSTREF.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS CR-ID-VALUE
                     FILE STATUS IS WS-CR-STATUS.
           SELECT GlJournalFile ASSIGN TO "GL-JOURNAL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GlExceptFile ASSIGN TO "GL-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunCtlFile.
           COPY "RUNCTL.cpy".

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

       FD GlMapFile.
           COPY "GLMAP.cpy".

       FD CustRefFile.
           COPY "CUSTREF.cpy".

       FD GlJournalFile.
       01 GL-JRNL-HEADER-REC.
          02  GJH-REC-TYPE         PIC X(01).
          02  GJH-BATCH-ID         PIC X(13).
          02  GJH-CYCLE-DATE       PIC 9(08).
          02  GJH-RUN-NO           PIC 9(03).
          02  GJH-SOURCE           PIC X(10).
          02  FILLER               PIC X(115).
       01 GL-JRNL-DETAIL-REC.
          02  GJD-REC-TYPE         PIC X(01).
          02  GJD-BATCH-ID         PIC X(13).
          02  GJD-LINE-NO          PIC 9(06).
          02  GJD-DR-CR            PIC X(01).
          02  GJD-ACCOUNT          PIC X(12).
          02  GJD-COST-CENTRE      PIC X(08).
          02  GJD-JOURNAL-CAT      PIC X(10).
          02  GJD-AMOUNT           PIC 9(15)V9(04).
          02  GJD-BRANCH           PIC X(05).
          02  GJD-SOURCE-KEY       PIC X(30).
          02  GJD-GROUP-VALUE      PIC X(30).
          02  FILLER               PIC X(15).
       01 GL-JRNL-TRAILER-REC.
          02  GJT-REC-TYPE         PIC X(01).
          02  GJT-BATCH-ID         PIC X(13).
          02  GJT-LINE-COUNT       PIC 9(06).
          02  GJT-DEBIT-TOTAL      PIC 9(15)V9(04).
          02  GJT-CREDIT-TOTAL     PIC 9(15)V9(04).
          02  FILLER               PIC X(92).

       FD GlExceptFile.
       01 GL-EXCEPT-REC.
          02  GX-CODE              PIC X(04).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  GX-GROUP-VALUE       PIC X(60).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  GX-JSON-KEY          PIC X(60).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  GX-BRANCH            PIC X(05).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  GX-DETAIL-TEXT       PIC X(60).

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-SM-STATUS       PIC X(02) VALUE SPACES.
            10 WS-GM-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CR-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-SM-EOF-SW       PIC X(01) VALUE 'N'.
                88 END-OF-SUMMARY     VALUE 'Y'.
            10 WS-GM-EOF-SW       PIC X(01) VALUE 'N'.
                88 END-OF-GLMAP       VALUE 'Y'.
            10 WS-BRANCH-SW       PIC X(01) VALUE 'N'.
                88 BRANCH-LOOKUP-ON   VALUE 'Y'.
                88 BRANCH-LOOKUP-OFF  VALUE 'N'.
            10 WS-MAP-FOUND-SW    PIC X(01) VALUE 'N'.
                88 MAP-ROW-FOUND      VALUE 'Y'.
                88 MAP-ROW-UNFOUND    VALUE 'N'.
            10 WS-BATCH-SW        PIC X(01) VALUE 'Y'.
                88 BATCH-RELEASABLE   VALUE 'Y'.
                88 BATCH-REFUSED      VALUE 'N'.
            10 WS-BATCH-ID        PIC X(13) VALUE SPACES.
            10 WS-ROW-BRANCH      PIC X(05) VALUE SPACES.
            10 WS-ROW-AMOUNT      PIC S9(15)V9(04) COMP-3 VALUE ZERO.
            10 WS-SUMMARY-TOTAL   PIC S9(15)V9(04) COMP-3 VALUE ZERO.
            10 WS-DEBIT-TOTAL     PIC S9(15)V9(04) COMP-3 VALUE ZERO.
            10 WS-CREDIT-TOTAL    PIC S9(15)V9(04) COMP-3 VALUE ZERO.
            10 WS-ABS-TOTAL       PIC S9(15)V9(04) COMP-3 VALUE ZERO.
            10 WS-NET-POSTED      PIC S9(15)V9(04) COMP-3 VALUE ZERO.
            10 WS-BATCH-RELEASED  PIC S9(01) COMP VALUE ZERO.
            10 WS-ROWS-READ       PIC S9(07) COMP VALUE ZERO.
            10 WS-ROWS-JOURNALED  PIC S9(07) COMP VALUE ZERO.
            10 WS-ROWS-ZERO       PIC S9(07) COMP VALUE ZERO.
            10 WS-ROWS-UNMAPPED   PIC S9(07) COMP VALUE ZERO.
            10 WS-ROWS-BRANCHED   PIC S9(07) COMP VALUE ZERO.
            10 WS-ROWS-EXCLUDING  PIC S9(07) COMP VALUE ZERO.
            10 WS-GLMAP-OVERFLOW  PIC S9(07) COMP VALUE ZERO.
            10 WS-LINES-WRITTEN   PIC S9(07) COMP VALUE ZERO.
            10 WS-EXCEPTS-WRITTEN PIC S9(07) COMP VALUE ZERO.
            10 WS-GX-CODE         PIC X(04) VALUE SPACES.
            10 WS-GX-DETAIL-TEXT  PIC X(60) VALUE SPACES.
            10 WS-GX-GROUP-VALUE  PIC X(60) VALUE SPACES.
            10 WS-GX-JSON-KEY     PIC X(60) VALUE SPACES.
            10 WS-EDIT-AMOUNT     PIC -Z(14)9.9(4).

           COPY "RUNHDR.cpy".

       01 WS-GLMAP-TABLE.
      *        GLMAP.dat HELD IN FILE ORDER - THE LOOKUP TAKES THE
      *        FIRST ROW FOR THE KEY AND THE GROUP'S BRANCH, FAILING
      *        THAT THE FIRST ROW FOR THE KEY WITH A BLANK BRANCH
           05 WS-GM-NUM           PIC S9(05) COMP VALUE ZERO.
           05 WS-GM-MAX           PIC S9(05) COMP VALUE +200.
           05 WS-GM-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-GM-IDX WS-GM-HIT.
              10 WS-GM-KEY            PIC X(60).
              10 WS-GM-BRANCH         PIC X(05).
              10 WS-GM-DEBIT          PIC X(12).
              10 WS-GM-CREDIT         PIC X(12).
              10 WS-GM-COST-CENTRE    PIC X(08).
              10 WS-GM-CATEGORY       PIC X(10).

       01 WS-JOURNAL-TABLE.
      *        ONE ENTRY PER SUMMARY ROW TO BE JOURNALED, HELD
      *        UNTIL THE WHOLE FILE HAS BEEN PROVED - THE SAME 400
      *        ROWS PostingSummary'S OWN TABLE CAN PRODUCE
           05 WS-JR-NUM           PIC S9(05) COMP VALUE ZERO.
           05 WS-JR-MAX           PIC S9(05) COMP VALUE +400.
           05 WS-JR-ENTRY OCCURS 400 TIMES
                           INDEXED BY WS-JR-IDX.
              10 WS-JR-GROUP-VAL      PIC X(60).
              10 WS-JR-KEY            PIC X(60).
              10 WS-JR-BRANCH         PIC X(05).
              10 WS-JR-AMOUNT         PIC S9(15)V9(04) COMP-3.
              10 WS-JR-MAP-SUB        PIC S9(05) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM UNTIL END-OF-SUMMARY
              PERFORM 2000-JOURNAL-SUMMARY-ROW
                 THRU 2000-EXIT
              READ SummaryOutFile
                 AT END SET END-OF-SUMMARY TO TRUE
              END-READ
           END-PERFORM.
           CLOSE SummaryOutFile
                 CustRefFile.
           PERFORM 4000-RELEASE-BATCH
              THRU 4000-EXIT.
           CLOSE GlExceptFile.
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
           STRING "JE" RC-CYCLE-DATE RC-RUN-NO
              DELIMITED BY SIZE
              INTO WS-BATCH-ID
           END-STRING.
           OPEN OUTPUT GlExceptFile.
           MOVE "CYCLEHDR"     TO RH-HEADER-TAG.
           MOVE RC-CYCLE-DATE  TO RH-CYCLE-DATE.
           MOVE RC-RUN-NO      TO RH-RUN-NO.
           MOVE SPACES TO GL-EXCEPT-REC.
           MOVE RUN-HEADER-LINE TO GL-EXCEPT-REC.
           WRITE GL-EXCEPT-REC.
           PERFORM 1100-LOAD-GLMAP
              THRU 1100-EXIT.
           PERFORM 1200-OPEN-REF-MASTER
              THRU 1200-EXIT.
           PERFORM 1300-OPEN-SUMMARY
              THRU 1300-EXIT.
       1000-EXIT.
              EXIT.

       1010-READ-RUN-CONTROL.
      *        THE CYCLE STAMP EVERY DATASET IN THE CHAIN CARRIES -
      *        A JOURNAL THAT CANNOT BE TIED TO ITS BUSINESS DATE
      *        MUST NOT REACH THE LEDGER, SO IT STOPS HERE
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

       1100-LOAD-GLMAP.
      *        WITHOUT GLMAP.dat NO ROW CAN BE POSTED - EVERY ROW
      *        WOULD BE UNMAPPED, SO THE JOB STOPS AT ONCE
           OPEN INPUT GlMapFile.
           IF WS-GM-STATUS NOT = "00" THEN
              DISPLAY "GL MAPPING FILE GLMAP.dat NOT USABLE - "
                 "FILE STATUS " WS-GM-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ GlMapFile
              AT END SET END-OF-GLMAP TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-GLMAP
              IF GM-JSON-KEY NOT = SPACES THEN
                 IF WS-GM-NUM < WS-GM-MAX THEN
                    ADD +1 TO WS-GM-NUM
                    SET WS-GM-IDX TO WS-GM-NUM
                    MOVE GM-JSON-KEY    TO WS-GM-KEY(WS-GM-IDX)
                    MOVE GM-BRANCH      TO WS-GM-BRANCH(WS-GM-IDX)
                    MOVE GM-DEBIT-ACCT  TO WS-GM-DEBIT(WS-GM-IDX)
                    MOVE GM-CREDIT-ACCT TO WS-GM-CREDIT(WS-GM-IDX)
                    MOVE GM-COST-CENTRE
                      TO WS-GM-COST-CENTRE(WS-GM-IDX)
                    MOVE GM-JOURNAL-CAT TO WS-GM-CATEGORY(WS-GM-IDX)
                 ELSE
                    ADD +1 TO WS-GLMAP-OVERFLOW
                 END-IF
              END-IF
              READ GlMapFile
                 AT END SET END-OF-GLMAP TO TRUE
              END-READ
           END-PERFORM.
           CLOSE GlMapFile.
           IF WS-GLMAP-OVERFLOW > ZERO THEN
      *        A DROPPED MAPPING ROW WOULD LEAVE ITS SUMMARY ROWS
      *        UNMAPPED OR ON THE WRONG ACCOUNT - ControlAudit
      *        REPORTS THE SAME LIMIT AHEAD OF THE CYCLE
              DISPLAY "GLMAP.dat HAS MORE ROWS THAN THE 200-ENTRY "
                 "TABLE - " WS-GLMAP-OVERFLOW " DROPPED"
              MOVE "OVER" TO WS-GX-CODE
              MOVE "GLMAP.dat ROWS PAST THE 200-ENTRY TABLE"
                TO WS-GX-DETAIL-TEXT
              MOVE SPACES TO WS-GX-GROUP-VALUE
              MOVE SPACES TO WS-GX-JSON-KEY
              MOVE SPACES TO WS-ROW-BRANCH
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
           END-IF.
       1100-EXIT.
              EXIT.

       1200-OPEN-REF-MASTER.
      *        CUSTREF.dat ONLY SUPPLIES THE BRANCH - WITHOUT IT
      *        EVERY ROW POSTS BY ITS BLANK-BRANCH GLMAP ROW, AND
      *        THE CONSOLE SAYS SO
           OPEN INPUT CustRefFile.
           IF WS-CR-STATUS = "00" THEN
              SET BRANCH-LOOKUP-ON TO TRUE
           ELSE
              SET BRANCH-LOOKUP-OFF TO TRUE
              DISPLAY "CUSTREF.dat NOT USABLE (FILE STATUS "
                 WS-CR-STATUS ") - BRANCH-SPECIFIC GLMAP ROWS "
                 "NOT APPLIED"
           END-IF.
       1200-EXIT.
              EXIT.

       1300-OPEN-SUMMARY.
      *        THE FIRST RECORD OF SUMMARY-OUT.dat MUST BE THE
      *        CYCLEHDR STAMP OF THE CURRENT CYCLE - JOURNALING A
      *        STALE SUMMARY WOULD POST THE WRONG DAY TWICE
           OPEN INPUT SummaryOutFile.
           IF WS-SM-STATUS NOT = "00" THEN
              DISPLAY "SUMMARY-OUT.dat NOT USABLE - FILE STATUS "
                 WS-SM-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ SummaryOutFile
              AT END SET END-OF-SUMMARY TO TRUE
           END-READ.
           MOVE SUMMARY-OUT-REC(1:21) TO RUN-HEADER-LINE.
           IF END-OF-SUMMARY OR NOT RUN-HEADER-PRESENT THEN
              DISPLAY "SUMMARY-OUT.dat CARRIES NO CYCLEHDR STAMP"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RH-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR RH-RUN-NO NOT = RC-RUN-NO THEN
              DISPLAY "SUMMARY-OUT.dat IS CYCLE " RH-CYCLE-DATE
                 " RUN " RH-RUN-NO " - EXPECTED CYCLE "
                 RC-CYCLE-DATE " RUN " RC-RUN-NO
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ SummaryOutFile
              AT END SET END-OF-SUMMARY TO TRUE
           END-READ.
       1300-EXIT.
              EXIT.

       2000-JOURNAL-SUMMARY-ROW.
           IF SUMMARY-OUT-REC = SPACES THEN
              GO TO 2000-EXIT
           END-IF.
           ADD +1 TO WS-ROWS-READ.
           MOVE SM-GROUP-VALUE TO WS-GX-GROUP-VALUE.
           MOVE SM-JSON-KEY    TO WS-GX-JSON-KEY.
           MOVE SM-SUM TO WS-ROW-AMOUNT.
           ADD WS-ROW-AMOUNT TO WS-SUMMARY-TOTAL.
           IF SM-EXCLUDED IS NUMERIC AND SM-EXCLUDED > ZERO THEN
              ADD +1 TO WS-ROWS-EXCLUDING
           END-IF.
           PERFORM 2100-RESOLVE-BRANCH
              THRU 2100-EXIT.
           PERFORM 2200-FIND-GLMAP-ROW
              THRU 2200-EXIT.
           IF MAP-ROW-UNFOUND THEN
              ADD +1 TO WS-ROWS-UNMAPPED
              MOVE "UMAP" TO WS-GX-CODE
              MOVE "NO GLMAP ROW FOR THIS AMOUNT KEY AND BRANCH"
                TO WS-GX-DETAIL-TEXT
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
              GO TO 2000-EXIT
           END-IF.
           IF WS-ROW-AMOUNT = ZERO THEN
      *        NOTHING TO POST - A ZERO LINE WOULD ONLY CLUTTER
      *        THE LEDGER, AND THE ROW IS MAPPED SO NOTHING IS LOST
              ADD +1 TO WS-ROWS-ZERO
              GO TO 2000-EXIT
           END-IF.
           IF WS-JR-NUM >= WS-JR-MAX THEN
              MOVE "OVER" TO WS-GX-CODE
              MOVE "SUMMARY ROWS PAST THE 400-ENTRY JOURNAL TABLE"
                TO WS-GX-DETAIL-TEXT
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
              GO TO 2000-EXIT
           END-IF.
           ADD +1 TO WS-JR-NUM.
           SET WS-JR-IDX TO WS-JR-NUM.
           MOVE SM-GROUP-VALUE TO WS-JR-GROUP-VAL(WS-JR-IDX).
           MOVE SM-JSON-KEY    TO WS-JR-KEY(WS-JR-IDX).
           MOVE WS-ROW-BRANCH  TO WS-JR-BRANCH(WS-JR-IDX).
           MOVE WS-ROW-AMOUNT  TO WS-JR-AMOUNT(WS-JR-IDX).
           SET WS-JR-MAP-SUB(WS-JR-IDX) TO WS-GM-HIT.
           ADD +1 TO WS-ROWS-JOURNALED.
      *        WHAT EACH SIDE OF THE BATCH OUGHT TO COME TO - BOTH
      *        LINES OF A PAIR CARRY THE ABSOLUTE AMOUNT AND THE
      *        SIGN ONLY DECIDES WHICH ACCOUNT TAKES WHICH SIDE.  THE
      *        DEBIT AND CREDIT TOTALS THEMSELVES ARE ADDED UP FROM
      *        THE LINES AS THEY ARE BUILT (4110)
           IF WS-ROW-AMOUNT < ZERO THEN
              SUBTRACT WS-ROW-AMOUNT FROM WS-ABS-TOTAL
           ELSE
              ADD WS-ROW-AMOUNT TO WS-ABS-TOTAL
           END-IF.
       2000-EXIT.
              EXIT.

       2100-RESOLVE-BRANCH.
      *        THE GROUP VALUE IS TAKEN AS A CUSTREF KEY - A GROUP
      *        THAT IS NOT A CUSTOMER (OR "*NONE*") HAS NO BRANCH
           MOVE SPACES TO WS-ROW-BRANCH.
           IF BRANCH-LOOKUP-OFF THEN
              GO TO 2100-EXIT
           END-IF.
           MOVE SM-GROUP-VALUE TO CR-ID-VALUE.
           READ CustRefFile
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CR-BRANCH TO WS-ROW-BRANCH
           END-READ.
       2100-EXIT.
              EXIT.

       2200-FIND-GLMAP-ROW.
      *        LEAVES WS-GM-HIT ON THE ROW FOR THE AMOUNT KEY AND
      *        BRANCH, ELSE ON THE KEY'S BLANK-BRANCH ROW
           SET MAP-ROW-UNFOUND TO TRUE.
           IF WS-ROW-BRANCH NOT = SPACES THEN
              PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                 UNTIL WS-GM-IDX > WS-GM-NUM
                    OR MAP-ROW-FOUND
                 IF WS-GM-KEY(WS-GM-IDX) = SM-JSON-KEY
                    AND WS-GM-BRANCH(WS-GM-IDX) = WS-ROW-BRANCH THEN
                    SET MAP-ROW-FOUND TO TRUE
                    SET WS-GM-HIT TO WS-GM-IDX
                 END-IF
              END-PERFORM
           END-IF.
           IF MAP-ROW-FOUND THEN
              ADD +1 TO WS-ROWS-BRANCHED
              GO TO 2200-EXIT
           END-IF.
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
              UNTIL WS-GM-IDX > WS-GM-NUM
                 OR MAP-ROW-FOUND
              IF WS-GM-KEY(WS-GM-IDX) = SM-JSON-KEY
                 AND WS-GM-BRANCH(WS-GM-IDX) = SPACES THEN
                 SET MAP-ROW-FOUND TO TRUE
                 SET WS-GM-HIT TO WS-GM-IDX
              END-IF
           END-PERFORM.
       2200-EXIT.
              EXIT.

       3000-PROVE-BATCH.
      *        RELEASE ONLY A BALANCED BATCH, PROVED FROM THE LINES
      *        AS BUILT: THE DEBIT LINES MUST EQUAL THE CREDIT LINES,
      *        THE LINES NETTED BY THEIR SIDE MUST COME BACK TO THE
      *        SUMMARY'S NET TOTAL, AND EACH SIDE MUST EQUAL THE SUM
      *        OF THE SUMMARY AMOUNTS REGARDLESS OF SIGN
           MOVE SPACES TO WS-GX-GROUP-VALUE.
           MOVE SPACES TO WS-GX-JSON-KEY.
           MOVE SPACES TO WS-ROW-BRANCH.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL THEN
              SET BATCH-REFUSED TO TRUE
              MOVE "UBAL" TO WS-GX-CODE
              MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMOUNT
              MOVE SPACES TO WS-GX-DETAIL-TEXT
              STRING "DEBITS NOT EQUAL TO CREDITS - DEBITS "
                        DELIMITED BY SIZE
                     WS-EDIT-AMOUNT DELIMITED BY SIZE
                 INTO WS-GX-DETAIL-TEXT
              END-STRING
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
              MOVE "UBAL" TO WS-GX-CODE
              MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT
              MOVE SPACES TO WS-GX-DETAIL-TEXT
              STRING "DEBITS NOT EQUAL TO CREDITS - CREDITS "
                        DELIMITED BY SIZE
                     WS-EDIT-AMOUNT DELIMITED BY SIZE
                 INTO WS-GX-DETAIL-TEXT
              END-STRING
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
           END-IF.
           IF WS-NET-POSTED NOT = WS-SUMMARY-TOTAL THEN
              SET BATCH-REFUSED TO TRUE
              MOVE "USUM" TO WS-GX-CODE
              MOVE WS-NET-POSTED TO WS-EDIT-AMOUNT
              MOVE SPACES TO WS-GX-DETAIL-TEXT
              STRING "LINES NET TO " DELIMITED BY SIZE
                     WS-EDIT-AMOUNT DELIMITED BY SIZE
                     " NOT THE SUMMARY" DELIMITED BY SIZE
                 INTO WS-GX-DETAIL-TEXT
              END-STRING
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
           END-IF.
           IF WS-DEBIT-TOTAL NOT = WS-ABS-TOTAL
              OR WS-CREDIT-TOTAL NOT = WS-ABS-TOTAL THEN
              SET BATCH-REFUSED TO TRUE
              MOVE "USUM" TO WS-GX-CODE
              MOVE WS-ABS-TOTAL TO WS-EDIT-AMOUNT
              MOVE SPACES TO WS-GX-DETAIL-TEXT
              STRING "A SIDE DOES NOT COME TO " DELIMITED BY SIZE
                     WS-EDIT-AMOUNT DELIMITED BY SIZE
                 INTO WS-GX-DETAIL-TEXT
              END-STRING
              PERFORM 8000-WRITE-EXCEPTION
                 THRU 8000-EXIT
           END-IF.
       3000-EXIT.
              EXIT.

       4000-RELEASE-BATCH.
      *        THE LINES ARE WRITTEN FIRST AND THE BATCH IS PROVED
      *        FROM THEM; ONLY A PROVED BATCH GETS ITS TRAILER.  A
      *        REFUSED BATCH STILL REPLACES GL-JOURNAL.dat - WITH AN
      *        EMPTY FILE, SO THE LEDGER LOAD CANNOT PICK UP AN
      *        EARLIER DAY'S BATCH (OR THIS ONE HALF-BUILT) IN ITS
      *        PLACE.  AN EXCEPTION ALREADY RAISED REFUSES THE BATCH
      *        BEFORE ANY LINE IS BUILT
           SET BATCH-RELEASABLE TO TRUE.
           OPEN OUTPUT GlJournalFile.
           IF WS-EXCEPTS-WRITTEN > ZERO THEN
              SET BATCH-REFUSED TO TRUE
              CLOSE GlJournalFile
              GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO GL-JRNL-HEADER-REC.
           MOVE "H"            TO GJH-REC-TYPE.
           MOVE WS-BATCH-ID    TO GJH-BATCH-ID.
           MOVE RC-CYCLE-DATE  TO GJH-CYCLE-DATE.
           MOVE RC-RUN-NO      TO GJH-RUN-NO.
           MOVE "JSONPOST"     TO GJH-SOURCE.
           WRITE GL-JRNL-HEADER-REC.
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
              UNTIL WS-JR-IDX > WS-JR-NUM
              PERFORM 4100-WRITE-JOURNAL-PAIR
                 THRU 4100-EXIT
           END-PERFORM.
           PERFORM 3000-PROVE-BATCH
              THRU 3000-EXIT.
           IF BATCH-REFUSED THEN
              CLOSE GlJournalFile
              OPEN OUTPUT GlJournalFile
              CLOSE GlJournalFile
              GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO GL-JRNL-TRAILER-REC.
           MOVE "T"              TO GJT-REC-TYPE.
           MOVE WS-BATCH-ID      TO GJT-BATCH-ID.
           MOVE WS-LINES-WRITTEN TO GJT-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL   TO GJT-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL  TO GJT-CREDIT-TOTAL.
           WRITE GL-JRNL-TRAILER-REC.
           CLOSE GlJournalFile.
           MOVE +1 TO WS-BATCH-RELEASED.
       4000-EXIT.
              EXIT.

       4100-WRITE-JOURNAL-PAIR.
           SET WS-GM-HIT TO WS-JR-MAP-SUB(WS-JR-IDX).
           MOVE SPACES TO GL-JRNL-DETAIL-REC.
           MOVE "D"         TO GJD-REC-TYPE.
           MOVE WS-BATCH-ID TO GJD-BATCH-ID.
           MOVE WS-GM-COST-CENTRE(WS-GM-HIT) TO GJD-COST-CENTRE.
           MOVE WS-GM-CATEGORY(WS-GM-HIT)    TO GJD-JOURNAL-CAT.
           MOVE WS-JR-BRANCH(WS-JR-IDX)      TO GJD-BRANCH.
           MOVE WS-JR-KEY(WS-JR-IDX)         TO GJD-SOURCE-KEY.
           MOVE WS-JR-GROUP-VAL(WS-JR-IDX)   TO GJD-GROUP-VALUE.
      *        GJD-AMOUNT IS UNSIGNED - MOVING THE SIGNED AMOUNT
      *        DROPS THE SIGN, WHICH THE SWAP OF SIDES HAS TAKEN
      *        CARE OF.  IT IS AS WIDE AS THE SUMMARY AMOUNT, SO NO
      *        HIGH-ORDER DIGIT IS LOST
           MOVE WS-JR-AMOUNT(WS-JR-IDX)      TO GJD-AMOUNT.
           ADD +1 TO WS-LINES-WRITTEN.
           MOVE WS-LINES-WRITTEN TO GJD-LINE-NO.
           MOVE "D" TO GJD-DR-CR.
           IF WS-JR-AMOUNT(WS-JR-IDX) < ZERO THEN
              MOVE WS-GM-CREDIT(WS-GM-HIT) TO GJD-ACCOUNT
           ELSE
              MOVE WS-GM-DEBIT(WS-GM-HIT)  TO GJD-ACCOUNT
           END-IF.
           WRITE GL-JRNL-DETAIL-REC.
           PERFORM 4110-TAKE-LINE-AMOUNT
              THRU 4110-EXIT.
           ADD +1 TO WS-LINES-WRITTEN.
           MOVE WS-LINES-WRITTEN TO GJD-LINE-NO.
           MOVE "C" TO GJD-DR-CR.
           IF WS-JR-AMOUNT(WS-JR-IDX) < ZERO THEN
              MOVE WS-GM-DEBIT(WS-GM-HIT)  TO GJD-ACCOUNT
           ELSE
              MOVE WS-GM-CREDIT(WS-GM-HIT) TO GJD-ACCOUNT
           END-IF.
           WRITE GL-JRNL-DETAIL-REC.
           PERFORM 4110-TAKE-LINE-AMOUNT
              THRU 4110-EXIT.
       4100-EXIT.
              EXIT.

       4110-TAKE-LINE-AMOUNT.
      *        ADDS THE AMOUNT THE LINE JUST WRITTEN CARRIES TO ITS
      *        SIDE'S TOTAL.  THE DEBIT LINE ALSO NETS IT BACK TO A
      *        SIGNED FIGURE - PLUS WHEN IT WENT TO THE MAPPED DEBIT
      *        ACCOUNT, MINUS WHEN THE SIDES WERE SWAPPED - SO THE
      *        LINES CAN BE TIED TO THE SUMMARY'S NET TOTAL
           IF GJD-DR-CR = "C" THEN
              ADD GJD-AMOUNT TO WS-CREDIT-TOTAL
              GO TO 4110-EXIT
           END-IF.
           ADD GJD-AMOUNT TO WS-DEBIT-TOTAL.
           IF WS-JR-AMOUNT(WS-JR-IDX) < ZERO THEN
              SUBTRACT GJD-AMOUNT FROM WS-NET-POSTED
           ELSE
              ADD GJD-AMOUNT TO WS-NET-POSTED
           END-IF.
       4110-EXIT.
              EXIT.

       8000-WRITE-EXCEPTION.
      *        WS-GX-CODE AND WS-GX-DETAIL-TEXT ARE SET BY THE
      *        CALLER, AS IS THE ROW IDENTITY IN WS-GX-GROUP-VALUE,
      *        WS-GX-JSON-KEY AND WS-ROW-BRANCH (SPACES FOR A
      *        BATCH-LEVEL EXCEPTION)
           MOVE SPACES TO GL-EXCEPT-REC.
           MOVE WS-GX-CODE        TO GX-CODE.
           MOVE WS-GX-GROUP-VALUE TO GX-GROUP-VALUE.
           MOVE WS-GX-JSON-KEY    TO GX-JSON-KEY.
           MOVE WS-ROW-BRANCH     TO GX-BRANCH.
           MOVE WS-GX-DETAIL-TEXT TO GX-DETAIL-TEXT.
           WRITE GL-EXCEPT-REC.
           ADD +1 TO WS-EXCEPTS-WRITTEN.
           DISPLAY WS-GX-CODE " " WS-GX-GROUP-VALUE(1:20) " "
              WS-GX-JSON-KEY(1:20) " " WS-ROW-BRANCH " "
              WS-GX-DETAIL-TEXT.
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
           MOVE "ROWS-READ" TO WS-CC-COUNTER.
           MOVE WS-ROWS-READ TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "ROWS-JOURNALED" TO WS-CC-COUNTER.
           MOVE WS-ROWS-JOURNALED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "LINES-WRITTEN" TO WS-CC-COUNTER.
           MOVE WS-LINES-WRITTEN TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "DEBIT-TOTAL" TO WS-CC-COUNTER.
           MOVE WS-DEBIT-TOTAL TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "CREDIT-TOTAL" TO WS-CC-COUNTER.
           MOVE WS-CREDIT-TOTAL TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "EXCEPTIONS-WRITTEN" TO WS-CC-COUNTER.
           MOVE WS-EXCEPTS-WRITTEN TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "BATCH-RELEASED" TO WS-CC-COUNTER.
           MOVE WS-BATCH-RELEASED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "GLJournal"    TO CC-PROGRAM.
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
      *        PRINTS THE BATCH TOTALS THE LEDGER LOAD TIES TO AND
      *        SETS THE RETURN CODE THE SCHEDULER KEYS THE LOAD ON
           DISPLAY " ".
           DISPLAY "===== GL JOURNAL CONTROL TOTALS =====".
           DISPLAY "BATCH ID. . . . . . . . . . " WS-BATCH-ID.
           DISPLAY "GLMAP ROWS LOADED . . . . . " WS-GM-NUM.
           DISPLAY "SUMMARY ROWS READ . . . . . " WS-ROWS-READ.
           DISPLAY "ROWS JOURNALED. . . . . . . " WS-ROWS-JOURNALED.
           DISPLAY "  BY BRANCH-SPECIFIC ROW. . " WS-ROWS-BRANCHED.
           DISPLAY "ZERO ROWS NOT JOURNALED . . " WS-ROWS-ZERO.
           DISPLAY "ROWS WITH NO GL MAPPING . . " WS-ROWS-UNMAPPED.
           DISPLAY "ROWS WITH EXCLUDED VALUES . " WS-ROWS-EXCLUDING.
           MOVE WS-SUMMARY-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "SUMMARY NET TOTAL . . . . . " WS-EDIT-AMOUNT.
           MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "DEBIT TOTAL . . . . . . . . " WS-EDIT-AMOUNT.
           MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "CREDIT TOTAL. . . . . . . . " WS-EDIT-AMOUNT.
           MOVE WS-NET-POSTED TO WS-EDIT-AMOUNT.
           DISPLAY "LINES NETTED BY SIDE. . . . " WS-EDIT-AMOUNT.
           DISPLAY "JOURNAL LINES WRITTEN . . . " WS-LINES-WRITTEN.
           DISPLAY "EXCEPTIONS WRITTEN. . . . . " WS-EXCEPTS-WRITTEN.
           IF BATCH-REFUSED THEN
              DISPLAY "BATCH REFUSED - GL-JOURNAL.dat LEFT EMPTY, "
                 "RETURN CODE 8"
              MOVE +8 TO RETURN-CODE
           ELSE
              DISPLAY "BATCH BALANCED - RELEASED TO THE LEDGER"
           END-IF.
           DISPLAY "=====================================".
       9900-EXIT.
              EXIT.
       END PROGRAM GLJournal.
