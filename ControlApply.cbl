       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ControlApply.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    MAKES THE CONTROL FILE CHANGES KEYED THROUGH ControlMaint  *
      *    LIVE.  RUN FIRST IN THE CYCLE, AHEAD OF ControlAudit, SO   *
      *    THE AUDIT AND EVERY STEP AFTER IT SEE THE FILES AS THEY    *
      *    STAND FOR THIS CYCLE.  EVERY PENDING ENTRY ON THE CHANGE   *
      *    LOG CTL-CHANGE.dat (COPYBOOK CTLCHG) WHOSE EFFECTIVE DATE  *
      *    HAS BEEN REACHED BY RUNCTL.dat IS APPLIED, OLDEST FIRST,   *
      *    TO KEYPARAM.dat, KEYDICT.dat, MAPPING.dat, DISPOSN.dat OR  *
      *    PARTNER.dat - AN ADD GOES ON THE END OF THE FILE, A        *
      *    CHANGE REPLACES THE ROW IN PLACE, A DELETE DROPS IT.       *
      *    ENTRIES DATED AFTER THE CYCLE STAY PENDING.                *
      *    EACH ENTRY APPLIED IS STAMPED A WITH THE CYCLE AND RUN,    *
      *    ITS BEFORE IMAGE REFRESHED TO THE ROW IT ACTUALLY          *
      *    REPLACED.  ONE THAT NO LONGER FITS THE FILE - AN ADD OF    *
      *    A ROW SINCE KEYED BY HAND, A CHANGE OR DELETE OF ONE       *
      *    SINCE REMOVED - IS STAMPED F WITH THE REASON AND THE RUN   *
      *    ENDS WITH RETURN CODE 4 SO THE OPERATOR LOOKS AT IT; THE   *
      *    CYCLE CARRIES ON WITH THE FILE AS IT IS.  A CONTROL FILE   *
      *    THAT CANNOT BE READ OR REWRITTEN ENDS THE JOB WITH         *
      *    RETURN CODE 8.                                             *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT KeyParamFile ASSIGN TO "KEYPARAM.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CTL-STATUS.
           SELECT KeyDictFile ASSIGN TO "KEYDICT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CTL-STATUS.
           SELECT MappingFile ASSIGN TO "MAPPING.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CTL-STATUS.
           SELECT DispositionFile ASSIGN TO "DISPOSN.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CTL-STATUS.
           SELECT PartnerFile ASSIGN TO "PARTNER.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CTL-STATUS.
           SELECT CtlChangeFile ASSIGN TO "CTL-CHANGE.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CG-KEY
                     FILE STATUS IS WS-CG-STATUS.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunCtlFile.
           COPY "RUNCTL.cpy".

      *        THE FIVE CONTROL FILES ARE READ AND REWRITTEN AS
      *        PLAIN LINES - ONLY THE KEY OF EACH ROW IS LOOKED AT
       FD KeyParamFile.
       01 KEYPARAM-LINE            PIC X(62).

       FD KeyDictFile.
       01 KEYDICT-LINE             PIC X(105).

       FD MappingFile.
       01 MAPPING-LINE             PIC X(121).

       FD DispositionFile.
       01 DISPOSN-LINE             PIC X(47).

       FD PartnerFile.
       01 PARTNER-LINE             PIC X(29).

       FD CtlChangeFile.
           COPY "CTLCHG.cpy".

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-CTL-STATUS      PIC X(02) VALUE SPACES.
            10 WS-CG-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-EOF-SW          PIC X(01) VALUE 'N'.
                88 END-OF-CTL-FILE    VALUE 'Y'.
                88 MORE-CTL-RECS      VALUE 'N'.
            10 WS-CG-EOF-SW       PIC X(01) VALUE 'N'.
                88 END-OF-CHANGES     VALUE 'Y'.
                88 MORE-CHANGES       VALUE 'N'.
            10 WS-FOUND-SW        PIC X(01) VALUE 'N'.
                88 ROW-FOUND          VALUE 'Y'.
                88 ROW-UNFOUND        VALUE 'N'.
            10 WS-DEFER-SW        PIC X(01) VALUE 'N'.
                88 REST-DEFERRED      VALUE 'Y'.
                88 NONE-DEFERRED      VALUE 'N'.
            10 WS-SEL-FILE        PIC X(08) VALUE SPACES.
            10 WS-FILE-SUB        PIC S9(03) COMP VALUE ZERO.
            10 WS-SPLIT-KEY       PIC X(60) VALUE SPACES.
            10 WS-SPLIT-SET       PIC X(08) VALUE SPACES.
            10 WS-FILE-APPLIED    PIC S9(05) COMP VALUE ZERO.
            10 WS-CHANGES-DUE     PIC S9(07) COMP VALUE ZERO.
            10 WS-CHANGES-APPLIED PIC S9(07) COMP VALUE ZERO.
            10 WS-CHANGES-FAILED  PIC S9(07) COMP VALUE ZERO.
            10 WS-CHANGES-LATER   PIC S9(07) COMP VALUE ZERO.
            10 WS-CHANGES-HELD    PIC S9(07) COMP VALUE ZERO.
            10 WS-ROWS-WRITTEN    PIC S9(05) COMP VALUE ZERO.

           COPY "RUNHDR.cpy".

       01 WS-FILE-LIST.
      *        THE FILES ControlMaint KEEPS, IN THE ORDER THEY ARE
      *        BROUGHT UP TO DATE
           05 FILLER              PIC X(08) VALUE "KEYPARAM".
           05 FILLER              PIC X(08) VALUE "KEYDICT ".
           05 FILLER              PIC X(08) VALUE "MAPPING ".
           05 FILLER              PIC X(08) VALUE "DISPOSN ".
           05 FILLER              PIC X(08) VALUE "PARTNER ".
       01 FILLER REDEFINES WS-FILE-LIST.
           05 WS-FILE-NAME OCCURS 5 TIMES
                                  PIC X(08).

       01 WS-SCAN-IMAGE            PIC X(130) VALUE SPACES.
      *        A ROW OF THE FILE BEING BROUGHT UP TO DATE, LAID OUT
      *        FAR ENOUGH TO FIND ITS KEY AND RULE SET
       01 WS-SCAN-KEYPARAM REDEFINES WS-SCAN-IMAGE.
          02  SC-KP-JSON-KEY       PIC X(60).
          02  FILLER               PIC X(70).
       01 WS-SCAN-KEYDICT REDEFINES WS-SCAN-IMAGE.
          02  SC-KD-JSON-KEY       PIC X(60).
          02  FILLER               PIC X(26).
          02  SC-KD-RULE-SET       PIC X(08).
          02  FILLER               PIC X(36).
       01 WS-SCAN-MAPPING REDEFINES WS-SCAN-IMAGE.
          02  SC-MP-JSON-KEY       PIC X(60).
          02  FILLER               PIC X(53).
          02  SC-MP-RULE-SET       PIC X(08).
          02  FILLER               PIC X(09).
       01 WS-SCAN-DISPOSN REDEFINES WS-SCAN-IMAGE.
          02  SC-DS-REASON-CODE    PIC X(04).
          02  FILLER               PIC X(126).
       01 WS-SCAN-PARTNER REDEFINES WS-SCAN-IMAGE.
          02  SC-PT-PARTNER-ID     PIC X(20).
          02  FILLER               PIC X(110).

       01 WS-ROW-TABLE.
      *        THE FILE BEING BROUGHT UP TO DATE, EVERY LINE IN FILE
      *        ORDER (BLANK AND COMMENT LINES INCLUDED, SO THE FILE
      *        IS WRITTEN BACK AS IT WAS BAR THE CHANGES).  A
      *        DELETED ROW KEEPS ITS SLOT, FLAGGED, AND IS LEFT OUT
      *        OF THE REWRITE
           05 WS-ROW-NUM          PIC S9(05) COMP VALUE ZERO.
           05 WS-ROW-MAX          PIC S9(05) COMP VALUE +400.
           05 WS-ROW-ENTRY OCCURS 400 TIMES
                           INDEXED BY WS-ROW-IDX.
              10 WS-ROW-KEY           PIC X(60).
              10 WS-ROW-SET           PIC X(08).
              10 WS-ROW-DELETED-SW    PIC X(01).
                 88 ROW-DELETED           VALUE 'Y'.
                 88 ROW-ON-FILE           VALUE 'N'.
              10 WS-ROW-IMAGE         PIC X(130).

       01 WS-OUTCOME-TABLE.
      *        THE DUE CHANGES TAKEN FOR THE FILE, WITH HOW EACH
      *        WENT.  THE LOG ENTRIES ARE STAMPED FROM HERE ONLY
      *        ONCE THE FILE ITSELF HAS BEEN REWRITTEN; DUE CHANGES
      *        PAST THE TABLE STAY PENDING FOR THE NEXT RUN
           05 WS-OUT-NUM          PIC S9(05) COMP VALUE ZERO.
           05 WS-OUT-MAX          PIC S9(05) COMP VALUE +200.
           05 WS-OUT-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-OUT-IDX.
              10 WS-OUT-KEY           PIC X(32).
              10 WS-OUT-STATUS        PIC X(01).
              10 WS-OUT-NOTE          PIC X(40).
              10 WS-OUT-BEFORE        PIC X(130).

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > 5
              MOVE WS-FILE-NAME(WS-FILE-SUB) TO WS-SEL-FILE
              PERFORM 2000-APPLY-FILE
                 THRU 2000-EXIT
           END-PERFORM.
           CLOSE CtlChangeFile.
           PERFORM 9800-WRITE-CONTROL-COUNTS
              THRU 9800-EXIT.
           PERFORM 9900-END-OF-JOB-REPORT
              THRU 9900-EXIT.
           IF WS-CHANGES-FAILED > ZERO
              AND RETURN-CODE = ZERO THEN
              MOVE +4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       1000-INITIALIZE.
      *        THE STEP'S START, FILED BESIDE ITS CONTROL COUNTS
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM 1010-READ-RUN-CONTROL
              THRU 1010-EXIT.
           PERFORM 1040-OPEN-CHANGE-LOG
              THRU 1040-EXIT.
       1000-EXIT.
              EXIT.

       1010-READ-RUN-CONTROL.
      *        THE CYCLE DATE DECIDES WHICH CHANGES ARE DUE - A
      *        MISSING RUN CONTROL STOPS THE JOB RATHER THAN GUESS
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

       1040-OPEN-CHANGE-LOG.
      *        CTL-CHANGE.dat PERSISTS ACROSS CYCLES - IT IS OPENED
      *        I-O, NEVER OUTPUT.  STATUS 35 MEANS NO CHANGE HAS
      *        EVER BEEN KEYED, WHEN THE LOG IS CREATED EMPTY
           OPEN I-O CtlChangeFile.
           IF WS-CG-STATUS = "35" THEN
              OPEN OUTPUT CtlChangeFile
              CLOSE CtlChangeFile
              OPEN I-O CtlChangeFile
           END-IF.
           IF WS-CG-STATUS NOT = "00" THEN
              DISPLAY "CHANGE LOG CTL-CHANGE.dat NOT USABLE "
                 "- FILE STATUS " WS-CG-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
       1040-EXIT.
              EXIT.

       2000-APPLY-FILE.
      *        BRINGS ONE CONTROL FILE UP TO DATE - LOAD IT, LAY THE
      *        DUE CHANGES OVER IT, WRITE IT BACK IF ANY TOOK, THEN
      *        STAMP THE LOG ENTRIES.  A FILE WITH NOTHING DUE IS
      *        NOT OPENED AT ALL
           MOVE ZERO TO WS-OUT-NUM.
           MOVE ZERO TO WS-FILE-APPLIED.
           SET NONE-DEFERRED TO TRUE.
           PERFORM 2100-COUNT-DUE
              THRU 2100-EXIT.
           IF WS-CHANGES-DUE = ZERO THEN
              GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-LOAD-FILE
              THRU 3000-EXIT.
           MOVE LOW-VALUES TO CG-KEY.
           SET MORE-CHANGES TO TRUE.
           START CtlChangeFile KEY NOT < CG-KEY
              INVALID KEY
                 SET END-OF-CHANGES TO TRUE
           END-START.
           PERFORM 4000-APPLY-ONE-CHANGE
              THRU 4000-EXIT
              UNTIL END-OF-CHANGES.
           IF WS-FILE-APPLIED > ZERO THEN
              PERFORM 5000-REWRITE-FILE
                 THRU 5000-EXIT
           END-IF.
           PERFORM 6000-STAMP-CHANGE-LOG
              THRU 6000-EXIT.
       2000-EXIT.
              EXIT.

       2100-COUNT-DUE.
      *        A FIRST PASS OF THE LOG FOR THE FILE - HOW MANY OF
      *        ITS PENDING CHANGES ARE DUE THIS CYCLE AND HOW MANY
      *        ARE WAITING FOR A LATER ONE
           MOVE ZERO TO WS-CHANGES-DUE.
           MOVE LOW-VALUES TO CG-KEY.
           SET MORE-CHANGES TO TRUE.
           START CtlChangeFile KEY NOT < CG-KEY
              INVALID KEY
                 SET END-OF-CHANGES TO TRUE
           END-START.
           PERFORM 2110-COUNT-ONE-CHANGE
              THRU 2110-EXIT
              UNTIL END-OF-CHANGES.
       2100-EXIT.
              EXIT.

       2110-COUNT-ONE-CHANGE.
           READ CtlChangeFile NEXT RECORD
              AT END
                 SET END-OF-CHANGES TO TRUE
                 GO TO 2110-EXIT
           END-READ.
           IF CG-FILE-NAME NOT = WS-SEL-FILE
              OR NOT CG-STAT-PENDING THEN
              GO TO 2110-EXIT
           END-IF.
           IF CG-EFF-DATE > RC-CYCLE-DATE THEN
              ADD +1 TO WS-CHANGES-LATER
           ELSE
              ADD +1 TO WS-CHANGES-DUE
           END-IF.
       2110-EXIT.
              EXIT.

       3000-LOAD-FILE.
      *        A FILE NOT YET PRESENT LOADS EMPTY AND IS CREATED BY
      *        ITS ADDS.  ONE PRESENT BUT UNREADABLE IS NOT TOUCHED -
      *        WRITING IT BACK FROM A PARTIAL LOAD WOULD LOSE ROWS
           MOVE ZERO TO WS-ROW-NUM.
           SET MORE-CTL-RECS TO TRUE.
           EVALUATE WS-SEL-FILE
              WHEN "KEYPARAM"
                 PERFORM 3110-LOAD-KEYPARAM
                    THRU 3110-EXIT
              WHEN "KEYDICT "
                 PERFORM 3120-LOAD-KEYDICT
                    THRU 3120-EXIT
              WHEN "MAPPING "
                 PERFORM 3130-LOAD-MAPPING
                    THRU 3130-EXIT
              WHEN "DISPOSN "
                 PERFORM 3140-LOAD-DISPOSN
                    THRU 3140-EXIT
              WHEN "PARTNER "
                 PERFORM 3150-LOAD-PARTNER
                    THRU 3150-EXIT
           END-EVALUATE.
           IF WS-CTL-STATUS NOT = "00" AND NOT = "10"
              AND NOT = "35" THEN
              DISPLAY WS-SEL-FILE ".dat NOT USABLE - FILE STATUS "
                 WS-CTL-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
       3000-EXIT.
              EXIT.

       3110-LOAD-KEYPARAM.
           OPEN INPUT KeyParamFile.
           IF WS-CTL-STATUS NOT = "00" THEN
              GO TO 3110-EXIT
           END-IF.
           READ KeyParamFile
              AT END SET END-OF-CTL-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CTL-FILE
              MOVE SPACES TO WS-SCAN-IMAGE
              MOVE KEYPARAM-LINE TO WS-SCAN-IMAGE
              PERFORM 3190-FILE-IMAGE-ROW
                 THRU 3190-EXIT
              READ KeyParamFile
                 AT END SET END-OF-CTL-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE KeyParamFile.
       3110-EXIT.
              EXIT.

       3120-LOAD-KEYDICT.
           OPEN INPUT KeyDictFile.
           IF WS-CTL-STATUS NOT = "00" THEN
              GO TO 3120-EXIT
           END-IF.
           READ KeyDictFile
              AT END SET END-OF-CTL-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CTL-FILE
              MOVE SPACES TO WS-SCAN-IMAGE
              MOVE KEYDICT-LINE TO WS-SCAN-IMAGE
              PERFORM 3190-FILE-IMAGE-ROW
                 THRU 3190-EXIT
              READ KeyDictFile
                 AT END SET END-OF-CTL-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE KeyDictFile.
       3120-EXIT.
              EXIT.

       3130-LOAD-MAPPING.
           OPEN INPUT MappingFile.
           IF WS-CTL-STATUS NOT = "00" THEN
              GO TO 3130-EXIT
           END-IF.
           READ MappingFile
              AT END SET END-OF-CTL-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CTL-FILE
              MOVE SPACES TO WS-SCAN-IMAGE
              MOVE MAPPING-LINE TO WS-SCAN-IMAGE
              PERFORM 3190-FILE-IMAGE-ROW
                 THRU 3190-EXIT
              READ MappingFile
                 AT END SET END-OF-CTL-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE MappingFile.
       3130-EXIT.
              EXIT.

       3140-LOAD-DISPOSN.
           OPEN INPUT DispositionFile.
           IF WS-CTL-STATUS NOT = "00" THEN
              GO TO 3140-EXIT
           END-IF.
           READ DispositionFile
              AT END SET END-OF-CTL-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CTL-FILE
              MOVE SPACES TO WS-SCAN-IMAGE
              MOVE DISPOSN-LINE TO WS-SCAN-IMAGE
              PERFORM 3190-FILE-IMAGE-ROW
                 THRU 3190-EXIT
              READ DispositionFile
                 AT END SET END-OF-CTL-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE DispositionFile.
       3140-EXIT.
              EXIT.

       3150-LOAD-PARTNER.
           OPEN INPUT PartnerFile.
           IF WS-CTL-STATUS NOT = "00" THEN
              GO TO 3150-EXIT
           END-IF.
           READ PartnerFile
              AT END SET END-OF-CTL-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CTL-FILE
              MOVE SPACES TO WS-SCAN-IMAGE
              MOVE PARTNER-LINE TO WS-SCAN-IMAGE
              PERFORM 3190-FILE-IMAGE-ROW
                 THRU 3190-EXIT
              READ PartnerFile
                 AT END SET END-OF-CTL-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE PartnerFile.
       3150-EXIT.
              EXIT.

       3190-FILE-IMAGE-ROW.
      *        EVERY LINE IS KEPT - A BLANK KEY NEVER MATCHES A
      *        LOGGED CHANGE, SO BLANK LINES RIDE THROUGH UNTOUCHED
           IF WS-ROW-NUM NOT < WS-ROW-MAX THEN
              DISPLAY WS-SEL-FILE ".dat HAS MORE THAN " WS-ROW-MAX
                 " LINES - NOT REWRITTEN, RUN ControlAudit"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 3300-SPLIT-KEY
              THRU 3300-EXIT.
           ADD +1 TO WS-ROW-NUM.
           SET WS-ROW-IDX TO WS-ROW-NUM.
           MOVE WS-SPLIT-KEY  TO WS-ROW-KEY(WS-ROW-IDX).
           MOVE WS-SPLIT-SET  TO WS-ROW-SET(WS-ROW-IDX).
           SET ROW-ON-FILE(WS-ROW-IDX) TO TRUE.
           MOVE WS-SCAN-IMAGE TO WS-ROW-IMAGE(WS-ROW-IDX).
       3190-EXIT.
              EXIT.

       3300-SPLIT-KEY.
      *        THE KEY AND RULE SET OF THE ROW IN WS-SCAN-IMAGE -
      *        FILES WITHOUT A RULE SET IN THEIR KEY GIVE A BLANK SET
           MOVE SPACES TO WS-SPLIT-SET.
           EVALUATE WS-SEL-FILE
              WHEN "KEYPARAM"
                 MOVE SC-KP-JSON-KEY TO WS-SPLIT-KEY
              WHEN "KEYDICT "
                 MOVE SC-KD-JSON-KEY TO WS-SPLIT-KEY
                 MOVE SC-KD-RULE-SET TO WS-SPLIT-SET
              WHEN "MAPPING "
                 MOVE SC-MP-JSON-KEY TO WS-SPLIT-KEY
                 MOVE SC-MP-RULE-SET TO WS-SPLIT-SET
              WHEN "DISPOSN "
                 MOVE SC-DS-REASON-CODE TO WS-SPLIT-KEY
              WHEN "PARTNER "
                 MOVE SC-PT-PARTNER-ID TO WS-SPLIT-KEY
           END-EVALUATE.
       3300-EXIT.
              EXIT.

       3500-FIND-ROW.
      *        LOOKS FOR THE ROW STILL ON FILE WITH THE CHANGE'S
      *        KEY AND SET - WS-ROW-IDX IS LEFT ON IT
           SET ROW-UNFOUND TO TRUE.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-NUM
                 OR ROW-FOUND
              IF WS-ROW-KEY(WS-ROW-IDX) = CG-ROW-KEY
                 AND WS-ROW-SET(WS-ROW-IDX) = CG-ROW-SET
                 AND ROW-ON-FILE(WS-ROW-IDX) THEN
                 SET ROW-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ROW-FOUND THEN
      *        THE VARYING LOOP LEAVES THE INDEX ONE PAST THE MATCH
              SET WS-ROW-IDX DOWN BY 1
           END-IF.
       3500-EXIT.
              EXIT.

       4000-APPLY-ONE-CHANGE.
      *        THE LOG IS READ IN EFFECTIVE-DATE ORDER, SO CHANGES
      *        TO THE SAME ROW LAND IN THE ORDER THEY WERE MEANT TO
           READ CtlChangeFile NEXT RECORD
              AT END
                 SET END-OF-CHANGES TO TRUE
                 GO TO 4000-EXIT
           END-READ.
           IF CG-FILE-NAME NOT = WS-SEL-FILE
              OR NOT CG-STAT-PENDING
              OR CG-EFF-DATE > RC-CYCLE-DATE THEN
              GO TO 4000-EXIT
           END-IF.
           IF WS-OUT-NUM NOT < WS-OUT-MAX THEN
              IF NONE-DEFERRED THEN
                 SET REST-DEFERRED TO TRUE
              END-IF
              ADD +1 TO WS-CHANGES-HELD
              GO TO 4000-EXIT
           END-IF.
           ADD +1 TO WS-OUT-NUM.
           SET WS-OUT-IDX TO WS-OUT-NUM.
           MOVE CG-KEY TO WS-OUT-KEY(WS-OUT-IDX).
           MOVE CG-BEFORE-IMAGE TO WS-OUT-BEFORE(WS-OUT-IDX).
           MOVE "F" TO WS-OUT-STATUS(WS-OUT-IDX).
           MOVE SPACES TO WS-OUT-NOTE(WS-OUT-IDX).
           PERFORM 3500-FIND-ROW
              THRU 3500-EXIT.
           EVALUATE TRUE
              WHEN CG-ACT-ADD
                 IF ROW-FOUND THEN
                    MOVE "ROW ALREADY ON FILE"
                      TO WS-OUT-NOTE(WS-OUT-IDX)
                    GO TO 4000-EXIT
                 END-IF
                 IF WS-ROW-NUM NOT < WS-ROW-MAX THEN
                    MOVE "FILE TABLE FULL - ROW NOT ADDED"
                      TO WS-OUT-NOTE(WS-OUT-IDX)
                    GO TO 4000-EXIT
                 END-IF
                 ADD +1 TO WS-ROW-NUM
                 SET WS-ROW-IDX TO WS-ROW-NUM
                 MOVE CG-ROW-KEY TO WS-ROW-KEY(WS-ROW-IDX)
                 MOVE CG-ROW-SET TO WS-ROW-SET(WS-ROW-IDX)
                 SET ROW-ON-FILE(WS-ROW-IDX) TO TRUE
                 MOVE CG-AFTER-IMAGE TO WS-ROW-IMAGE(WS-ROW-IDX)
                 MOVE SPACES TO WS-OUT-BEFORE(WS-OUT-IDX)
              WHEN CG-ACT-CHANGE
              WHEN CG-ACT-DELETE
                 IF ROW-UNFOUND THEN
                    MOVE "ROW NO LONGER ON FILE"
                      TO WS-OUT-NOTE(WS-OUT-IDX)
                    GO TO 4000-EXIT
                 END-IF
                 MOVE WS-ROW-IMAGE(WS-ROW-IDX)
                   TO WS-OUT-BEFORE(WS-OUT-IDX)
                 IF CG-ACT-CHANGE THEN
                    MOVE CG-AFTER-IMAGE TO WS-ROW-IMAGE(WS-ROW-IDX)
                 ELSE
                    SET ROW-DELETED(WS-ROW-IDX) TO TRUE
                 END-IF
              WHEN OTHER
                 MOVE "ACTION CODE NOT A/C/D"
                   TO WS-OUT-NOTE(WS-OUT-IDX)
                 GO TO 4000-EXIT
           END-EVALUATE.
           MOVE "A" TO WS-OUT-STATUS(WS-OUT-IDX).
           MOVE "APPLIED" TO WS-OUT-NOTE(WS-OUT-IDX).
           ADD +1 TO WS-FILE-APPLIED.
       4000-EXIT.
              EXIT.

       5000-REWRITE-FILE.
      *        THE FILE IS WRITTEN BACK WHOLE, IN TABLE ORDER, LESS
      *        ITS DELETED ROWS
           MOVE ZERO TO WS-ROWS-WRITTEN.
           EVALUATE WS-SEL-FILE
              WHEN "KEYPARAM"
                 OPEN OUTPUT KeyParamFile
              WHEN "KEYDICT "
                 OPEN OUTPUT KeyDictFile
              WHEN "MAPPING "
                 OPEN OUTPUT MappingFile
              WHEN "DISPOSN "
                 OPEN OUTPUT DispositionFile
              WHEN "PARTNER "
                 OPEN OUTPUT PartnerFile
           END-EVALUATE.
           IF WS-CTL-STATUS NOT = "00" THEN
              DISPLAY WS-SEL-FILE ".dat CANNOT BE REWRITTEN - "
                 "FILE STATUS " WS-CTL-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-NUM
              IF ROW-ON-FILE(WS-ROW-IDX) THEN
                 PERFORM 5100-WRITE-ONE-ROW
                    THRU 5100-EXIT
              END-IF
           END-PERFORM.
           EVALUATE WS-SEL-FILE
              WHEN "KEYPARAM"
                 CLOSE KeyParamFile
              WHEN "KEYDICT "
                 CLOSE KeyDictFile
              WHEN "MAPPING "
                 CLOSE MappingFile
              WHEN "DISPOSN "
                 CLOSE DispositionFile
              WHEN "PARTNER "
                 CLOSE PartnerFile
           END-EVALUATE.
           DISPLAY WS-SEL-FILE " REWRITTEN - " WS-ROWS-WRITTEN
              " LINES, " WS-FILE-APPLIED " CHANGES APPLIED".
       5000-EXIT.
              EXIT.

       5100-WRITE-ONE-ROW.
           EVALUATE WS-SEL-FILE
              WHEN "KEYPARAM"
                 MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO KEYPARAM-LINE
                 WRITE KEYPARAM-LINE
              WHEN "KEYDICT "
                 MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO KEYDICT-LINE
                 WRITE KEYDICT-LINE
              WHEN "MAPPING "
                 MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO MAPPING-LINE
                 WRITE MAPPING-LINE
              WHEN "DISPOSN "
                 MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO DISPOSN-LINE
                 WRITE DISPOSN-LINE
              WHEN "PARTNER "
                 MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO PARTNER-LINE
                 WRITE PARTNER-LINE
           END-EVALUATE.
           ADD +1 TO WS-ROWS-WRITTEN.
       5100-EXIT.
              EXIT.

       6000-STAMP-CHANGE-LOG.
      *        EACH CHANGE TAKEN IS STAMPED WITH ITS OUTCOME AND THE
      *        CYCLE AND RUN THAT DECIDED IT.  HAD THE JOB STOPPED
      *        BEFORE THIS POINT THE CHANGES WOULD STILL BE PENDING
      *        AND THE RERUN WOULD SIMPLY TAKE THEM AGAIN
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
              UNTIL WS-OUT-IDX > WS-OUT-NUM
              PERFORM 6100-STAMP-ONE-CHANGE
                 THRU 6100-EXIT
           END-PERFORM.
           IF REST-DEFERRED THEN
              DISPLAY WS-SEL-FILE " - MORE CHANGES DUE THAN ONE RUN "
                 "TAKES - THE REST STAY PENDING FOR THE NEXT RUN"
           END-IF.
       6000-EXIT.
              EXIT.

       6100-STAMP-ONE-CHANGE.
           MOVE WS-OUT-KEY(WS-OUT-IDX) TO CG-KEY.
           READ CtlChangeFile
              INVALID KEY
                 DISPLAY "CHANGE LOG ENTRY " CG-KEY " NOT FOUND "
                    "TO STAMP - FILE STATUS " WS-CG-STATUS
                 MOVE +8 TO RETURN-CODE
                 GO TO 6100-EXIT
           END-READ.
           MOVE WS-OUT-STATUS(WS-OUT-IDX) TO CG-STATUS.
           MOVE RC-CYCLE-DATE TO CG-STATUS-CYCLE.
           MOVE RC-RUN-NO     TO CG-STATUS-RUN.
           MOVE WS-OUT-NOTE(WS-OUT-IDX) TO CG-STATUS-NOTE.
           MOVE WS-OUT-BEFORE(WS-OUT-IDX) TO CG-BEFORE-IMAGE.
           REWRITE CTL-CHANGE-REC
              INVALID KEY
                 DISPLAY "CHANGE LOG ENTRY " CG-KEY " NOT STAMPED "
                    "- FILE STATUS " WS-CG-STATUS
                 MOVE +8 TO RETURN-CODE
                 GO TO 6100-EXIT
           END-REWRITE.
           IF CG-STAT-APPLIED THEN
              ADD +1 TO WS-CHANGES-APPLIED
              DISPLAY "APPLIED " CG-FILE-NAME " " CG-ACTION " "
                 CG-ROW-KEY(1:40) " " CG-ROW-SET " BY " CG-USER-ID
           ELSE
              ADD +1 TO WS-CHANGES-FAILED
              DISPLAY "FAILED  " CG-FILE-NAME " " CG-ACTION " "
                 CG-ROW-KEY(1:40) " " CG-ROW-SET " BY " CG-USER-ID
              DISPLAY "        " CG-STATUS-NOTE
           END-IF.
       6100-EXIT.
              EXIT.

       9800-WRITE-CONTROL-COUNTS.
      *        THE RUN'S CONTROL COUNTS, EXTENDED ONTO THE COMMON
      *        CYCLE CONTROL DATASET.  THE FILE HOLDS THE ROWS OF
      *        EVERY RUN OF EVERY PARTNER AND CYCLE, AND RunTrend AND
      *        CycleArchive FILE THEM ONLY AT THE END OF THEIR RUN, SO
      *        EVEN THE FIRST STEP NEVER STARTS IT OVER - STATUS 35
      *        MEANS NO STEP HAS WRITTEN IT YET, SO THE FILE IS
      *        STARTED HERE
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
           MOVE "CHANGES-APPLIED" TO WS-CC-COUNTER.
           MOVE WS-CHANGES-APPLIED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "CHANGES-FAILED" TO WS-CC-COUNTER.
           MOVE WS-CHANGES-FAILED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "CHANGES-PENDING" TO WS-CC-COUNTER.
           COMPUTE WS-CC-VALUE = WS-CHANGES-LATER + WS-CHANGES-HELD.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "ControlApply" TO CC-PROGRAM.
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
           DISPLAY "===== CONTROL FILE CHANGES APPLIED =====".
           DISPLAY "CHANGES APPLIED . . . . . . " WS-CHANGES-APPLIED.
           DISPLAY "CHANGES FAILED. . . . . . . " WS-CHANGES-FAILED.
           DISPLAY "DUE, LEFT FOR THE NEXT RUN. " WS-CHANGES-HELD.
           DISPLAY "PENDING FOR A LATER CYCLE . " WS-CHANGES-LATER.
           IF WS-CHANGES-FAILED > ZERO THEN
              DISPLAY "FAILED CHANGES NEED A LOOK - RETURN CODE 4"
           END-IF.
           DISPLAY "=========================================".
       9900-EXIT.
              EXIT.
       END PROGRAM ControlApply.
