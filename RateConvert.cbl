       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RateConvert.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    CURRENCY CONVERSION PASS OVER TYPED-OUT.dat, RUN BETWEEN   *
      *    JSONParser AND PostingSummary.  EACH RECORD'S CURRENCY IS  *
      *    ITS "currencyCode" PAIR (UNLESS THE RUN NAMES ANOTHER      *
      *    KEY), FETCHED ONCE PER RECORD THROUGH JSONLookup; A        *
      *    RECORD WITHOUT THE PAIR IS IN THE BASE CURRENCY ("USD"     *
      *    UNLESS THE RUN NAMES ANOTHER), AS EVERY PARTNER'S DATA     *
      *    WAS BEFORE CURRENCIES WERE SENT.  EVERY TYPED PAIR OF THE  *
      *    RECORD IS CARRIED TO CONV-OUT.dat WITH ITS VALUE IN THE    *
      *    RECORD'S OWN CURRENCY AND IN THE BASE CURRENCY.            *
      *                                                               *
      *    THE RATES COME FROM RATES.dat, THE DAILY RATE TABLE -      *
      *    RATE DATE, FROM-CURRENCY, TO-CURRENCY, RATE (ONE UNIT OF   *
      *    THE FROM-CURRENCY IN TO-CURRENCY UNITS).  ONLY ROWS DATED  *
      *    THE CYCLE DATE AND QUOTED INTO THE BASE CURRENCY ARE       *
      *    USED; ROWS OF ANY DATE MAKE A CURRENCY "KNOWN".  A RECORD  *
      *    WHOSE CURRENCY IS NOT KNOWN AT ALL, OR HAS NO RATE FOR     *
      *    THE CYCLE DATE, IS NOT POSTED AT FACE VALUE - ITS PAIRS    *
      *    GO TO CURR-EXCEPT.dat (COPYBOOK CURREXCP) INSTEAD.         *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT TypedOutFile ASSIGN TO "TYPED-OUT.dat"
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-TO-STATUS.
           SELECT RateFile ASSIGN TO "RATES.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RT-STATUS.
           SELECT ConvOutFile ASSIGN TO "CONV-OUT.dat"
                     ORGANIZATION IS SEQUENTIAL.
           SELECT CurrExceptFile ASSIGN TO "CURR-EXCEPT.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunCtlFile.
           COPY "RUNCTL.cpy".

       FD TypedOutFile.
           COPY "TYPEDOUT.cpy".

       FD RateFile.
       01 RATE-REC.
          02  RT-RATE-DATE         PIC 9(08).
          02  FILLER               PIC X(01).
          02  RT-FROM-CCY          PIC X(03).
          02  FILLER               PIC X(01).
          02  RT-TO-CCY            PIC X(03).
          02  FILLER               PIC X(01).
          02  RT-RATE-TEXT         PIC X(14).
          02  FILLER REDEFINES RT-RATE-TEXT.
             03  RT-RATE-INT       PIC 9(05).
             03  RT-RATE-POINT     PIC X(01).
             03  RT-RATE-DEC       PIC 9(08).

       FD ConvOutFile.
           COPY "CONVOUT.cpy".

       FD CurrExceptFile.
           COPY "CURREXCP.cpy".

       FD CycleCtlFile.
           COPY "CYCLECTL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-TO-STATUS       PIC X(02) VALUE SPACES.
            10 WS-RT-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-STATUS       PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER      PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE        PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME      PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-TYPED-EOF-SW    PIC X(01) VALUE 'N'.
                88 END-OF-TYPED-FILE  VALUE 'Y'.
            10 WS-RATE-EOF-SW     PIC X(01) VALUE 'N'.
                88 END-OF-RATE-FILE   VALUE 'Y'.
            10 WS-FOUND-SW        PIC X(01) VALUE 'N'.
                88 ENTRY-FOUND        VALUE 'Y'.
                88 ENTRY-UNFOUND      VALUE 'N'.
            10 WS-REC-STATE-SW    PIC X(01) VALUE 'N'.
                88 RECORD-CONVERTIBLE VALUE 'Y'.
                88 RECORD-EXCEPTED    VALUE 'N'.
            10 WS-CCY-KEY-NAME    PIC X(60) VALUE "currencyCode".
            10 WS-BASE-CCY        PIC X(03) VALUE "USD".
            10 WS-CURR-REC-SEQ-NO PIC 9(07) VALUE ZERO.
            10 WS-REC-CCY         PIC X(03) VALUE SPACES.
            10 WS-REC-CCY-TEXT    PIC X(10) VALUE SPACES.
            10 WS-REC-RATE        PIC S9(05)V9(08) COMP-3 VALUE ZERO.
            10 WS-REC-EXCEPT-CODE PIC X(04) VALUE SPACES.
            10 WS-REC-REASON      PIC X(40) VALUE SPACES.
            10 WS-CX-CODE         PIC X(04) VALUE SPACES.
            10 WS-CX-REASON       PIC X(40) VALUE SPACES.
            10 WS-NEW-RATE        PIC S9(05)V9(08) COMP-3 VALUE ZERO.
            10 WS-PAIRS-READ      PIC S9(07) COMP VALUE ZERO.
            10 WS-PAIRS-CONVERTED PIC S9(07) COMP VALUE ZERO.
            10 WS-PAIRS-EXCEPTED  PIC S9(07) COMP VALUE ZERO.
            10 WS-RECORDS-SEEN    PIC S9(07) COMP VALUE ZERO.
            10 WS-RECORDS-BASE    PIC S9(07) COMP VALUE ZERO.
            10 WS-RECORDS-DEFAULT PIC S9(07) COMP VALUE ZERO.
            10 WS-RECORDS-FOREIGN PIC S9(07) COMP VALUE ZERO.
            10 WS-RECORDS-EXCEPTED PIC S9(07) COMP VALUE ZERO.
            10 WS-RATE-ROWS-READ  PIC S9(07) COMP VALUE ZERO.
            10 WS-RATE-ROWS-BAD   PIC S9(07) COMP VALUE ZERO.
            10 WS-RATE-ROWS-DUP   PIC S9(07) COMP VALUE ZERO.
            10 WS-RATE-OVERFLOW   PIC S9(07) COMP VALUE ZERO.
            10 WS-BASE-TOTAL      PIC S9(15)V9(04) COMP-3 VALUE ZERO.
            10 WS-EDIT-AMOUNT     PIC -Z(14)9.9(4).
            10 WS-EDIT-RATE       PIC Z(04)9.9(8).

           COPY "RUNHDR.cpy".

           COPY "JSONLKUP.cpy".

       01 WS-RATE-TABLE.
      *        ONE ENTRY PER CURRENCY EVER QUOTED ON RATES.dat INTO
      *        THE BASE CURRENCY, WITH THE CYCLE DATE'S RATE WHEN
      *        THERE IS ONE - A KNOWN CURRENCY WITH NO RATE FOR THE
      *        DAY IS TOLD APART FROM ONE NEVER SEEN AT ALL
           05 WS-RATE-NUM         PIC S9(05) COMP VALUE ZERO.
           05 WS-RATE-MAX         PIC S9(05) COMP VALUE +200.
           05 WS-RATE-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-RATE-IDX.
              10 WS-RATE-CCY          PIC X(03).
              10 WS-RATE-TODAY-SW     PIC X(01).
                 88 RATE-FOR-TODAY        VALUE 'Y'.
                 88 NO-RATE-FOR-TODAY     VALUE 'N'.
              10 WS-RATE-VALUE        PIC S9(05)V9(08) COMP-3.

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM UNTIL END-OF-TYPED-FILE
              PERFORM 2000-CONVERT-PAIR
                 THRU 2000-EXIT
              READ TypedOutFile
                 AT END SET END-OF-TYPED-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE TypedOutFile
                 ConvOutFile
                 CurrExceptFile.
           PERFORM 9800-WRITE-CONTROL-COUNTS
              THRU 9800-EXIT.
           PERFORM 9900-END-OF-JOB-REPORT
              THRU 9900-EXIT.

           STOP RUN.

       1000-INITIALIZE.
      *        THE STEP'S START, FILED BESIDE ITS CONTROL COUNTS
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
      *        THE PAIR THAT NAMES A RECORD'S CURRENCY AND THE
      *        CURRENCY THE LEDGER IS KEPT IN - "currencyCode" AND
      *        "USD" UNLESS THE RUN NAMES OTHERS
           ACCEPT WS-CCY-KEY-NAME
              FROM ENVIRONMENT "RATECONVERT_CCY_KEY"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-CCY-KEY-NAME = SPACES THEN
              MOVE "currencyCode" TO WS-CCY-KEY-NAME
           END-IF.
           ACCEPT WS-BASE-CCY
              FROM ENVIRONMENT "RATECONVERT_BASE_CCY"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           IF WS-BASE-CCY = SPACES THEN
              MOVE "USD" TO WS-BASE-CCY
           END-IF.
           INSPECT WS-BASE-CCY CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *        EVERY LOOKUP HERE IS AGAINST THE CURRENT CYCLE, NOT
      *        THE HISTORY
           MOVE ZEROS TO LKP-AS-OF-DATE.
           PERFORM 1010-READ-RUN-CONTROL
              THRU 1010-EXIT.
           PERFORM 1100-LOAD-RATES
              THRU 1100-EXIT.
           OPEN INPUT TypedOutFile.
           IF WS-TO-STATUS NOT = "00" THEN
              DISPLAY "TYPED-OUT.dat NOT USABLE - FILE STATUS "
                 WS-TO-STATUS
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ TypedOutFile
              AT END SET END-OF-TYPED-FILE TO TRUE
           END-READ.
           PERFORM 1020-VERIFY-INPUT-HEADER
              THRU 1020-EXIT.
           OPEN OUTPUT ConvOutFile.
           OPEN OUTPUT CurrExceptFile.
           PERFORM 1030-WRITE-FILE-HEADERS
              THRU 1030-EXIT.
       1000-EXIT.
              EXIT.

       1010-READ-RUN-CONTROL.
      *        THE CYCLE STAMP EVERY DATASET IN THE CHAIN CARRIES -
      *        AND HERE ALSO THE DATE WHOSE RATES APPLY, SO A
      *        MISSING RUN CONTROL STOPS THE JOB
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
      *        THE FIRST RECORD OF TYPED-OUT.dat MUST BE THE
      *        CYCLEHDR STAMP OF THE CURRENT CYCLE - CONVERTING A
      *        STALE FILE AT TODAY'S RATES WOULD POST A WRONG DAY
           MOVE TYPED-OUT-REC(1:21) TO RUN-HEADER-LINE.
           IF END-OF-TYPED-FILE OR NOT RUN-HEADER-PRESENT THEN
              DISPLAY "TYPED-OUT.dat CARRIES NO CYCLEHDR STAMP"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RH-CYCLE-DATE NOT = RC-CYCLE-DATE
              OR RH-RUN-NO NOT = RC-RUN-NO THEN
              DISPLAY "TYPED-OUT.dat IS CYCLE " RH-CYCLE-DATE
                 " RUN " RH-RUN-NO " - EXPECTED CYCLE "
                 RC-CYCLE-DATE " RUN " RC-RUN-NO
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ TypedOutFile
              AT END SET END-OF-TYPED-FILE TO TRUE
           END-READ.
       1020-EXIT.
              EXIT.

       1030-WRITE-FILE-HEADERS.
           MOVE "CYCLEHDR"     TO RH-HEADER-TAG.
           MOVE RC-CYCLE-DATE  TO RH-CYCLE-DATE.
           MOVE RC-RUN-NO      TO RH-RUN-NO.
           MOVE SPACES TO CONV-OUT-REC.
           MOVE RUN-HEADER-LINE TO CONV-OUT-REC.
           WRITE CONV-OUT-REC.
           MOVE SPACES TO CURR-EXCEPT-REC.
           MOVE RUN-HEADER-LINE TO CURR-EXCEPT-REC.
           WRITE CURR-EXCEPT-REC.
       1030-EXIT.
              EXIT.

       1100-LOAD-RATES.
      *        RATES.dat IS LOADED DAILY BY TREASURY.  WITHOUT IT
      *        THE CYCLE STILL RUNS - BASE-CURRENCY RECORDS NEED NO
      *        RATE - BUT EVERY FOREIGN RECORD WILL BE EXCEPTED
           OPEN INPUT RateFile.
           IF WS-RT-STATUS NOT = "00" THEN
              DISPLAY "RATES.dat NOT PRESENT - ONLY " WS-BASE-CCY
                 " RECORDS CAN BE POSTED"
              GO TO 1100-EXIT
           END-IF.
           READ RateFile
              AT END SET END-OF-RATE-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-RATE-FILE
              PERFORM 1110-TAKE-RATE-ROW
                 THRU 1110-EXIT
              READ RateFile
                 AT END SET END-OF-RATE-FILE TO TRUE
              END-READ
           END-PERFORM.
           CLOSE RateFile.
       1100-EXIT.
              EXIT.

       1110-TAKE-RATE-ROW.
           IF RATE-REC = SPACES THEN
              GO TO 1110-EXIT
           END-IF.
           ADD +1 TO WS-RATE-ROWS-READ.
           INSPECT RT-FROM-CCY CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT RT-TO-CCY CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *        A CROSS RATE BETWEEN TWO FOREIGN CURRENCIES, OR THE
      *        BASE QUOTED AGAINST ITSELF, PLAYS NO PART HERE
           IF RT-TO-CCY NOT = WS-BASE-CCY
              OR RT-FROM-CCY = WS-BASE-CCY THEN
              GO TO 1110-EXIT
           END-IF.
           IF RT-RATE-DATE IS NOT NUMERIC
              OR RT-FROM-CCY = SPACES
              OR RT-RATE-INT IS NOT NUMERIC
              OR RT-RATE-POINT NOT = "."
              OR RT-RATE-DEC IS NOT NUMERIC THEN
              ADD +1 TO WS-RATE-ROWS-BAD
              DISPLAY "RATES.dat ROW IGNORED - BAD DATE OR RATE: "
                 RATE-REC
              GO TO 1110-EXIT
           END-IF.
           COMPUTE WS-NEW-RATE = RT-RATE-INT + RT-RATE-DEC / 100000000.
           IF WS-NEW-RATE NOT > ZERO THEN
              ADD +1 TO WS-RATE-ROWS-BAD
              DISPLAY "RATES.dat ROW IGNORED - ZERO RATE: " RATE-REC
              GO TO 1110-EXIT
           END-IF.
           MOVE RT-FROM-CCY TO WS-REC-CCY.
           PERFORM 2300-FIND-CURRENCY
              THRU 2300-EXIT.
           IF ENTRY-UNFOUND THEN
              IF WS-RATE-NUM >= WS-RATE-MAX THEN
                 ADD +1 TO WS-RATE-OVERFLOW
                 GO TO 1110-EXIT
              END-IF
              ADD +1 TO WS-RATE-NUM
              SET WS-RATE-IDX TO WS-RATE-NUM
              MOVE RT-FROM-CCY TO WS-RATE-CCY(WS-RATE-IDX)
              SET NO-RATE-FOR-TODAY(WS-RATE-IDX) TO TRUE
              MOVE ZERO TO WS-RATE-VALUE(WS-RATE-IDX)
           END-IF.
           IF RT-RATE-DATE NOT = RC-CYCLE-DATE THEN
              GO TO 1110-EXIT
           END-IF.
           IF RATE-FOR-TODAY(WS-RATE-IDX) THEN
      *        TWO RATES FOR ONE CURRENCY ON ONE DAY - THE FIRST
      *        KEYED STANDS AND THE CONSOLE SAYS SO
              ADD +1 TO WS-RATE-ROWS-DUP
              DISPLAY "RATES.dat DUPLICATE RATE FOR " RT-FROM-CCY
                 " - FIRST ROW KEPT"
              GO TO 1110-EXIT
           END-IF.
           SET RATE-FOR-TODAY(WS-RATE-IDX) TO TRUE.
           MOVE WS-NEW-RATE TO WS-RATE-VALUE(WS-RATE-IDX).
       1110-EXIT.
              EXIT.

       2000-CONVERT-PAIR.
           ADD +1 TO WS-PAIRS-READ.
           IF TO-RECORD-SEQ-NO NOT = WS-CURR-REC-SEQ-NO THEN
              MOVE TO-RECORD-SEQ-NO TO WS-CURR-REC-SEQ-NO
              ADD +1 TO WS-RECORDS-SEEN
              PERFORM 2100-RESOLVE-RECORD-RATE
                 THRU 2100-EXIT
           END-IF.
           IF RECORD-EXCEPTED THEN
              MOVE WS-REC-EXCEPT-CODE TO WS-CX-CODE
              MOVE WS-REC-REASON      TO WS-CX-REASON
              PERFORM 2500-WRITE-EXCEPTION
                 THRU 2500-EXIT
              GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO CONV-OUT-REC.
           MOVE TO-CYCLE-DATE      TO CV-CYCLE-DATE.
           MOVE TO-RUN-NO          TO CV-RUN-NO.
           MOVE TO-RECORD-SEQ-NO   TO CV-RECORD-SEQ-NO.
           MOVE TO-ITEM-SEQ-NO     TO CV-ITEM-SEQ-NO.
           MOVE TO-JSON-KEY        TO CV-JSON-KEY.
           MOVE TO-CONV-STATUS     TO CV-CONV-STATUS.
           MOVE WS-REC-CCY         TO CV-ORIG-CCY.
           MOVE WS-BASE-CCY        TO CV-BASE-CCY.
           MOVE TO-PACKED-VAL      TO CV-ORIG-VAL.
           MOVE WS-REC-RATE        TO CV-RATE.
           COMPUTE CV-BASE-VAL ROUNDED = TO-PACKED-VAL * WS-REC-RATE
              ON SIZE ERROR
                 MOVE "CVOV" TO WS-CX-CODE
                 MOVE "BASE VALUE TOO LARGE FOR THE FIELD"
                   TO WS-CX-REASON
                 PERFORM 2500-WRITE-EXCEPTION
                    THRU 2500-EXIT
                 GO TO 2000-EXIT
           END-COMPUTE.
           WRITE CONV-OUT-REC.
           ADD +1 TO WS-PAIRS-CONVERTED.
           IF CV-CONV-USABLE THEN
              ADD CV-BASE-VAL TO WS-BASE-TOTAL
           END-IF.
       2000-EXIT.
              EXIT.

       2100-RESOLVE-RECORD-RATE.
      *        THE CURRENCY PAIR OF THE RECORD THE CURRENT TYPED
      *        ROW BELONGS TO, AND ITS RATE INTO THE BASE CURRENCY -
      *        DECIDED ONCE PER RECORD, SO ALL ITS PAIRS GO THE SAME
      *        WAY
           SET RECORD-CONVERTIBLE TO TRUE.
           MOVE WS-CURR-REC-SEQ-NO TO LKP-RECORD-SEQ-NO.
           MOVE WS-CCY-KEY-NAME    TO LKP-JSON-KEY.
           CALL "JSONLookup" USING JSON-LOOKUP-PARMS.
           IF LKP-FILE-ERROR THEN
      *        WITHOUT THE INDEX NO RECORD'S CURRENCY CAN BE KNOWN -
      *        POSTING EVERYTHING AT FACE VALUE IS THE ONE OUTCOME
      *        THIS STEP EXISTS TO PREVENT
              DISPLAY "PARSED-IDX.dat NOT USABLE - CURRENCY CANNOT "
                 "BE RESOLVED"
              MOVE +8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT LKP-FOUND OR LKP-JSON-VAL = SPACES THEN
              MOVE WS-BASE-CCY TO WS-REC-CCY
              MOVE SPACES TO WS-REC-CCY-TEXT
              MOVE 1 TO WS-REC-RATE
              ADD +1 TO WS-RECORDS-DEFAULT
              GO TO 2100-EXIT
           END-IF.
           MOVE LKP-JSON-VAL TO WS-REC-CCY-TEXT.
           INSPECT WS-REC-CCY-TEXT CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-REC-CCY-TEXT TO WS-REC-CCY.
           IF WS-REC-CCY-TEXT(4:7) NOT = SPACES THEN
      *        LONGER THAN AN ISO CODE - CANNOT BE ON THE TABLE
              SET RECORD-EXCEPTED TO TRUE
              MOVE "UCCY" TO WS-REC-EXCEPT-CODE
              MOVE "CURRENCY CODE NOT RECOGNISED"
                TO WS-REC-REASON
              ADD +1 TO WS-RECORDS-EXCEPTED
              GO TO 2100-EXIT
           END-IF.
           IF WS-REC-CCY = WS-BASE-CCY THEN
              MOVE 1 TO WS-REC-RATE
              ADD +1 TO WS-RECORDS-BASE
              GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-FIND-CURRENCY
              THRU 2300-EXIT.
           IF ENTRY-UNFOUND THEN
              SET RECORD-EXCEPTED TO TRUE
              MOVE "UCCY" TO WS-REC-EXCEPT-CODE
              MOVE "CURRENCY CODE NOT ON THE RATE TABLE"
                TO WS-REC-REASON
              ADD +1 TO WS-RECORDS-EXCEPTED
              GO TO 2100-EXIT
           END-IF.
           IF NO-RATE-FOR-TODAY(WS-RATE-IDX) THEN
              SET RECORD-EXCEPTED TO TRUE
              MOVE "NRAT" TO WS-REC-EXCEPT-CODE
              MOVE "NO RATE FOR THE CYCLE DATE"
                TO WS-REC-REASON
              ADD +1 TO WS-RECORDS-EXCEPTED
              GO TO 2100-EXIT
           END-IF.
           MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-REC-RATE.
           ADD +1 TO WS-RECORDS-FOREIGN.
       2100-EXIT.
              EXIT.

       2300-FIND-CURRENCY.
      *        LEAVES WS-RATE-IDX ON THE ENTRY FOR WS-REC-CCY
           SET ENTRY-UNFOUND TO TRUE.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-NUM
                 OR ENTRY-FOUND
              IF WS-RATE-CCY(WS-RATE-IDX) = WS-REC-CCY THEN
                 SET ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF ENTRY-FOUND THEN
      *        THE VARYING LOOP LEAVES THE INDEX ONE PAST THE MATCH
              SET WS-RATE-IDX DOWN BY 1
           END-IF.
       2300-EXIT.
              EXIT.

       2500-WRITE-EXCEPTION.
      *        WS-CX-CODE AND WS-CX-REASON ARE SET BY THE CALLER -
      *        THE REST COMES FROM THE TYPED ROW IN HAND
           MOVE SPACES TO CURR-EXCEPT-REC.
           MOVE TO-RECORD-SEQ-NO  TO CX-RECORD-SEQ-NO.
           MOVE WS-CX-CODE        TO CX-EXCEPT-CODE.
           MOVE WS-CX-REASON      TO CX-REASON-TEXT.
           MOVE TO-JSON-KEY       TO CX-JSON-KEY.
           MOVE WS-REC-CCY-TEXT   TO CX-CURRENCY.
           MOVE TO-JSON-VAL       TO CX-JSON-VAL.
           WRITE CURR-EXCEPT-REC.
           ADD +1 TO WS-PAIRS-EXCEPTED.
       2500-EXIT.
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
           MOVE "PAIRS-READ" TO WS-CC-COUNTER.
           MOVE WS-PAIRS-READ TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "PAIRS-CONVERTED" TO WS-CC-COUNTER.
           MOVE WS-PAIRS-CONVERTED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "PAIRS-EXCEPTED" TO WS-CC-COUNTER.
           MOVE WS-PAIRS-EXCEPTED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "RECORDS-EXCEPTED" TO WS-CC-COUNTER.
           MOVE WS-RECORDS-EXCEPTED TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           MOVE "BASE-TOTAL" TO WS-CC-COUNTER.
           MOVE WS-BASE-TOTAL TO WS-CC-VALUE.
           PERFORM 9810-WRITE-ONE-COUNT
              THRU 9810-EXIT.
           CLOSE CycleCtlFile.
       9800-EXIT.
              EXIT.

       9810-WRITE-ONE-COUNT.
           MOVE SPACES TO CYCLE-CTL-REC.
           MOVE RC-CYCLE-DATE  TO CC-CYCLE-DATE.
           MOVE RC-RUN-NO      TO CC-RUN-NO.
           MOVE "RateConvert"  TO CC-PROGRAM.
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
           DISPLAY "===== CURRENCY CONVERSION CONTROL TOTALS =====".
           DISPLAY "BASE CURRENCY . . . . . . . " WS-BASE-CCY.
           DISPLAY "CURRENCY KEY. . . . . . . . " WS-CCY-KEY-NAME.
           DISPLAY "RATE ROWS READ. . . . . . . " WS-RATE-ROWS-READ.
           DISPLAY "RATE ROWS IGNORED - BAD . . " WS-RATE-ROWS-BAD.
           DISPLAY "RATE ROWS IGNORED - DUP . . " WS-RATE-ROWS-DUP.
           DISPLAY "TYPED PAIRS READ. . . . . . " WS-PAIRS-READ.
           DISPLAY "PAIRS CONVERTED . . . . . . " WS-PAIRS-CONVERTED.
           DISPLAY "PAIRS EXCEPTED. . . . . . . " WS-PAIRS-EXCEPTED.
           DISPLAY "RECORDS SEEN. . . . . . . . " WS-RECORDS-SEEN.
           DISPLAY "  BASE CURRENCY SENT. . . . " WS-RECORDS-BASE.
           DISPLAY "  NO CURRENCY - BASE USED . " WS-RECORDS-DEFAULT.
           DISPLAY "  FOREIGN, CONVERTED. . . . " WS-RECORDS-FOREIGN.
           DISPLAY "  EXCEPTED. . . . . . . . . " WS-RECORDS-EXCEPTED.
           MOVE WS-BASE-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "BASE-CURRENCY TOTAL . . . . " WS-EDIT-AMOUNT.
           IF WS-RATE-OVERFLOW > ZERO THEN
              DISPLAY "CURRENCIES PAST TABLE LIMIT " WS-RATE-OVERFLOW
                 " - THEIR RECORDS ARE EXCEPTED"
           END-IF.
           DISPLAY " ".
           DISPLAY "CURRENCY / RATE FOR THE CYCLE DATE:".
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-NUM
              IF RATE-FOR-TODAY(WS-RATE-IDX) THEN
                 MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-EDIT-RATE
                 DISPLAY "  " WS-RATE-CCY(WS-RATE-IDX) " "
                    WS-EDIT-RATE
              ELSE
                 DISPLAY "  " WS-RATE-CCY(WS-RATE-IDX)
                    " NO RATE FOR THE CYCLE DATE"
              END-IF
           END-PERFORM.
           DISPLAY "===============================================".
       9900-EXIT.
              EXIT.
       END PROGRAM RateConvert.
