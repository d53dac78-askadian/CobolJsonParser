           SELECT DuplicateFile ASSIGN TO "DUPLICATE.dat"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CycleCtlFile ASSIGN TO "CYCLE-CTL.dat"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CC-STATUS.
           SELECT ParsedHisFile ASSIGN TO "PARSED-HIS.dat"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
       FD JSONFile.
       01 JSON-REC.
          88  EndOfJSONFile  VALUE HIGH-VALUES.
          02  JSONRec       PIC x(32000).

       FD RejectFile.
       01 REJECT-REC.
          02  FILLER               PIC X(01) VALUE SPACE.
          02  REJECT-REASON-TEXT   PIC X(40).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  REJECT-JSON-REC      PIC X(32000).

       FD ParsedOutFile.
           COPY "PARSEDOUT.cpy".
          02  FILLER               PIC X(01) VALUE SPACE.
          02  DUP-FIRST-SEQ-NO     PIC 9(07).
          02  FILLER               PIC X(01) VALUE SPACE.
          02  DUP-JSON-REC         PIC X(32000).

       FD ShortfallFile.
       01 SHORTFALL-REC.
                88 NO-TRAILER-SEEN    VALUE 'N'.
            10 WS-TRAILER-FOUND-SW PIC X(01) VALUE 'N'.
                88 TRAILER-RECORD     VALUE 'Y'.
                88 HEADER-RECORD      VALUE 'H'.
                88 DATA-RECORD        VALUE 'N'.
            10 WS-TRAILER-COUNT  PIC S9(07) COMP VALUE ZERO.
            10 WS-HEADER-COUNT   PIC S9(07) COMP VALUE ZERO.
            10 WS-TRAILER-SEQ-NO PIC S9(07) COMP VALUE ZERO.
            10 WS-STATED-COUNT   PIC S9(09) COMP VALUE ZERO.
            10 WS-STATED-CNT-SW  PIC X(01) VALUE 'N'.
                88 END-OF-HIS-FILE    VALUE 'Y'.
                88 MORE-HIS-RECS      VALUE 'N'.
            10 WS-HIS-CUTOFF     PIC 9(08) VALUE ZEROS.
            10 WS-CC-STATUS      PIC X(02) VALUE SPACES.
            10 WS-CC-COUNTER     PIC X(20) VALUE SPACES.
            10 WS-CC-VALUE       PIC S9(13)V9(04) COMP-3 VALUE ZERO.
            10 WS-START-DATE     PIC 9(08) VALUE ZEROS.
            10 WS-START-TIME     PIC 9(08) VALUE ZEROS.
            10 WS-END-DATE       PIC 9(08) VALUE ZEROS.
            10 WS-END-TIME       PIC 9(08) VALUE ZEROS.
            10 WS-DUP-TOTAL      PIC S9(07) COMP VALUE ZERO.
            10 WS-PARSED-RECORDS PIC S9(09) COMP VALUE ZERO.
            10 WS-LINES-READ     PIC S9(07) COMP VALUE ZERO.
            10 WS-LINE-LEN       PIC S9(05) COMP VALUE ZERO.
            10 WS-ASSEMBLY-LEN   PIC S9(05) COMP VALUE ZERO.
            10 WS-DELIM-TALLY    PIC S9(05) COMP VALUE ZERO.
            10 WS-REC-LONG-SW    PIC X(01) VALUE 'N'.
                88 RECORD-TOO-LONG    VALUE 'Y'.
                88 RECORD-FITS        VALUE 'N'.
            10 WS-LONG-RECORDS   PIC S9(07) COMP VALUE ZERO.

       01 WS-HIS-DATES.
      *        THE DISTINCT CYCLE DATES ON THE HISTORY FILE, IN

           COPY "RUNHDR.cpy".

       01 WS-JSON-INPUT      PIC X(32000).
       01 WS-GARBAGE          PIC X(32000).
       01 WS-JSON-STRING.
           05 WS-JSON-CHAR-ARRAY OCCURS 0 TO 32000 TIMES
                           DEPENDING ON WS-JSON-MAX
                           INDEXED BY WS-JSON-IDX.
              10 WS-JSON-CHAR PIC X(01).

       01 WS-ARRAY-CONTEXT.
      *        TRACKS THE ARRAY (IF ANY) CURRENTLY BEING SCANNED SO
      *        EACH ELEMENT CAN BE FILED AS ITS OWN key[nnn] ITEM.
      *        WHILE AN OBJECT ELEMENT IS OPEN THE SCAN LEAVES ARRAY
      *        MODE, AND WS-ARRAY-OBJ-LEVEL HOLDS THE NEST LEVEL
      *        WHOSE "}" RETURNS IT TO THE ARRAY
           05 WS-IN-ARRAY-SW    PIC X(01) VALUE 'N'.
               88 IN-ARRAY         VALUE 'Y'.
               88 NOT-IN-ARRAY     VALUE 'N'.
           05 WS-ARRAY-ELEM-SEEN-SW PIC X(01) VALUE 'N'.
               88 ARRAY-ELEM-SEEN     VALUE 'Y'.
               88 ARRAY-ELEM-UNSEEN   VALUE 'N'.
           05 WS-ARRAY-OBJ-LEVEL PIC S9(02) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.
          PERFORM UNTIL EndOfJSONFile
              PERFORM 2000-DISPLAY
                 THRU 2000-EXIT
      *        THE RECORD ASSEMBLY MAY ALREADY HAVE RUN INTO END OF
      *        FILE LOOKING FOR A ;; THAT NEVER CAME
             IF NOT EndOfJSONFile THEN
                READ JSONFile
                   AT END SET EndOfJSONFile TO TRUE
                   NOT AT END ADD +1 TO WS-LINES-READ
                END-READ
             END-IF
          END-PERFORM.
          CLOSE JSONFile.
          CLOSE RejectFile.
           STOP RUN.
              
       1000-INITIALIZE.
      *        THE STEP'S START, FILED BESIDE ITS CONTROL COUNTS
              ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
              ACCEPT WS-START-TIME FROM TIME.
              INITIALIZE WS-JSON-INPUT
                         WS-KEY
                         WS-VAL
             THRU 1100-EXIT
          READ JSONFile
             AT END SET EndOfJSONFile TO TRUE
             NOT AT END ADD +1 TO WS-LINES-READ
          END-READ.

       1000-EXIT.
      *    DISPLAY "PLEASE ENTER YOUR JSON STRING TO PARSE:".

      *    ACCEPT WS-JSON-INPUT.
           PERFORM 2040-ASSEMBLE-RECORD
              THRU 2040-EXIT.
           IF WS-ASSEMBLY-LEN = ZERO AND EndOfJSONFile THEN
      *        NOTHING BUT BLANK LINES AFTER THE LAST ;; - THERE IS
      *        NO RECORD HERE TO NUMBER OR REJECT
              GO TO 2000-EXIT
           END-IF.
           ADD +1 TO WS-RECORD-SEQ-NO.
           SET BRACE-OK TO TRUE.
           SET OVERFLOW-OK TO TRUE.
           SET NEST-OK TO TRUE.
           SET NOT-IN-ARRAY TO TRUE.
           SET ARRAY-ELEM-UNSEEN TO TRUE.
           MOVE ZERO TO WS-ARRAY-OBJ-LEVEL.
           SET VAL-UNQUOTED TO TRUE.
      *        RESET THE KEY/VALUE SCANNER SWITCHES FOR THE NEW
      *        RECORD - THESE ARE ONLY SET ONCE AT PROGRAM START BY
           MOVE SPACES TO WS-VAL.
           MOVE ZERO TO WS-TEMP-KEY-LEN.
           MOVE ZERO TO WS-TEMP-VAL-LEN.
           IF RECORD-TOO-LONG THEN
              DISPLAY "RECORD " WS-RECORD-SEQ-NO
                 " LONGER THAN 32000 BYTES"
              MOVE "RLNG" TO WS-REJECT-REASON-CD
              MOVE "RECORD LONGER THAN 32000 BYTES"
                TO WS-REJECT-REASON-TXT
              ADD +1 TO WS-LONG-RECORDS
              PERFORM 2003-WRITE-REJECT-RECORD
                 THRU 2003-EXIT
              GO TO 2000-EXIT
           END-IF.
      *    INITIALIZE WS-JSON.
           MOVE 1 TO WS-JSON-INPUT-LEN.
           UNSTRING WS-JSON-INPUT(1:32000)
              DELIMITED BY ';;'
              INTO WS-GARBAGE
              WITH POINTER WS-JSON-INPUT-LEN
           END-UNSTRING.
           IF WS-JSON-INPUT-LEN >= 32000 THEN
              DISPLAY "NO END DELIMITER. "
                  "PLEASE FINISH THE STRING"
                  " WITH ;;"
           END-IF.

           IF ARRAY-ERROR THEN
      *        AN ARRAY NESTED INSIDE ANOTHER ARRAY, DIRECTLY OR
      *        IN ONE OF ITS OBJECT ELEMENTS - WS-ARRAY-CONTEXT
      *        TRACKS ONLY ONE ARRAY'S key[nnn] BOOKKEEPING AT A
      *        TIME, SO THE RECORD IS REJECTED RATHER THAN FLATTENED
      *        WRONG
              DISPLAY "UNSUPPORTED ARRAY ELEMENT IN RECORD "
                 WS-RECORD-SEQ-NO
              MOVE "ARNS" TO WS-REJECT-REASON-CD
      *
           PERFORM 7000-CHECK-TRAILER
              THRU 7000-EXIT.
           IF HEADER-RECORD THEN
      *        THE PARTNER'S FILE HEADER WAS PROVED AGAINST THE
      *        TRANSMISSION REGISTER BY TransmitCheck BEFORE THIS
      *        STEP RAN - IT IS COUNTED AND KEPT OFF PARSED-OUT.dat
      *        AND THE DUPLICATE CHECK LIKE THE TRAILER
              ADD +1 TO WS-HEADER-COUNT
              GO TO 2000-EXIT
           END-IF.
           IF TRAILER-RECORD THEN
      *        THE PARTNER'S CONTROL TRAILER IS BOOKKEEPING, NOT
      *        DATA - CAPTURE ITS STATED TOTALS FOR THE END-OF-JOB
           PERFORM 8000-WRITE-TRACE THRU 8000-EXIT.
           IF IN-ARRAY THEN
      *        AN OBJECT ELEMENT INSIDE AN ARRAY (E.G. A LINE-ITEM
      *        BLOCK IN "items":[{...},{...}]) TAKES THE NESTED-OBJECT
      *        PATH BELOW - THE CURRENT key[nnn] ITEM BECOMES THE
      *        OBJECT, SO ITS MEMBERS ARE FILED AS key[nnn].member
              SET ARRAY-ELEM-SEEN TO TRUE
           END-IF.
           IF WS-NEST-LEVEL = ZERO THEN
      *        THE OUTERMOST "{" OF THE RECORD - START THE ITEM TABLE
              MOVE +1 TO WS-JSON-NUM-ITEMS
                    SET NEST-ERROR TO TRUE
                 ELSE
                    ADD +1 TO WS-NEST-LEVEL
                    IF IN-ARRAY THEN
      *                 THE OBJECT'S MEMBERS ARE KEY/VALUE PAIRS, NOT
      *                 ELEMENTS - LEAVE ARRAY MODE UNTIL ITS "}"
                       MOVE WS-NEST-LEVEL TO WS-ARRAY-OBJ-LEVEL
                       SET NOT-IN-ARRAY TO TRUE
                    END-IF
      *                 WS-JSON-KEY(WS-JSON-IDX2) IS ALREADY FULLY
      *                 QUALIFIED (2011-PROCESS-KEY DOES THAT AS EACH
      *                 KEY IS CLOSED), SO THE NEW PREFIX IS JUST
                    SET NOT-READING-A-KEY TO TRUE
                 END-IF
              END-IF
           END-IF.
       2001-EXIT.
              EXIT.
              END-IF
           END-IF.
           IF WS-NEST-LEVEL > 1 THEN
              IF WS-NEST-LEVEL = WS-ARRAY-OBJ-LEVEL THEN
      *           CLOSING AN ARRAY'S OBJECT ELEMENT - BACK INTO
      *           ARRAY MODE, WHERE THE NEXT "," OPENS THE NEXT
      *           key[nnn] ELEMENT AND "]" ENDS THE ARRAY
                 SUBTRACT 1 FROM WS-NEST-LEVEL
                 MOVE ZERO TO WS-ARRAY-OBJ-LEVEL
                 SET IN-ARRAY TO TRUE
                 SET TOKEN-VAL TO TRUE
                 SET PROCESSING-VALUE TO TRUE
              ELSE
      *           CLOSING A NESTED OBJECT - DROP BACK TO THE PARENT
      *           PREFIX AND RESUME LOOKING FOR THE NEXT KEY
                 SUBTRACT 1 FROM WS-NEST-LEVEL
                 SET TOKEN-KEY TO TRUE
                 SET NOT-READING-A-KEY TO TRUE
              END-IF
           ELSE
              IF WS-NEST-LEVEL = ZERO THEN
      *           AN EXTRA "}" WITH NO MATCHING "{" - MALFORMED RECORD
           MOVE WS-RECORD-SEQ-NO      TO REJECT-SEQ-NO.
           MOVE WS-REJECT-REASON-CD   TO REJECT-REASON-CODE.
           MOVE WS-REJECT-REASON-TXT  TO REJECT-REASON-TEXT.
           MOVE WS-JSON-INPUT         TO REJECT-JSON-REC.
           WRITE REJECT-REC.
           ADD +1 TO WS-REJECT-COUNT.
       2003-EXIT.
      *        HOLDS THE ARRAY'S KEY (FILED WHEN THE PRECEDING KEY
      *        WAS CLOSED), SO MARK IT AS AN ARRAY CONTAINER AND OPEN
      *        THE FIRST ELEMENT AS ITS OWN key[nnn] ITEM
           IF IN-ARRAY OR WS-ARRAY-OBJ-LEVEL > ZERO THEN
      *        WS-ARRAY-CONTEXT TRACKS ONE ARRAY AT A TIME, NOT A
      *        DEPTH STACK - AN ARRAY NESTED INSIDE THIS ONE, OR
      *        INSIDE ONE OF ITS OBJECT ELEMENTS, WOULD OVERWRITE
      *        THAT CONTEXT, SO STOP THE SCAN HERE AND LET THE
      *        RECORD BE REJECTED INSTEAD OF MIS-FLATTENED
              SET ARRAY-ERROR TO TRUE
           ELSE
              SET JSON-VAL-TYPE-ARRAY(WS-JSON-IDX2) TO TRUE
            END-IF.
       2030-EXIT.
              EXIT.
       2040-ASSEMBLE-RECORD.
           MOVE "#####2040-ASSEMBLE-RECORD" TO WS-TRACE-TEXT
           PERFORM 8000-WRITE-TRACE THRU 8000-EXIT.
      *        A PARTNER MAY SPREAD ONE JSON RECORD OVER SEVERAL
      *        PHYSICAL LINES - THE LOGICAL RECORD RUNS FROM THE
      *        CURRENT LINE UP TO THE LINE CARRYING THE ;;
      *        TERMINATOR, AND TAKES ONE SEQUENCE NUMBER, ONE
      *        REJECT OR ONE DUPLICATE DIVERSION AS A WHOLE.  THE
      *        LINES ARE JOINED WITH A SINGLE SPACE, WHICH THE SCAN
      *        TREATS AS WHITESPACE OUTSIDE A QUOTED STRING.  AT
      *        END OF FILE WITHOUT A ;; WHAT WAS GATHERED GOES ON
      *        AS ONE RECORD AND IS REJECTED NODL
           MOVE SPACES TO WS-JSON-INPUT.
           MOVE ZERO TO WS-ASSEMBLY-LEN.
           SET RECORD-FITS TO TRUE.
           IF EndOfJSONFile THEN
              GO TO 2040-EXIT
           END-IF.
           PERFORM 2041-APPEND-LINE
              THRU 2041-EXIT.
           PERFORM UNTIL WS-DELIM-TALLY > ZERO
              OR EndOfJSONFile
              READ JSONFile
                 AT END SET EndOfJSONFile TO TRUE
                 NOT AT END
                    ADD +1 TO WS-LINES-READ
                    PERFORM 2041-APPEND-LINE
                       THRU 2041-EXIT
              END-READ
           END-PERFORM.
       2040-EXIT.
              EXIT.
       2041-APPEND-LINE.
      *        THE ;; TEST LOOKS AT THE WHOLE LINE, SO A RECORD CUT
      *        SHORT FOR LENGTH STILL ENDS WHERE THE PARTNER ENDED IT
      *        AND THE NEXT RECORD STARTS CLEAN
           MOVE ZERO TO WS-DELIM-TALLY.
           INSPECT JSONRec TALLYING WS-DELIM-TALLY FOR ALL ';;'.
           MOVE +32000 TO WS-LINE-LEN.
           PERFORM UNTIL WS-LINE-LEN = ZERO
              OR JSONRec(WS-LINE-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-LINE-LEN
           END-PERFORM.
           IF WS-LINE-LEN = ZERO OR RECORD-TOO-LONG THEN
              GO TO 2041-EXIT
           END-IF.
           IF WS-ASSEMBLY-LEN > ZERO THEN
              ADD +1 TO WS-ASSEMBLY-LEN
           END-IF.
           IF WS-ASSEMBLY-LEN + WS-LINE-LEN > +32000 THEN
      *        NO ROOM FOR THE WHOLE LINE - KEEP WHAT FITS FOR THE
      *        REJECT IMAGE AND FLAG THE RECORD
              SET RECORD-TOO-LONG TO TRUE
              COMPUTE WS-LINE-LEN = +32000 - WS-ASSEMBLY-LEN
              IF WS-LINE-LEN <= ZERO THEN
                 GO TO 2041-EXIT
              END-IF
           END-IF.
           MOVE JSONRec(1:WS-LINE-LEN)
             TO WS-JSON-INPUT(WS-ASSEMBLY-LEN + 1:WS-LINE-LEN).
           ADD WS-LINE-LEN TO WS-ASSEMBLY-LEN.
       2041-EXIT.
              EXIT.
       2090-PROCESS-OTHER.
           MOVE "#####2090-PROCESS-OTHER" TO WS-TRACE-TEXT
           PERFORM 8000-WRITE-TRACE THRU 8000-EXIT.
           MOVE SI-FIRST-CYCLE-DATE TO DUP-FIRST-CYCLE-DATE.
           MOVE SI-FIRST-RUN-NO     TO DUP-FIRST-RUN-NO.
           MOVE SI-FIRST-SEQ-NO     TO DUP-FIRST-SEQ-NO.
           MOVE WS-JSON-INPUT       TO DUP-JSON-REC.
           WRITE DUPLICATE-REC.
           PERFORM 6310-FEED-HASH-TOTAL
              THRU 6310-EXIT.
           MOVE "#####7000-CHECK-TRAILER" TO WS-TRACE-TEXT
           PERFORM 8000-WRITE-TRACE THRU 8000-EXIT.
      *        A CONTROL TRAILER IS ANY RECORD CARRYING THE KEY
      *        "trailer" WITH A VALUE STARTING "Y"; THE PARTNER'S
      *        FILE HEADER LIKEWISE CARRIES "header" STARTING "Y"
           SET DATA-RECORD TO TRUE.
           PERFORM VARYING WS-JSON-IDX2 FROM 1 BY 1
              UNTIL WS-JSON-IDX2 > WS-JSON-NUM-ITEMS
                 OR WS-JSON-IDX2 > WS-JSON-MAX-ITEMS
                 OR NOT DATA-RECORD
              IF WS-JSON-KEY(WS-JSON-IDX2) = "trailer"
                 AND WS-JSON-VAL(WS-JSON-IDX2)(1:1) = "Y" THEN
                 SET TRAILER-RECORD TO TRUE
              END-IF
              IF WS-JSON-KEY(WS-JSON-IDX2) = "header"
                 AND WS-JSON-VAL(WS-JSON-IDX2)(1:1) = "Y" THEN
                 SET HEADER-RECORD TO TRUE
              END-IF
           END-PERFORM.
       7000-EXIT.
              EXIT.
      *        BREAKDOWN OF THOSE PAIRS BY VALUE TYPE
           DISPLAY " ".
           DISPLAY "===== END OF JOB CONTROL TOTALS =====".
           DISPLAY "PHYSICAL LINES READ . . . . " WS-LINES-READ.
           DISPLAY "RECORDS READ. . . . . . . . " WS-RECORD-SEQ-NO.
           DISPLAY "FILE HEADERS READ . . . . . " WS-HEADER-COUNT.
           DISPLAY "RECORDS REJECTED. . . . . . " WS-REJECT-COUNT.
           IF WS-LONG-RECORDS > ZERO THEN
              DISPLAY "  OVER 32000 BYTES. . . . . " WS-LONG-RECORDS
           END-IF.
           DISPLAY "OVERFLOW RECORDS. . . . . . " WS-OVERFLOW-COUNT.
           DISPLAY "KEY/VALUE PAIRS EXTRACTED . " WS-TOTAL-ITEMS.
           DISPLAY "  STRING . . . . . . . . . " WS-TOTAL-STRING.
              GO TO 9920-EXIT
           END-IF.
           COMPUTE WS-DATA-REC-COUNT =
              WS-RECORD-SEQ-NO - WS-TRAILER-COUNT - WS-HEADER-COUNT.
           IF WS-TRAILER-COUNT > +1 THEN
              SET RECONCILE-FAILED TO TRUE
              DISPLAY "MISMATCH: " WS-TRAILER-COUNT
       9940-WRITE-CONTROL-COUNTS.
      *        THE RUN'S CONTROL COUNTS, FILED ON THE COMMON CYCLE
      *        CONTROL DATASET FOR CycleReconcile TO PROVE THE
      *        WHOLE CHAIN OUT AT END OF CYCLE.  THE FILE HOLDS THE
      *        ROWS OF EVERY RUN AND IS NEVER STARTED OVER, SO THE
      *        PARSER EXTENDS IT - STATUS 35 MEANS NO STEP HAS
      *        WRITTEN IT YET, SO THE FILE IS STARTED HERE
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           COMPUTE WS-DUP-TOTAL =
              WS-DUP-EXACT-COUNT + WS-DUP-CHANGED-COUNT.
           COMPUTE WS-PARSED-RECORDS =
              WS-RECORD-SEQ-NO - WS-TRAILER-COUNT - WS-HEADER-COUNT
              - WS-REJECT-COUNT - WS-DUP-TOTAL.
           OPEN EXTEND CycleCtlFile.
           IF WS-CC-STATUS = "35" THEN
              OPEN OUTPUT CycleCtlFile
           END-IF.
           IF WS-CC-STATUS NOT = "00" THEN
              DISPLAY "CYCLE-CTL.dat NOT USABLE - FILE STATUS "
                 WS-CC-STATUS
              GO TO 9940-EXIT
           END-IF.
           MOVE "RECORDS-READ" TO WS-CC-COUNTER.
           MOVE WS-RECORD-SEQ-NO TO WS-CC-VALUE.
           PERFORM 9941-WRITE-ONE-COUNT
              THRU 9941-EXIT.
           MOVE "TRAILER-RECORDS" TO WS-CC-COUNTER.
           MOVE WS-TRAILER-COUNT TO WS-CC-VALUE.
           PERFORM 9941-WRITE-ONE-COUNT
              THRU 9941-EXIT.
           MOVE "HEADER-RECORDS" TO WS-CC-COUNTER.
           MOVE WS-HEADER-COUNT TO WS-CC-VALUE.
           PERFORM 9941-WRITE-ONE-COUNT
              THRU 9941-EXIT.
           MOVE "REJECTED" TO WS-CC-COUNTER.
           MOVE "JSONParser"  TO CC-PROGRAM.
           MOVE WS-CC-COUNTER TO CC-COUNTER.
           MOVE WS-CC-VALUE   TO CC-VALUE.
           MOVE WS-START-DATE TO CC-START-DATE.
           MOVE WS-START-TIME TO CC-START-TIME.
           MOVE WS-END-DATE   TO CC-END-DATE.
           MOVE WS-END-TIME   TO CC-END-TIME.
           WRITE CYCLE-CTL-REC.
       9941-EXIT.
              EXIT.
