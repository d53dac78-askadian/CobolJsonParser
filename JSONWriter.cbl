      *    JSON-OUT.dat.  NESTED OBJECTS ARE REBUILT FROM THE DOTTED  *
      *    KEY PREFIXES (customer.address.zip) AND ARRAYS FROM THE    *
      *    BRACKETED ELEMENT KEYS (tags[000], tags[001]) THAT         *
      *    JSONParser PRODUCES, WITH AN OBJECT ELEMENT'S MEMBERS      *
      *    UNDER ITS ELEMENT KEY (lineItems[000].amount).  STRING     *
      *    VALUES ARE RE-QUOTED WITH EMBEDDED QUOTES AND BACKSLASHES  *
      *    ESCAPED; NUMERIC, BOOLEAN AND NULL VALUES GO OUT BARE AS   *
      *    THEY CAME IN.                                              *
      *                                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *

           COPY "PARSEDOUT.cpy".

       FD JsonOutFile.
       01 JSON-OUT-REC            PIC X(32000).

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-KEY-SCAN-POS    PIC S9(05) COMP VALUE ZERO.
            10 WS-KEY-SAFE-LEN    PIC S9(05) COMP VALUE ZERO.
            10 WS-VAL-SAFE-LEN    PIC S9(05) COMP VALUE ZERO.
            10 WS-TARGET-DEPTH    PIC S9(02) COMP VALUE ZERO.
            10 WS-COMMON-DEPTH    PIC S9(02) COMP VALUE ZERO.
            10 WS-LAST-LVL-TYPE   PIC X(01) VALUE 'O'.

           COPY "RUNHDR.cpy".

       01 WS-OUT-BUILD           PIC X(32000) VALUE SPACES.

       01 WS-KEY-SEGMENTS.
      *        THE CURRENT PAIR'S KEY SPLIT AT THE DOTS, WITH EACH
      *        [nnn] ELEMENT SUFFIX HELD AS A SEGMENT OF ITS OWN
      *        BEHIND THE ARRAY NAME IT BELONGS TO
           05 WS-SEG-COUNT        PIC S9(02) COMP VALUE ZERO.
           05 WS-SEG-MAX          PIC S9(02) COMP VALUE +12.
           05 WS-SEG-ENTRY OCCURS 12 TIMES
                           INDEXED BY WS-SEG-IDX.
              10 WS-SEG-NAME          PIC X(60).
              10 WS-SEG-LEN           PIC S9(05) COMP.
              10 WS-SEG-KIND-SW       PIC X(01).
                 88 SEG-IS-MEMBER        VALUE 'O'.
                 88 SEG-IS-ARRAY-NAME    VALUE 'A'.
                 88 SEG-IS-ELEMENT       VALUE 'E'.

       01 WS-LEVEL-STACK.
      *        THE CONTAINERS CURRENTLY OPEN IN THE OUTPUT RECORD,
              EXIT.

       2100-PARSE-KEY-SEGMENTS.
      *        SPLITS PO-JSON-KEY AT THE DOTS INTO WS-KEY-SEGMENTS,
      *        GIVING EVERY [nnn] ELEMENT SUFFIX A SEGMENT OF ITS
      *        OWN, THEN DROPS A SCALAR ELEMENT'S TRAILING [nnn]
      *        SEGMENT, SETTING ELEMENT-OF-ARRAY WHEN ONE WAS THERE
           SET NOT-ARRAY-ELEMENT TO TRUE.
           MOVE +1 TO WS-SEG-COUNT.
           MOVE SPACES TO WS-SEG-NAME(1).
           MOVE ZERO TO WS-SEG-LEN(1).
           SET SEG-IS-MEMBER(1) TO TRUE.
           IF PO-JSON-KEY-LEN > 60 THEN
      *        THE KEY WAS ALREADY TRUNCATED BY THE PARSER - ONLY
      *        THE 60 BYTES THAT SURVIVED CAN BE SPLIT
              EXIT.

       2110-SPLIT-ONE-KEY-CHAR.
      *        A "[" RIGHT AFTER A NAME OPENS THAT ARRAY'S ELEMENT
      *        SEGMENT, WHICH KEEPS ITS BRACKETS SO AN ELEMENT NEVER
      *        MATCHES A MEMBER NAME OR ANOTHER ELEMENT IN 2200
           MOVE PO-JSON-KEY(WS-KEY-SCAN-POS:1) TO WS-SCAN-CHAR.
           EVALUATE TRUE
              WHEN WS-SCAN-CHAR = "["
               AND WS-SEG-LEN(WS-SEG-COUNT) > ZERO
               AND NOT SEG-IS-ELEMENT(WS-SEG-COUNT)
               AND WS-SEG-COUNT < WS-SEG-MAX
                 SET SEG-IS-ARRAY-NAME(WS-SEG-COUNT) TO TRUE
                 ADD +1 TO WS-SEG-COUNT
                 MOVE "[" TO WS-SEG-NAME(WS-SEG-COUNT)
                 MOVE +1 TO WS-SEG-LEN(WS-SEG-COUNT)
                 SET SEG-IS-ELEMENT(WS-SEG-COUNT) TO TRUE
              WHEN WS-SCAN-CHAR = "."
               AND WS-SEG-COUNT < WS-SEG-MAX
                 ADD +1 TO WS-SEG-COUNT
                 MOVE SPACES TO WS-SEG-NAME(WS-SEG-COUNT)
                 MOVE ZERO TO WS-SEG-LEN(WS-SEG-COUNT)
                 SET SEG-IS-MEMBER(WS-SEG-COUNT) TO TRUE
              WHEN OTHER
      *           AN ORDINARY KEY CHARACTER - OR A DOT OR BRACKET
      *           DEEPER THAN THE SEGMENT TABLE, KEPT IN THE LAST
      *           SEGMENT RATHER THAN LOST
                 ADD +1 TO WS-SEG-LEN(WS-SEG-COUNT)
                 IF WS-SEG-LEN(WS-SEG-COUNT) <= 60 THEN
                    MOVE WS-SCAN-CHAR TO WS-SEG-NAME(WS-SEG-COUNT)
                       (WS-SEG-LEN(WS-SEG-COUNT):1)
                 END-IF
           END-EVALUATE.
           ADD +1 TO WS-KEY-SCAN-POS.
       2110-EXIT.
              EXIT.

       2120-STRIP-ELEMENT-SUFFIX.
      *        A SCALAR ELEMENT (tags[000]) STANDS ALONE IN ITS
      *        ARRAY, SO ITS [nnn] SEGMENT IS DROPPED AND THE ARRAY
      *        NAME BECOMES THE LAST SEGMENT.  AN OBJECT ELEMENT'S
      *        OWN ROW (lineItems[000]) KEEPS IT AS THE LEVEL ITS
      *        MEMBERS ARE WRITTEN UNDER
           IF WS-SEG-COUNT > 1
              AND SEG-IS-ELEMENT(WS-SEG-COUNT)
              AND PO-JSON-VAL-TYPE NOT = "OBJECT" THEN
              SET ELEMENT-OF-ARRAY TO TRUE
              SUBTRACT 1 FROM WS-SEG-COUNT
           END-IF.
       2120-EXIT.
              EXIT.

       2220-OPEN-ONE-LEVEL.
      *        OPENS SEGMENT WS-LVL + 1 AS A NAMED MEMBER OF THE
      *        CONTAINER ABOVE IT - AN ARRAY WHEN AN ELEMENT SEGMENT
      *        FOLLOWS IT, AN OBJECT FOR EVERY OTHER INTERMEDIATE
      *        LEVEL, WS-LAST-LVL-TYPE FOR THE PATH'S LAST ONE.  AN
      *        ELEMENT SEGMENT OPENS AN UNNAMED OBJECT IN ITS ARRAY
           PERFORM 2400-EMIT-SEPARATOR
              THRU 2400-EXIT.
           ADD +1 TO WS-LVL-DEPTH.
           MOVE WS-SEG-LEN(WS-LVL-DEPTH)
             TO WS-LVL-NAME-LEN(WS-LVL-DEPTH).
           MOVE ZERO TO WS-LVL-COUNT(WS-LVL-DEPTH).
           IF SEG-IS-ELEMENT(WS-LVL-DEPTH) THEN
              SET LEVEL-IS-OBJECT(WS-LVL-DEPTH) TO TRUE
              MOVE "{" TO WS-APP-TEXT
              MOVE +1 TO WS-APP-LEN
              PERFORM 4000-APPEND-TEXT
                 THRU 4000-EXIT
              GO TO 2220-EXIT
           END-IF.
           MOVE WS-LVL-NAME(WS-LVL-DEPTH) TO WS-ESC-SRC.
           MOVE WS-LVL-NAME-LEN(WS-LVL-DEPTH) TO WS-ESC-SRC-LEN.
           PERFORM 2230-EMIT-MEMBER-NAME
              THRU 2230-EXIT.
           IF SEG-IS-ARRAY-NAME(WS-LVL-DEPTH)
              OR (WS-LVL-DEPTH = WS-TARGET-DEPTH
                  AND WS-LAST-LVL-TYPE = 'A') THEN
              SET LEVEL-IS-ARRAY(WS-LVL-DEPTH) TO TRUE
              MOVE "[" TO WS-APP-TEXT
           ELSE
