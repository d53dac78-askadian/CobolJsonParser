       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ControlMaint.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *                                                               *
      *    SCREEN MAINTENANCE OF THE HAND-KEYED CONTROL FILES         *
      *    KEYPARAM.dat, KEYDICT.dat, MAPPING.dat, DISPOSN.dat AND    *
      *    PARTNER.dat, IN PLACE OF EDITING THEM COLUMN BY COLUMN.    *
      *    THE OPERATOR PICKS A FILE AND A FUNCTION -                 *
      *      A  ADD A ROW                                             *
      *      C  CHANGE A ROW                                          *
      *      D  DELETE A ROW                                          *
      *      B  BROWSE THE ROWS, BY KEY PREFIX AND RULE SET           *
      *      L  LIST THE CHANGE LOG FOR THE FILE                      *
      *      X  END THE SESSION                                       *
      *    AN ADD OR CHANGE IS PUT THROUGH THE SAME EDITS             *
      *    ControlAudit RUNS EACH NIGHT - FLAGS, VALUE TYPES AND      *
      *    DATE FORMATS, MIN/MAX LENGTHS, MAPPING PICTURES,           *
      *    POSITIONS AND OVERLAPPING BYTE RANGES, R/A/D ACTION        *
      *    CODES, DUPLICATE KEYS AND THE READERS' TABLE SIZES - SO    *
      *    A BAD ROW IS REFUSED AT THE TERMINAL INSTEAD OF HOLDING    *
      *    THE NEXT CYCLE.  ControlAudit'S WARNINGS ARE SHOWN BUT     *
      *    DO NOT STOP THE CHANGE.                                    *
      *                                                               *
      *    NOTHING IS WRITTEN TO THE CONTROL FILES HERE.  EVERY       *
      *    ACCEPTED CHANGE GOES TO THE CHANGE LOG CTL-CHANGE.dat      *
      *    (COPYBOOK CTLCHG) WITH THE ROW BEFORE AND AFTER, THE       *
      *    OPERATOR ID, THE TIME IT WAS KEYED AND THE CYCLE DATE IT   *
      *    TAKES EFFECT (THE CURRENT CYCLE UNLESS A LATER ONE IS      *
      *    KEYED), AND ControlApply MAKES IT LIVE AT THE START OF     *
      *    THE FIRST CYCLE WHOSE RUNCTL.dat DATE HAS REACHED IT.      *
      *    THE EDITS AND THE BROWSE THEREFORE WORK ON THE FILE AS     *
      *    IT WILL STAND ON THE EFFECTIVE DATE - THE LIVE ROWS WITH   *
      *    EVERY CHANGE STILL PENDING UP TO THAT DATE LAID OVER       *
      *    THEM.  A ROW WITH A CHANGE PENDING FOR A LATER DATE IS     *
      *    NOT TOUCHED AGAIN UNTIL THAT CHANGE HAS GONE LIVE.         *
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

       DATA DIVISION.
       FILE SECTION.
       FD RunCtlFile.
           COPY "RUNCTL.cpy".

      *        THE FIVE CONTROL FILES ARE READ AS PLAIN LINES - EACH
      *        ROW IS LAID OUT THROUGH THE VIEWS IN WORKING-STORAGE
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

       WORKING-STORAGE SECTION.
       01 WS-VARS.
            10 WS-RUNCTL-STATUS   PIC X(02) VALUE SPACES.
            10 WS-CTL-STATUS      PIC X(02) VALUE SPACES.
            10 WS-CG-STATUS       PIC X(02) VALUE SPACES.
            10 WS-EOF-SW          PIC X(01) VALUE 'N'.
                88 END-OF-CTL-FILE    VALUE 'Y'.
                88 MORE-CTL-RECS      VALUE 'N'.
            10 WS-CG-EOF-SW       PIC X(01) VALUE 'N'.
                88 END-OF-CHANGES     VALUE 'Y'.
                88 MORE-CHANGES       VALUE 'N'.
            10 WS-SESSION-SW      PIC X(01) VALUE 'N'.
                88 SESSION-ENDED      VALUE 'Y'.
            10 WS-DETAIL-SW       PIC X(01) VALUE 'N'.
                88 DETAIL-DONE        VALUE 'Y'.
                88 DETAIL-OPEN        VALUE 'N'.
            10 WS-BROWSE-SW       PIC X(01) VALUE 'N'.
                88 BROWSE-DONE        VALUE 'Y'.
                88 BROWSE-OPEN        VALUE 'N'.
            10 WS-EDIT-SW         PIC X(01) VALUE 'N'.
                88 EDIT-FAILED        VALUE 'Y'.
                88 EDIT-PASSED        VALUE 'N'.
            10 WS-FOUND-SW        PIC X(01) VALUE 'N'.
                88 ROW-FOUND          VALUE 'Y'.
                88 ROW-UNFOUND        VALUE 'N'.
            10 WS-PIC-ERROR-SW    PIC X(01) VALUE 'N'.
                88 PICTURE-BAD        VALUE 'Y'.
                88 PICTURE-OK         VALUE 'N'.
            10 WS-USER-ID         PIC X(08) VALUE SPACES.
            10 WS-SEL-FILE        PIC X(08) VALUE SPACES.
            10 WS-SEL-FUNCTION    PIC X(01) VALUE SPACE.
            10 WS-SEL-KEY         PIC X(60) VALUE SPACES.
            10 WS-SEL-SET         PIC X(08) VALUE SPACES.
            10 WS-SEL-EFF-TEXT    PIC X(08) VALUE SPACES.
            10 WS-FUNCTION-NAME   PIC X(08) VALUE SPACES.
            10 WS-TARGET-DATE     PIC 9(08) VALUE ZEROS.
            10 WS-LATER-DATE      PIC 9(08) VALUE ZEROS.
            10 WS-CONFIRM         PIC X(01) VALUE SPACE.
            10 WS-MESSAGE         PIC X(78) VALUE SPACES.
            10 WS-WARNING         PIC X(78) VALUE SPACES.
            10 WS-ROW-LIMIT       PIC S9(05) COMP VALUE ZERO.
            10 WS-LIVE-ROWS       PIC S9(05) COMP VALUE ZERO.
            10 WS-LIMIT-EDIT      PIC ZZ9.
            10 WS-COUNT-EDIT      PIC ZZZZ9.
            10 WS-FIND-KEY        PIC X(60) VALUE SPACES.
            10 WS-FIND-SET        PIC X(08) VALUE SPACES.
            10 WS-SPLIT-KEY       PIC X(60) VALUE SPACES.
            10 WS-SPLIT-SET       PIC X(08) VALUE SPACES.
            10 WS-BEFORE-IMAGE    PIC X(130) VALUE SPACES.
            10 WS-NOW-DATE        PIC 9(08) VALUE ZEROS.
            10 WS-NOW-TIME        PIC 9(08) VALUE ZEROS.
            10 WS-CHANGES-LOGGED  PIC S9(05) COMP VALUE ZERO.
            10 WS-KEY-LEN         PIC S9(05) COMP VALUE ZERO.
            10 WS-BRW-NEXT        PIC S9(05) COMP VALUE ZERO.
            10 WS-BRW-COUNT       PIC S9(05) COMP VALUE ZERO.
            10 WS-SUB-A           PIC S9(05) COMP VALUE ZERO.
            10 WS-MASTER-REC-LEN  PIC S9(05) COMP VALUE +512.
            10 WS-PIC-TEXT        PIC X(14) VALUE SPACES.
            10 WS-PIC-SCAN-POS    PIC S9(05) COMP VALUE ZERO.
            10 WS-PIC-DIGITS      PIC 9(05)  VALUE ZEROS.
            10 WS-PIC-DIGIT-CNT   PIC S9(05) COMP VALUE ZERO.
            10 WS-PIC-CHAR        PIC X(01).
            10 FILLER REDEFINES WS-PIC-CHAR.
               15 WS-PIC-NUM      PIC 9(01).
            10 WS-PIC-INT-DIGITS  PIC S9(05) COMP VALUE ZERO.
            10 WS-PIC-DEC-DIGITS  PIC S9(05) COMP VALUE ZERO.
            10 WS-PIC-FIELD-LEN   PIC S9(05) COMP VALUE ZERO.
            10 WS-ROW-FIELD-LEN   PIC S9(05) COMP VALUE ZERO.
            10 WS-FMT-POS         PIC S9(03) COMP VALUE ZERO.
            10 WS-FMT-YEAR-CNT    PIC S9(03) COMP VALUE ZERO.
            10 WS-FMT-MONTH-CNT   PIC S9(03) COMP VALUE ZERO.
            10 WS-FMT-DAY-CNT     PIC S9(03) COMP VALUE ZERO.
            10 WS-END-POS-A       PIC S9(07) COMP VALUE ZERO.
            10 WS-END-POS-B       PIC S9(07) COMP VALUE ZERO.
            10 WS-POS-EDIT-A      PIC ZZZZ9.
            10 WS-POS-EDIT-B      PIC ZZZZ9.

           COPY "RUNHDR.cpy".

           COPY "DATECHK.cpy".

       01 WS-EDIT-IMAGE            PIC X(130) VALUE SPACES.
      *        THE ROW BEING ADDED, CHANGED OR DELETED, LAID OUT AS
      *        THE FILE IT BELONGS TO - THE SAME LAYOUTS THE
      *        READING PROGRAMS AND ControlAudit DECLARE
       01 WS-KEYPARAM-VIEW REDEFINES WS-EDIT-IMAGE.
          02  KP-JSON-KEY          PIC X(60).
          02  FILLER               PIC X(01).
          02  KP-MANDATORY-FLAG    PIC X(01).
          02  FILLER               PIC X(68).
       01 WS-KEYDICT-VIEW REDEFINES WS-EDIT-IMAGE.
          02  KD-JSON-KEY          PIC X(60).
          02  FILLER               PIC X(01).
          02  KD-REQUIRED-FLAG     PIC X(01).
          02  FILLER               PIC X(01).
          02  KD-VAL-TYPE          PIC X(10).
          02  FILLER               PIC X(01).
          02  KD-MIN-LEN           PIC 9(05).
          02  FILLER               PIC X(01).
          02  KD-MAX-LEN           PIC 9(05).
          02  FILLER               PIC X(01).
          02  KD-RULE-SET          PIC X(08).
          02  FILLER               PIC X(01).
          02  KD-DATE-FORMAT       PIC X(10).
          02  FILLER               PIC X(25).
       01 WS-MAPPING-VIEW REDEFINES WS-EDIT-IMAGE.
          02  MP-JSON-KEY          PIC X(60).
          02  FILLER               PIC X(01).
          02  MP-TARGET-FIELD      PIC X(30).
          02  FILLER               PIC X(01).
          02  MP-START-POS         PIC 9(05).
          02  FILLER               PIC X(01).
          02  MP-PICTURE           PIC X(14).
          02  FILLER               PIC X(01).
          02  MP-RULE-SET          PIC X(08).
          02  FILLER               PIC X(09).
       01 WS-DISPOSN-VIEW REDEFINES WS-EDIT-IMAGE.
          02  DS-REASON-CODE       PIC X(04).
          02  FILLER               PIC X(01).
          02  DS-ACTION            PIC X(01).
          02  FILLER               PIC X(01).
          02  DS-COMMENT           PIC X(40).
          02  FILLER               PIC X(83).
       01 WS-PARTNER-VIEW REDEFINES WS-EDIT-IMAGE.
          02  PT-PARTNER-ID        PIC X(20).
          02  FILLER               PIC X(01).
          02  PT-RULE-SET          PIC X(08).
          02  FILLER               PIC X(101).
       01 WS-EDIT-LINES REDEFINES WS-EDIT-IMAGE.
          02  WS-EDIT-LINE-1       PIC X(78).
          02  WS-EDIT-LINE-2       PIC X(52).

       01 WS-SCAN-IMAGE            PIC X(130) VALUE SPACES.
      *        ANY OTHER ROW OF THE SELECTED FILE, LAID OUT THE SAME
      *        WAY - FOR SPLITTING OUT ITS KEY, THE OVERLAP CHECK
      *        AND THE BROWSE LINES
       01 WS-SCAN-KEYPARAM REDEFINES WS-SCAN-IMAGE.
          02  SC-KP-JSON-KEY       PIC X(60).
          02  FILLER               PIC X(01).
          02  SC-KP-MANDATORY-FLAG PIC X(01).
          02  FILLER               PIC X(68).
       01 WS-SCAN-KEYDICT REDEFINES WS-SCAN-IMAGE.
          02  SC-KD-JSON-KEY       PIC X(60).
          02  FILLER               PIC X(01).
          02  SC-KD-REQUIRED-FLAG  PIC X(01).
          02  FILLER               PIC X(01).
          02  SC-KD-VAL-TYPE       PIC X(10).
          02  FILLER               PIC X(01).
          02  SC-KD-MIN-LEN        PIC X(05).
          02  FILLER               PIC X(01).
          02  SC-KD-MAX-LEN        PIC X(05).
          02  FILLER               PIC X(01).
          02  SC-KD-RULE-SET       PIC X(08).
          02  FILLER               PIC X(01).
          02  SC-KD-DATE-FORMAT    PIC X(10).
          02  FILLER               PIC X(25).
       01 WS-SCAN-MAPPING REDEFINES WS-SCAN-IMAGE.
          02  SC-MP-JSON-KEY       PIC X(60).
          02  FILLER               PIC X(01).
          02  SC-MP-TARGET-FIELD   PIC X(30).
          02  FILLER               PIC X(01).
          02  SC-MP-START-POS      PIC 9(05).
          02  FILLER               PIC X(01).
          02  SC-MP-PICTURE        PIC X(14).
          02  FILLER               PIC X(01).
          02  SC-MP-RULE-SET       PIC X(08).
          02  FILLER               PIC X(09).
       01 WS-SCAN-DISPOSN REDEFINES WS-SCAN-IMAGE.
          02  SC-DS-REASON-CODE    PIC X(04).
          02  FILLER               PIC X(01).
          02  SC-DS-ACTION         PIC X(01).
          02  FILLER               PIC X(01).
          02  SC-DS-COMMENT        PIC X(40).
          02  FILLER               PIC X(83).
       01 WS-SCAN-PARTNER REDEFINES WS-SCAN-IMAGE.
          02  SC-PT-PARTNER-ID     PIC X(20).
          02  FILLER               PIC X(01).
          02  SC-PT-RULE-SET       PIC X(08).
          02  FILLER               PIC X(101).

       01 WS-ROW-TABLE.
      *        THE SELECTED FILE AS IT WILL STAND ON THE EFFECTIVE
      *        DATE - THE LIVE ROWS IN FILE ORDER WITH EVERY CHANGE
      *        STILL PENDING UP TO THAT DATE LAID OVER THEM.  A
      *        DELETED ROW KEEPS ITS SLOT, FLAGGED; AN ADDED ROW
      *        GOES ON THE END, WHERE ControlApply WILL WRITE IT
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

       01 WS-BROWSE-PAGE.
      *        ONE SCREENFUL OF THE BROWSE OR THE CHANGE LOG LIST
           05 WS-BRW-HEADING      PIC X(78) VALUE SPACES.
           05 WS-BRW-LINE-NUM     PIC S9(03) COMP VALUE ZERO.
           05 WS-BRW-LINE-MAX     PIC S9(03) COMP VALUE +15.
           05 WS-BRW-LINE OCCURS 15 TIMES
                          INDEXED BY WS-BRW-IDX
                                  PIC X(78).

       SCREEN SECTION.
       01 MENU-SCREEN.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 02 VALUE "CONTROL FILE MAINTENANCE".
          05 LINE 01 COLUMN 55 VALUE "CYCLE".
          05 LINE 01 COLUMN 61 PIC 9(08) FROM RC-CYCLE-DATE.
          05 LINE 01 COLUMN 70 VALUE "RUN".
          05 LINE 01 COLUMN 74 PIC 9(03) FROM RC-RUN-NO.
          05 LINE 03 COLUMN 02 VALUE "OPERATOR ID . . .".
          05 LINE 03 COLUMN 21 PIC X(08) USING WS-USER-ID.
          05 LINE 05 COLUMN 02 VALUE "FILE. . . . . . .".
          05 LINE 05 COLUMN 21 PIC X(08) USING WS-SEL-FILE.
          05 LINE 05 COLUMN 31
             VALUE "KEYPARAM KEYDICT MAPPING DISPOSN PARTNER".
          05 LINE 06 COLUMN 02 VALUE "FUNCTION. . . . .".
          05 LINE 06 COLUMN 21 PIC X(01) USING WS-SEL-FUNCTION.
          05 LINE 06 COLUMN 31
             VALUE "A ADD  C CHANGE  D DELETE  B BROWSE  L LOG".
          05 LINE 07 COLUMN 31 VALUE "X END THE SESSION".
          05 LINE 09 COLUMN 02 VALUE "KEY . . . . . . .".
          05 LINE 09 COLUMN 21 PIC X(60) USING WS-SEL-KEY.
          05 LINE 10 COLUMN 02 VALUE "RULE SET. . . . .".
          05 LINE 10 COLUMN 21 PIC X(08) USING WS-SEL-SET.
          05 LINE 10 COLUMN 31
             VALUE "KEYDICT AND MAPPING ONLY".
          05 LINE 11 COLUMN 02 VALUE "EFFECTIVE CYCLE .".
          05 LINE 11 COLUMN 21 PIC X(08) USING WS-SEL-EFF-TEXT.
          05 LINE 11 COLUMN 31
             VALUE "CCYYMMDD - BLANK FOR THE CURRENT CYCLE".
          05 LINE 13 COLUMN 02
             VALUE "BROWSE AND LOG TAKE THE KEY AS A PREFIX - BLANK".
          05 LINE 13 COLUMN 50 VALUE " LISTS EVERY ROW".
          05 LINE 22 COLUMN 02 PIC X(78) FROM WS-MESSAGE.
          05 LINE 23 COLUMN 02 PIC X(78) FROM WS-WARNING.

       01 DETAIL-HEAD-SCREEN.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 02 VALUE "CONTROL FILE MAINTENANCE -".
          05 LINE 01 COLUMN 29 PIC X(08) FROM WS-FUNCTION-NAME.
          05 LINE 01 COLUMN 55 VALUE "CYCLE".
          05 LINE 01 COLUMN 61 PIC 9(08) FROM RC-CYCLE-DATE.
          05 LINE 01 COLUMN 70 VALUE "RUN".
          05 LINE 01 COLUMN 74 PIC 9(03) FROM RC-RUN-NO.
          05 LINE 03 COLUMN 02 VALUE "FILE. . . . . . .".
          05 LINE 03 COLUMN 21 PIC X(08) FROM WS-SEL-FILE.
          05 LINE 04 COLUMN 02 VALUE "KEY . . . . . . .".
          05 LINE 04 COLUMN 21 PIC X(60) FROM WS-SEL-KEY.
          05 LINE 05 COLUMN 02 VALUE "RULE SET. . . . .".
          05 LINE 05 COLUMN 21 PIC X(08) FROM WS-SEL-SET.
          05 LINE 06 COLUMN 02 VALUE "EFFECTIVE CYCLE .".
          05 LINE 06 COLUMN 21 PIC 9(08) FROM WS-TARGET-DATE.
          05 LINE 22 COLUMN 02 PIC X(78) FROM WS-MESSAGE.
          05 LINE 23 COLUMN 02 PIC X(78) FROM WS-WARNING.

       01 KEYPARAM-SCREEN.
          05 LINE 08 COLUMN 02 VALUE "MANDATORY FLAG. .".
          05 LINE 08 COLUMN 21 PIC X(01) USING KP-MANDATORY-FLAG.
          05 LINE 08 COLUMN 31 VALUE "Y OR N".
          05 LINE 19 COLUMN 02 VALUE "FILE THIS CHANGE (Y/N)".
          05 LINE 19 COLUMN 26 PIC X(01) USING WS-CONFIRM.

       01 KEYDICT-SCREEN.
          05 LINE 08 COLUMN 02 VALUE "REQUIRED FLAG . .".
          05 LINE 08 COLUMN 21 PIC X(01) USING KD-REQUIRED-FLAG.
          05 LINE 08 COLUMN 31 VALUE "Y OR N".
          05 LINE 09 COLUMN 02 VALUE "VALUE TYPE. . . .".
          05 LINE 09 COLUMN 21 PIC X(10) USING KD-VAL-TYPE.
          05 LINE 09 COLUMN 33
             VALUE "STRING NUMERIC DECIMAL BOOLEAN NULL OBJECT".
          05 LINE 10 COLUMN 33 VALUE "ARRAY UNKNOWN DATE".
          05 LINE 11 COLUMN 02 VALUE "MINIMUM LENGTH. .".
          05 LINE 11 COLUMN 21 PIC 9(05) USING KD-MIN-LEN.
          05 LINE 12 COLUMN 02 VALUE "MAXIMUM LENGTH. .".
          05 LINE 12 COLUMN 21 PIC 9(05) USING KD-MAX-LEN.
          05 LINE 13 COLUMN 02 VALUE "DATE FORMAT . . .".
          05 LINE 13 COLUMN 21 PIC X(10) USING KD-DATE-FORMAT.
          05 LINE 13 COLUMN 33
             VALUE "DATE TYPE ONLY - E.G. CCYY-MM-DD".
          05 LINE 19 COLUMN 02 VALUE "FILE THIS CHANGE (Y/N)".
          05 LINE 19 COLUMN 26 PIC X(01) USING WS-CONFIRM.

       01 MAPPING-SCREEN.
          05 LINE 08 COLUMN 02 VALUE "TARGET FIELD. . .".
          05 LINE 08 COLUMN 21 PIC X(30) USING MP-TARGET-FIELD.
          05 LINE 09 COLUMN 02 VALUE "START POSITION. .".
          05 LINE 09 COLUMN 21 PIC 9(05) USING MP-START-POS.
          05 LINE 09 COLUMN 33 VALUE "1 - 512 IN MASTER-REC".
          05 LINE 10 COLUMN 02 VALUE "PICTURE . . . . .".
          05 LINE 10 COLUMN 21 PIC X(14) USING MP-PICTURE.
          05 LINE 10 COLUMN 37 VALUE "X(n)  9(n)  9(n)V9(m)".
          05 LINE 19 COLUMN 02 VALUE "FILE THIS CHANGE (Y/N)".
          05 LINE 19 COLUMN 26 PIC X(01) USING WS-CONFIRM.

       01 DISPOSN-SCREEN.
          05 LINE 08 COLUMN 02 VALUE "ACTION. . . . . .".
          05 LINE 08 COLUMN 21 PIC X(01) USING DS-ACTION.
          05 LINE 08 COLUMN 31
             VALUE "R RESUBMIT  A RESUBMIT WITH ;;  D DROP".
          05 LINE 09 COLUMN 02 VALUE "COMMENT . . . . .".
          05 LINE 09 COLUMN 21 PIC X(40) USING DS-COMMENT.
          05 LINE 19 COLUMN 02 VALUE "FILE THIS CHANGE (Y/N)".
          05 LINE 19 COLUMN 26 PIC X(01) USING WS-CONFIRM.

       01 PARTNER-SCREEN.
          05 LINE 08 COLUMN 02 VALUE "PARTNER RULE SET.".
          05 LINE 08 COLUMN 21 PIC X(08) USING PT-RULE-SET.
          05 LINE 19 COLUMN 02 VALUE "FILE THIS CHANGE (Y/N)".
          05 LINE 19 COLUMN 26 PIC X(01) USING WS-CONFIRM.

       01 DELETE-SCREEN.
          05 LINE 08 COLUMN 02 VALUE "ROW AS IT STANDS -".
          05 LINE 09 COLUMN 02 PIC X(78) FROM WS-EDIT-LINE-1.
          05 LINE 10 COLUMN 02 PIC X(52) FROM WS-EDIT-LINE-2.
          05 LINE 19 COLUMN 02 VALUE "DELETE THIS ROW (Y/N) ".
          05 LINE 19 COLUMN 26 PIC X(01) USING WS-CONFIRM.

       01 BROWSE-SCREEN.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 02 PIC X(08) FROM WS-SEL-FILE.
          05 LINE 01 COLUMN 11 PIC X(08) FROM WS-FUNCTION-NAME.
          05 LINE 01 COLUMN 55 VALUE "AS AT".
          05 LINE 01 COLUMN 61 PIC 9(08) FROM WS-TARGET-DATE.
          05 LINE 03 COLUMN 02 PIC X(78) FROM WS-BRW-HEADING.
          05 LINE 04 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(1).
          05 LINE 05 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(2).
          05 LINE 06 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(3).
          05 LINE 07 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(4).
          05 LINE 08 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(5).
          05 LINE 09 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(6).
          05 LINE 10 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(7).
          05 LINE 11 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(8).
          05 LINE 12 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(9).
          05 LINE 13 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(10).
          05 LINE 14 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(11).
          05 LINE 15 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(12).
          05 LINE 16 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(13).
          05 LINE 17 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(14).
          05 LINE 18 COLUMN 02 PIC X(78) FROM WS-BRW-LINE(15).
          05 LINE 20 COLUMN 02
             VALUE "N FOR THE NEXT PAGE, ENTER FOR THE MENU".
          05 LINE 20 COLUMN 43 PIC X(01) USING WS-CONFIRM.
          05 LINE 22 COLUMN 02 PIC X(78) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN-SECTION.

           PERFORM 1000-INITIALIZE
              THRU 1000-EXIT.
           PERFORM 2000-SESSION-TURN
              THRU 2000-EXIT
              UNTIL SESSION-ENDED.
           CLOSE CtlChangeFile.
           DISPLAY "CONTROL FILE MAINTENANCE ENDED - "
              WS-CHANGES-LOGGED " CHANGES LOGGED BY " WS-USER-ID.

           STOP RUN.

       1000-INITIALIZE.
      *        THE OPERATOR ID DEFAULTS TO THE SIGNED-ON USER AND
      *        CAN BE OVERKEYED ON THE MENU, BUT NEVER LEFT BLANK -
      *        EVERY LOGGED CHANGE MUST SAY WHO MADE IT
           PERFORM 1010-READ-RUN-CONTROL
              THRU 1010-EXIT.
           ACCEPT WS-USER-ID
              FROM ENVIRONMENT "USER"
           ON EXCEPTION
              CONTINUE
           END-ACCEPT.
           PERFORM 1040-OPEN-CHANGE-LOG
              THRU 1040-EXIT.
           MOVE "KEY A FILE AND A FUNCTION" TO WS-MESSAGE.
       1000-EXIT.
              EXIT.

       1010-READ-RUN-CONTROL.
      *        THE CURRENT CYCLE IS THE EARLIEST DATE A CHANGE CAN
      *        TAKE EFFECT - WITHOUT IT NOTHING CAN BE DATED, SO A
      *        MISSING RUN CONTROL STOPS THE SESSION
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
      *        I-O, NEVER OUTPUT.  STATUS 35 MEANS THE VERY FIRST
      *        SESSION EVER, WHEN THE LOG IS CREATED EMPTY
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

       2000-SESSION-TURN.
      *        ONE PASS OF THE MENU - THE SELECTION IS EDITED AND
      *        HANDED TO THE FUNCTION, WHICH LEAVES ITS OUTCOME IN
      *        WS-MESSAGE FOR THE NEXT DISPLAY OF THE MENU
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACES TO WS-WARNING.
           INSPECT WS-SEL-FILE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-SEL-FUNCTION CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-SEL-FUNCTION = "X" THEN
              SET SESSION-ENDED TO TRUE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-EDIT-SELECTION
              THRU 2100-EXIT.
           IF EDIT-FAILED THEN
              GO TO 2000-EXIT
           END-IF.
           EVALUATE WS-SEL-FUNCTION
              WHEN "A"
                 MOVE "ADD" TO WS-FUNCTION-NAME
                 PERFORM 3000-MAINTAIN-ROW
                    THRU 3000-EXIT
              WHEN "C"
                 MOVE "CHANGE" TO WS-FUNCTION-NAME
                 PERFORM 3000-MAINTAIN-ROW
                    THRU 3000-EXIT
              WHEN "D"
                 MOVE "DELETE" TO WS-FUNCTION-NAME
                 PERFORM 3000-MAINTAIN-ROW
                    THRU 3000-EXIT
              WHEN "B"
                 MOVE "BROWSE" TO WS-FUNCTION-NAME
                 PERFORM 6000-BROWSE-ROWS
                    THRU 6000-EXIT
              WHEN "L"
                 MOVE "LOG" TO WS-FUNCTION-NAME
                 PERFORM 6500-BROWSE-CHANGE-LOG
                    THRU 6500-EXIT
           END-EVALUATE.
       2000-EXIT.
              EXIT.

       2100-EDIT-SELECTION.
      *        THE MENU FIELDS - WHO, WHICH FILE, WHAT, WHICH ROW
      *        AND FROM WHEN.  THE FIRST FAULT FOUND IS REPORTED
           SET EDIT-FAILED TO TRUE.
           IF WS-USER-ID = SPACES THEN
              MOVE "OPERATOR ID IS REQUIRED" TO WS-MESSAGE
              GO TO 2100-EXIT
           END-IF.
      *        THE ROW LIMIT IS THE TABLE SIZE OF THE PROGRAM THAT
      *        READS THE FILE - THE SAME LIMITS ControlAudit HOLDS
      *        THE FILES TO
           EVALUATE WS-SEL-FILE
              WHEN "KEYPARAM"
              WHEN "KEYDICT "
              WHEN "MAPPING "
                 MOVE +200 TO WS-ROW-LIMIT
              WHEN "DISPOSN "
              WHEN "PARTNER "
                 MOVE +50 TO WS-ROW-LIMIT
              WHEN OTHER
                 MOVE "FILE MUST BE KEYPARAM, KEYDICT, MAPPING, "
                   TO WS-MESSAGE
                 MOVE "DISPOSN OR PARTNER" TO WS-MESSAGE(42:)
                 GO TO 2100-EXIT
           END-EVALUATE.
           IF WS-SEL-FUNCTION NOT = "A" AND NOT = "C"
              AND NOT = "D" AND NOT = "B" AND NOT = "L" THEN
              MOVE "FUNCTION MUST BE A, C, D, B, L OR X"
                TO WS-MESSAGE
              GO TO 2100-EXIT
           END-IF.
           IF WS-SEL-FUNCTION = "A" OR "C" OR "D" THEN
              IF WS-SEL-KEY = SPACES THEN
                 MOVE "KEY IS REQUIRED TO ADD, CHANGE OR DELETE"
                   TO WS-MESSAGE
                 GO TO 2100-EXIT
              END-IF
           END-IF.
           IF WS-SEL-FILE = "DISPOSN "
              AND WS-SEL-KEY(5:) NOT = SPACES THEN
              MOVE "A REASON CODE IS AT MOST 4 CHARACTERS"
                TO WS-MESSAGE
              GO TO 2100-EXIT
           END-IF.
           IF WS-SEL-FILE = "PARTNER "
              AND WS-SEL-KEY(21:) NOT = SPACES THEN
              MOVE "A PARTNER ID IS AT MOST 20 CHARACTERS"
                TO WS-MESSAGE
              GO TO 2100-EXIT
           END-IF.
      *        ONLY KEYDICT AND MAPPING ROWS ARE KEYED BY RULE SET -
      *        A PARTNER'S RULE SET IS DATA, KEYED ON ITS OWN SCREEN
           IF WS-SEL-FILE NOT = "KEYDICT "
              AND WS-SEL-FILE NOT = "MAPPING "
              AND WS-SEL-SET NOT = SPACES THEN
              MOVE "THIS FILE HAS NO RULE SET IN ITS KEY - LEAVE "
                TO WS-MESSAGE
              MOVE "IT BLANK" TO WS-MESSAGE(46:)
              GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-EDIT-EFFECTIVE-DATE
              THRU 2110-EXIT.
       2100-EXIT.
              EXIT.

       2110-EDIT-EFFECTIVE-DATE.
      *        A BLANK DATE MEANS THE CURRENT CYCLE.  A CHANGE CAN
      *        NOT BE BACKDATED - THE CYCLES BEFORE THIS ONE HAVE
      *        ALREADY RUN WITH THE FILE AS IT WAS
           IF WS-SEL-EFF-TEXT = SPACES THEN
              MOVE RC-CYCLE-DATE TO WS-TARGET-DATE
              SET EDIT-PASSED TO TRUE
              GO TO 2110-EXIT
           END-IF.
           MOVE SPACES TO DTC-VALUE-TEXT.
           MOVE WS-SEL-EFF-TEXT TO DTC-VALUE-TEXT(1:8).
           MOVE 8 TO DTC-VALUE-LEN.
           MOVE "CCYYMMDD" TO DTC-FORMAT.
           CALL "DateCheck" USING DATE-CHECK-PARMS.
           IF DTC-INVALID THEN
              MOVE "EFFECTIVE CYCLE IS NOT A VALID CCYYMMDD DATE"
                TO WS-MESSAGE
              GO TO 2110-EXIT
           END-IF.
           IF DTC-CCYYMMDD < RC-CYCLE-DATE THEN
              MOVE "EFFECTIVE CYCLE IS BEFORE THE CURRENT CYCLE"
                TO WS-MESSAGE
              GO TO 2110-EXIT
           END-IF.
           MOVE DTC-CCYYMMDD TO WS-TARGET-DATE.
           SET EDIT-PASSED TO TRUE.
       2110-EXIT.
              EXIT.

       3000-MAINTAIN-ROW.
      *        ADD, CHANGE OR DELETE ONE ROW.  THE ROW IS LOOKED UP
      *        IN THE FILE AS IT WILL STAND ON THE EFFECTIVE DATE
           MOVE WS-SEL-KEY TO WS-FIND-KEY.
           MOVE WS-SEL-SET TO WS-FIND-SET.
           PERFORM 3100-LOAD-IMAGE
              THRU 3100-EXIT.
           IF EDIT-FAILED THEN
              GO TO 3000-EXIT
           END-IF.
           IF WS-LATER-DATE NOT = ZERO THEN
      *        STACKING A CHANGE UNDER ONE ALREADY WAITING FOR A
      *        LATER CYCLE WOULD HAVE THE LATER ONE APPLY TO A ROW
      *        NOBODY LOOKED AT WHEN IT WAS KEYED
              MOVE SPACES TO WS-MESSAGE
              STRING "A CHANGE TO THIS ROW IS ALREADY PENDING FOR "
                     "CYCLE " WS-LATER-DATE
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3500-FIND-ROW
              THRU 3500-EXIT.
           IF WS-SEL-FUNCTION = "A" THEN
              IF ROW-FOUND THEN
                 MOVE "ROW ALREADY ON FILE FOR THIS KEY AND RULE SET"
                   TO WS-MESSAGE
                 GO TO 3000-EXIT
              END-IF
              IF WS-LIVE-ROWS NOT < WS-ROW-LIMIT THEN
                 MOVE WS-ROW-LIMIT TO WS-LIMIT-EDIT
                 MOVE SPACES TO WS-MESSAGE
                 STRING "FILE ALREADY HOLDS THE " WS-LIMIT-EDIT
                        " ROWS ITS READER'S TABLE ALLOWS"
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
                 GO TO 3000-EXIT
              END-IF
              MOVE SPACES TO WS-EDIT-IMAGE
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 3700-PLACE-KEY
                 THRU 3700-EXIT
           ELSE
              IF ROW-UNFOUND THEN
                 MOVE "NO ROW ON FILE FOR THIS KEY AND RULE SET"
                   TO WS-MESSAGE
                 GO TO 3000-EXIT
              END-IF
              MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO WS-EDIT-IMAGE
              MOVE WS-ROW-IMAGE(WS-ROW-IDX) TO WS-BEFORE-IMAGE
           END-IF.
           MOVE "Y" TO WS-CONFIRM.
           IF WS-SEL-FUNCTION = "D" THEN
              PERFORM 4500-CONFIRM-DELETE
                 THRU 4500-EXIT
           ELSE
              SET DETAIL-OPEN TO TRUE
              PERFORM 4000-DETAIL-TURN
                 THRU 4000-EXIT
                 UNTIL DETAIL-DONE
           END-IF.
       3000-EXIT.
              EXIT.

       3100-LOAD-IMAGE.
      *        LOADS THE SELECTED FILE INTO WS-ROW-TABLE AND LAYS
      *        THE PENDING CHANGES UP TO WS-TARGET-DATE OVER IT.  A
      *        FILE NOT YET PRESENT LOADS EMPTY - ITS FIRST ADD
      *        CREATES IT
           MOVE ZERO TO WS-ROW-NUM.
           MOVE ZERO TO WS-LATER-DATE.
           SET EDIT-PASSED TO TRUE.
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
           IF EDIT-FAILED THEN
              GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-APPLY-PENDING
              THRU 3200-EXIT.
           PERFORM 3600-COUNT-LIVE-ROWS
              THRU 3600-EXIT.
       3100-EXIT.
              EXIT.

       3110-LOAD-KEYPARAM.
           OPEN INPUT KeyParamFile.
           IF WS-CTL-STATUS NOT = "00" THEN
              GO TO 3110-EXIT
           END-IF.
           READ KeyParamFile
              AT END SET END-OF-CTL-FILE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-CTL-FILE OR EDIT-FAILED
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
           PERFORM UNTIL END-OF-CTL-FILE OR EDIT-FAILED
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
           PERFORM UNTIL END-OF-CTL-FILE OR EDIT-FAILED
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
           PERFORM UNTIL END-OF-CTL-FILE OR EDIT-FAILED
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
           PERFORM UNTIL END-OF-CTL-FILE OR EDIT-FAILED
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
      *        FILES THE ROW IN WS-SCAN-IMAGE ON THE END OF THE
      *        TABLE.  A ROW WITH A BLANK KEY IS SKIPPED THE WAY
      *        EVERY READER SKIPS IT
           PERFORM 3300-SPLIT-KEY
              THRU 3300-EXIT.
           IF WS-SPLIT-KEY = SPACES THEN
              GO TO 3190-EXIT
           END-IF.
           IF WS-ROW-NUM NOT < WS-ROW-MAX THEN
              SET EDIT-FAILED TO TRUE
              MOVE "FILE HAS MORE ROWS THAN MAINTENANCE CAN HOLD - "
                TO WS-MESSAGE
              MOVE "RUN ControlAudit" TO WS-MESSAGE(49:)
              GO TO 3190-EXIT
           END-IF.
           ADD +1 TO WS-ROW-NUM.
           SET WS-ROW-IDX TO WS-ROW-NUM.
           MOVE WS-SPLIT-KEY  TO WS-ROW-KEY(WS-ROW-IDX).
           MOVE WS-SPLIT-SET  TO WS-ROW-SET(WS-ROW-IDX).
           SET ROW-ON-FILE(WS-ROW-IDX) TO TRUE.
           MOVE WS-SCAN-IMAGE TO WS-ROW-IMAGE(WS-ROW-IDX).
       3190-EXIT.
              EXIT.

       3200-APPLY-PENDING.
      *        READS THE CHANGE LOG IN EFFECTIVE-DATE ORDER AND
      *        LAYS EVERY PENDING CHANGE TO THIS FILE DUE BY
      *        WS-TARGET-DATE OVER THE TABLE - THE SAME WAY
      *        ControlApply WILL.  A PENDING CHANGE TO THE ROW IN
      *        WS-FIND-KEY/SET DUE AFTER THAT DATE IS NOTED IN
      *        WS-LATER-DATE
           SET MORE-CHANGES TO TRUE.
           MOVE LOW-VALUES TO CG-KEY.
           START CtlChangeFile KEY NOT < CG-KEY
              INVALID KEY
                 SET END-OF-CHANGES TO TRUE
           END-START.
           PERFORM 3210-APPLY-ONE-PENDING
              THRU 3210-EXIT
              UNTIL END-OF-CHANGES.
       3200-EXIT.
              EXIT.

       3210-APPLY-ONE-PENDING.
           READ CtlChangeFile NEXT RECORD
              AT END
                 SET END-OF-CHANGES TO TRUE
                 GO TO 3210-EXIT
           END-READ.
           IF CG-FILE-NAME NOT = WS-SEL-FILE
              OR NOT CG-STAT-PENDING THEN
              GO TO 3210-EXIT
           END-IF.
           IF CG-EFF-DATE > WS-TARGET-DATE THEN
              IF CG-ROW-KEY = WS-FIND-KEY
                 AND CG-ROW-SET = WS-FIND-SET
                 AND WS-LATER-DATE = ZERO THEN
                 MOVE CG-EFF-DATE TO WS-LATER-DATE
              END-IF
              GO TO 3210-EXIT
           END-IF.
           MOVE WS-FIND-KEY TO WS-SPLIT-KEY.
           MOVE WS-FIND-SET TO WS-SPLIT-SET.
           MOVE CG-ROW-KEY TO WS-FIND-KEY.
           MOVE CG-ROW-SET TO WS-FIND-SET.
           PERFORM 3500-FIND-ROW
              THRU 3500-EXIT.
           MOVE WS-SPLIT-KEY TO WS-FIND-KEY.
           MOVE WS-SPLIT-SET TO WS-FIND-SET.
      *        A CHANGE THAT NO LONGER FITS THE FILE (AN ADD OF A
      *        ROW SINCE KEYED BY HAND, SAY) IS LEFT OUT HERE AND
      *        FAILED BY ControlApply
           EVALUATE TRUE
              WHEN CG-ACT-ADD AND ROW-UNFOUND
                 IF WS-ROW-NUM < WS-ROW-MAX THEN
                    ADD +1 TO WS-ROW-NUM
                    SET WS-ROW-IDX TO WS-ROW-NUM
                    MOVE CG-ROW-KEY TO WS-ROW-KEY(WS-ROW-IDX)
                    MOVE CG-ROW-SET TO WS-ROW-SET(WS-ROW-IDX)
                    SET ROW-ON-FILE(WS-ROW-IDX) TO TRUE
                    MOVE CG-AFTER-IMAGE TO WS-ROW-IMAGE(WS-ROW-IDX)
                 END-IF
              WHEN CG-ACT-CHANGE AND ROW-FOUND
                 MOVE CG-AFTER-IMAGE TO WS-ROW-IMAGE(WS-ROW-IDX)
              WHEN CG-ACT-DELETE AND ROW-FOUND
                 SET ROW-DELETED(WS-ROW-IDX) TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       3210-EXIT.
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
      *        LOOKS FOR THE ROW STILL ON FILE WITH THE KEY AND SET
      *        IN WS-FIND-KEY/SET - WS-ROW-IDX IS LEFT ON IT
           SET ROW-UNFOUND TO TRUE.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-NUM
                 OR ROW-FOUND
              IF WS-ROW-KEY(WS-ROW-IDX) = WS-FIND-KEY
                 AND WS-ROW-SET(WS-ROW-IDX) = WS-FIND-SET
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

       3600-COUNT-LIVE-ROWS.
           MOVE ZERO TO WS-LIVE-ROWS.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-NUM
              IF ROW-ON-FILE(WS-ROW-IDX) THEN
                 ADD +1 TO WS-LIVE-ROWS
              END-IF
           END-PERFORM.
       3600-EXIT.
              EXIT.

       3700-PLACE-KEY.
      *        A NEW ROW STARTS AS ITS KEY AND SET WITH EVERYTHING
      *        ELSE BLANK (ZERO IN THE NUMBERS) FOR THE OPERATOR
      *        TO FILL IN
           EVALUATE WS-SEL-FILE
              WHEN "KEYPARAM"
                 MOVE WS-SEL-KEY TO KP-JSON-KEY
              WHEN "KEYDICT "
                 MOVE WS-SEL-KEY TO KD-JSON-KEY
                 MOVE WS-SEL-SET TO KD-RULE-SET
                 MOVE ZEROS TO KD-MIN-LEN
                 MOVE ZEROS TO KD-MAX-LEN
              WHEN "MAPPING "
                 MOVE WS-SEL-KEY TO MP-JSON-KEY
                 MOVE WS-SEL-SET TO MP-RULE-SET
                 MOVE ZEROS TO MP-START-POS
              WHEN "DISPOSN "
                 MOVE WS-SEL-KEY TO DS-REASON-CODE
              WHEN "PARTNER "
                 MOVE WS-SEL-KEY TO PT-PARTNER-ID
           END-EVALUATE.
       3700-EXIT.
              EXIT.

       4000-DETAIL-TURN.
      *        ONE PASS OF THE FILE'S DETAIL SCREEN.  A ROW THAT
      *        FAILS AN EDIT COMES BACK WITH THE REASON UNTIL IT IS
      *        PUT RIGHT OR THE OPERATOR ANSWERS N
           DISPLAY DETAIL-HEAD-SCREEN.
           EVALUATE WS-SEL-FILE
              WHEN "KEYPARAM"
                 DISPLAY KEYPARAM-SCREEN
                 ACCEPT KEYPARAM-SCREEN
              WHEN "KEYDICT "
                 DISPLAY KEYDICT-SCREEN
                 ACCEPT KEYDICT-SCREEN
              WHEN "MAPPING "
                 DISPLAY MAPPING-SCREEN
                 ACCEPT MAPPING-SCREEN
              WHEN "DISPOSN "
                 DISPLAY DISPOSN-SCREEN
                 ACCEPT DISPOSN-SCREEN
              WHEN "PARTNER "
                 DISPLAY PARTNER-SCREEN
                 ACCEPT PARTNER-SCREEN
           END-EVALUATE.
           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACES TO WS-WARNING.
           IF WS-CONFIRM NOT = "Y" AND NOT = "y" THEN
              MOVE "CHANGE ABANDONED - NOTHING LOGGED" TO WS-MESSAGE
              SET DETAIL-DONE TO TRUE
              GO TO 4000-EXIT
           END-IF.
           PERFORM 5000-EDIT-ROW
              THRU 5000-EXIT.
           IF EDIT-FAILED THEN
              GO TO 4000-EXIT
           END-IF.
           IF WS-EDIT-IMAGE = WS-BEFORE-IMAGE THEN
              MOVE "ROW UNCHANGED - NOTHING LOGGED" TO WS-MESSAGE
              SET DETAIL-DONE TO TRUE
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4900-LOG-CHANGE
              THRU 4900-EXIT.
           SET DETAIL-DONE TO TRUE.
       4000-EXIT.
              EXIT.

       4500-CONFIRM-DELETE.
           DISPLAY DETAIL-HEAD-SCREEN.
           DISPLAY DELETE-SCREEN.
           MOVE "N" TO WS-CONFIRM.
           ACCEPT DELETE-SCREEN.
           IF WS-CONFIRM NOT = "Y" AND NOT = "y" THEN
              MOVE "DELETE ABANDONED - NOTHING LOGGED" TO WS-MESSAGE
              GO TO 4500-EXIT
           END-IF.
           PERFORM 4900-LOG-CHANGE
              THRU 4900-EXIT.
       4500-EXIT.
              EXIT.

       4900-LOG-CHANGE.
      *        WRITES THE CHANGE TO CTL-CHANGE.dat AS PENDING.  THE
      *        TIME KEYED TO THE HUNDREDTH AND THE OPERATOR MAKE THE
      *        KEY UNIQUE WITHIN THE EFFECTIVE DATE
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO CTL-CHANGE-REC.
           MOVE WS-TARGET-DATE  TO CG-EFF-DATE.
           MOVE WS-NOW-DATE     TO CG-ENTERED-DATE.
           MOVE WS-NOW-TIME     TO CG-ENTERED-TIME.
           MOVE WS-USER-ID      TO CG-USER-ID.
           MOVE WS-SEL-FILE     TO CG-FILE-NAME.
           MOVE WS-SEL-FUNCTION TO CG-ACTION.
           MOVE WS-SEL-KEY      TO CG-ROW-KEY.
           MOVE WS-SEL-SET      TO CG-ROW-SET.
           SET CG-STAT-PENDING TO TRUE.
           MOVE ZEROS           TO CG-STATUS-CYCLE.
           MOVE ZEROS           TO CG-STATUS-RUN.
           MOVE WS-BEFORE-IMAGE TO CG-BEFORE-IMAGE.
           IF CG-ACT-DELETE THEN
              MOVE SPACES TO CG-AFTER-IMAGE
           ELSE
              MOVE WS-EDIT-IMAGE TO CG-AFTER-IMAGE
           END-IF.
           WRITE CTL-CHANGE-REC
              INVALID KEY
                 MOVE SPACES TO WS-MESSAGE
                 STRING "CHANGE NOT LOGGED - FILE STATUS "
                        WS-CG-STATUS " - KEY IT AGAIN"
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
                 GO TO 4900-EXIT
           END-WRITE.
           ADD +1 TO WS-CHANGES-LOGGED.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-TARGET-DATE > RC-CYCLE-DATE THEN
              STRING "CHANGE LOGGED - IT TAKES EFFECT WITH CYCLE "
                     WS-TARGET-DATE
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           ELSE
              MOVE "CHANGE LOGGED - LIVE AFTER THE NEXT ControlApply"
                TO WS-MESSAGE
           END-IF.
       4900-EXIT.
              EXIT.

       5000-EDIT-ROW.
      *        THE ControlAudit EDITS FOR THE FILE, RUN AGAINST THE
      *        ROW ON THE SCREEN.  A FAULT ControlAudit CALLS FATAL
      *        REFUSES THE ROW WITH THE REASON IN WS-MESSAGE; ONE IT
      *        CALLS A WARNING IS LEFT IN WS-WARNING AND THE ROW IS
      *        ACCEPTED
           SET EDIT-PASSED TO TRUE.
           EVALUATE WS-SEL-FILE
              WHEN "KEYPARAM"
                 PERFORM 5100-EDIT-KEYPARAM
                    THRU 5100-EXIT
              WHEN "KEYDICT "
                 PERFORM 5200-EDIT-KEYDICT
                    THRU 5200-EXIT
              WHEN "MAPPING "
                 PERFORM 5300-EDIT-MAPPING
                    THRU 5300-EXIT
              WHEN "DISPOSN "
                 PERFORM 5400-EDIT-DISPOSN
                    THRU 5400-EXIT
              WHEN "PARTNER "
                 PERFORM 5500-EDIT-PARTNER
                    THRU 5500-EXIT
           END-EVALUATE.
       5000-EXIT.
              EXIT.

       5100-EDIT-KEYPARAM.
           INSPECT KP-MANDATORY-FLAG CONVERTING "yn" TO "YN".
           IF KP-MANDATORY-FLAG NOT = 'Y'
              AND KP-MANDATORY-FLAG NOT = 'N'
              AND KP-MANDATORY-FLAG NOT = SPACE THEN
              MOVE "MANDATORY FLAG NOT Y/N - TREATED AS N"
                TO WS-WARNING
           END-IF.
       5100-EXIT.
              EXIT.

       5200-EDIT-KEYDICT.
           INSPECT KD-REQUIRED-FLAG CONVERTING "yn" TO "YN".
           INSPECT KD-VAL-TYPE CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF KD-REQUIRED-FLAG NOT = 'Y'
              AND KD-REQUIRED-FLAG NOT = 'N'
              AND KD-REQUIRED-FLAG NOT = SPACE THEN
              MOVE "REQUIRED FLAG NOT Y/N - TREATED AS N"
                TO WS-WARNING
           END-IF.
           EVALUATE KD-VAL-TYPE
              WHEN "STRING"
              WHEN "NUMERIC"
              WHEN "DECIMAL"
              WHEN "BOOLEAN"
              WHEN "NULL"
              WHEN "OBJECT"
              WHEN "ARRAY"
              WHEN "UNKNOWN"
              WHEN SPACES
                 CONTINUE
              WHEN "DATE"
                 PERFORM 5210-EDIT-DATE-FORMAT
                    THRU 5210-EXIT
                 IF EDIT-FAILED THEN
                    GO TO 5200-EXIT
                 END-IF
              WHEN OTHER
                 SET EDIT-FAILED TO TRUE
                 MOVE SPACES TO WS-MESSAGE
                 STRING "VALUE TYPE NOT RECOGNISED: " KD-VAL-TYPE
                    DELIMITED BY SIZE
                    INTO WS-MESSAGE
                 END-STRING
                 GO TO 5200-EXIT
           END-EVALUATE.
           IF KD-MIN-LEN IS NOT NUMERIC
              OR KD-MAX-LEN IS NOT NUMERIC THEN
              SET EDIT-FAILED TO TRUE
              MOVE "MIN OR MAX LENGTH IS NOT NUMERIC" TO WS-MESSAGE
              GO TO 5200-EXIT
           END-IF.
           IF KD-MIN-LEN > KD-MAX-LEN THEN
      *        AN INVERTED RANGE FLAGS EVERY VALUE AS BOTH TOO
      *        SHORT AND TOO LONG
              SET EDIT-FAILED TO TRUE
              MOVE "MIN LENGTH GREATER THAN MAX LENGTH" TO WS-MESSAGE
              GO TO 5200-EXIT
           END-IF.
       5200-EXIT.
              EXIT.

       5210-EDIT-DATE-FORMAT.
      *        A DATE ROW'S FORMAT MUST YIELD FOUR YEAR (C/Y), TWO
      *        MONTH (M) AND TWO DAY (D) DIGITS, AS ControlAudit
      *        REQUIRES - ANYTHING ELSE MAKES DateCheck REFUSE
      *        EVERY VALUE OF THE KEY
           MOVE ZERO TO WS-FMT-YEAR-CNT.
           MOVE ZERO TO WS-FMT-MONTH-CNT.
           MOVE ZERO TO WS-FMT-DAY-CNT.
           PERFORM VARYING WS-FMT-POS FROM 1 BY 1
              UNTIL WS-FMT-POS > 10
              EVALUATE KD-DATE-FORMAT(WS-FMT-POS:1)
                 WHEN "C"
                 WHEN "Y"
                    ADD +1 TO WS-FMT-YEAR-CNT
                 WHEN "M"
                    ADD +1 TO WS-FMT-MONTH-CNT
                 WHEN "D"
                    ADD +1 TO WS-FMT-DAY-CNT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.
           IF WS-FMT-YEAR-CNT NOT = +4
              OR WS-FMT-MONTH-CNT NOT = +2
              OR WS-FMT-DAY-CNT NOT = +2 THEN
              SET EDIT-FAILED TO TRUE
              MOVE SPACES TO WS-MESSAGE
              STRING "DATE FORMAT NOT USABLE: " KD-DATE-FORMAT
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           END-IF.
       5210-EXIT.
              EXIT.

       5300-EDIT-MAPPING.
           MOVE MP-PICTURE TO WS-PIC-TEXT.
           PERFORM 5310-PARSE-PICTURE
              THRU 5310-EXIT.
           IF PICTURE-BAD THEN
              SET EDIT-FAILED TO TRUE
              MOVE SPACES TO WS-MESSAGE
              STRING "PICTURE NOT X(n)/9(n)/9(n)V9(m): "
                 MP-PICTURE
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
              GO TO 5300-EXIT
           END-IF.
           MOVE WS-PIC-FIELD-LEN TO WS-ROW-FIELD-LEN.
           IF MP-START-POS IS NOT NUMERIC THEN
              SET EDIT-FAILED TO TRUE
              MOVE "START POSITION IS NOT NUMERIC" TO WS-MESSAGE
              GO TO 5300-EXIT
           END-IF.
           COMPUTE WS-END-POS-A =
              MP-START-POS + WS-ROW-FIELD-LEN - 1.
           IF MP-START-POS < +1
              OR WS-END-POS-A > WS-MASTER-REC-LEN THEN
              SET EDIT-FAILED TO TRUE
              MOVE "FIELD FALLS OUTSIDE THE 512-BYTE RECORD"
                TO WS-MESSAGE
              GO TO 5300-EXIT
           END-IF.
           IF WS-END-POS-A > +470 THEN
      *        BYTES 471-512 ARE THE ENRICHMENT TAIL THE REFERENCE
      *        CHECK FILLS (SEE CUSTREF)
              MOVE "FIELD CLAIMS THE RESERVED ENRICHMENT TAIL"
                TO WS-WARNING
           END-IF.
           PERFORM 5350-CHECK-OVERLAPS
              THRU 5350-EXIT.
       5300-EXIT.
              EXIT.

       5310-PARSE-PICTURE.
      *        THE SAME THREE PICTURE SHAPES JSONMapper AND
      *        ControlAudit ACCEPT - X(nn), 9(nn) AND 9(nn)V9(mm) -
      *        PARSED FROM WS-PIC-TEXT, LEAVING THE FIELD'S BYTE
      *        LENGTH IN WS-PIC-FIELD-LEN
           SET PICTURE-OK TO TRUE.
           MOVE ZERO TO WS-PIC-INT-DIGITS.
           MOVE ZERO TO WS-PIC-DEC-DIGITS.
           MOVE ZERO TO WS-PIC-FIELD-LEN.
           MOVE +1 TO WS-PIC-SCAN-POS.
           EVALUATE WS-PIC-TEXT(1:1)
              WHEN 'X'
              WHEN '9'
                 CONTINUE
              WHEN OTHER
                 SET PICTURE-BAD TO TRUE
                 GO TO 5310-EXIT
           END-EVALUATE.
           ADD +1 TO WS-PIC-SCAN-POS.
           PERFORM 5320-PARSE-DIGIT-COUNT
              THRU 5320-EXIT.
           IF PICTURE-BAD THEN
              GO TO 5310-EXIT
           END-IF.
           MOVE WS-PIC-DIGITS TO WS-PIC-INT-DIGITS.
           IF WS-PIC-TEXT(1:1) = 'X' THEN
              IF WS-PIC-SCAN-POS <= 14
                 AND WS-PIC-TEXT(WS-PIC-SCAN-POS:) NOT = SPACES THEN
                 SET PICTURE-BAD TO TRUE
                 GO TO 5310-EXIT
              END-IF
              MOVE WS-PIC-DIGITS TO WS-PIC-FIELD-LEN
              GO TO 5310-EXIT
           END-IF.
           IF WS-PIC-SCAN-POS > 14
              OR WS-PIC-TEXT(WS-PIC-SCAN-POS:) = SPACES THEN
      *        PLAIN 9(nn) - NO DECIMAL PART
              MOVE WS-PIC-DIGITS TO WS-PIC-FIELD-LEN
              GO TO 5310-EXIT
           END-IF.
           IF WS-PIC-SCAN-POS > 13
              OR WS-PIC-TEXT(WS-PIC-SCAN-POS:2) NOT = "V9" THEN
              SET PICTURE-BAD TO TRUE
              GO TO 5310-EXIT
           END-IF.
           ADD +2 TO WS-PIC-SCAN-POS.
           PERFORM 5320-PARSE-DIGIT-COUNT
              THRU 5320-EXIT.
           IF PICTURE-BAD THEN
              GO TO 5310-EXIT
           END-IF.
           IF WS-PIC-SCAN-POS <= 14
              AND WS-PIC-TEXT(WS-PIC-SCAN-POS:) NOT = SPACES THEN
              SET PICTURE-BAD TO TRUE
              GO TO 5310-EXIT
           END-IF.
           MOVE WS-PIC-DIGITS TO WS-PIC-DEC-DIGITS.
           COMPUTE WS-PIC-FIELD-LEN =
              WS-PIC-INT-DIGITS + WS-PIC-DEC-DIGITS.
      *        THE MAPPER'S VALUE SPLITTER CARRIES AT MOST 18
      *        DIGITS EITHER SIDE OF THE POINT
           IF WS-PIC-INT-DIGITS > +18
              OR WS-PIC-DEC-DIGITS > +18 THEN
              SET PICTURE-BAD TO TRUE
           END-IF.
       5310-EXIT.
              EXIT.

       5320-PARSE-DIGIT-COUNT.
      *        EXPECTS "(nnn)" AT WS-PIC-SCAN-POS AND LEAVES THE
      *        COUNT IN WS-PIC-DIGITS WITH THE SCAN POSITIONED JUST
      *        PAST THE CLOSING PARENTHESIS
           IF WS-PIC-TEXT(WS-PIC-SCAN-POS:1) NOT = "(" THEN
              SET PICTURE-BAD TO TRUE
              GO TO 5320-EXIT
           END-IF.
           ADD +1 TO WS-PIC-SCAN-POS.
           MOVE ZEROS TO WS-PIC-DIGITS.
           MOVE ZERO TO WS-PIC-DIGIT-CNT.
           PERFORM 5330-PARSE-ONE-DIGIT
              THRU 5330-EXIT
              UNTIL PICTURE-BAD
                 OR WS-PIC-TEXT(WS-PIC-SCAN-POS:1) = ")".
           IF PICTURE-BAD THEN
              GO TO 5320-EXIT
           END-IF.
           IF WS-PIC-DIGIT-CNT = ZERO OR WS-PIC-DIGITS = ZERO THEN
              SET PICTURE-BAD TO TRUE
              GO TO 5320-EXIT
           END-IF.
           ADD +1 TO WS-PIC-SCAN-POS.
       5320-EXIT.
              EXIT.

       5330-PARSE-ONE-DIGIT.
           IF WS-PIC-SCAN-POS > 14 THEN
      *        RAN OFF THE END OF THE PICTURE WITHOUT A ")"
              SET PICTURE-BAD TO TRUE
              GO TO 5330-EXIT
           END-IF.
           MOVE WS-PIC-TEXT(WS-PIC-SCAN-POS:1) TO WS-PIC-CHAR.
           IF WS-PIC-NUM IS NUMERIC THEN
              COMPUTE WS-PIC-DIGITS =
                 WS-PIC-DIGITS * 10 + WS-PIC-NUM
              ADD +1 TO WS-PIC-DIGIT-CNT
              ADD +1 TO WS-PIC-SCAN-POS
           ELSE
              SET PICTURE-BAD TO TRUE
           END-IF.
       5330-EXIT.
              EXIT.

       5350-CHECK-OVERLAPS.
      *        THE ROW'S BYTES (MP-START-POS TO WS-END-POS-A) MUST
      *        NOT OVERLAP ANY OTHER ROW OF THE SAME RULE SET - A
      *        BLANK-SET ROW SHARES BYTES WITH EVERY SET.  THE ROW
      *        BEING CHANGED IS NOT COMPARED WITH ITSELF, AND ROWS
      *        WHOSE OWN PICTURE OR POSITION IS BAD ARE LEFT TO
      *        ControlAudit
           PERFORM VARYING WS-SUB-A FROM 1 BY 1
              UNTIL WS-SUB-A > WS-ROW-NUM
                 OR EDIT-FAILED
              PERFORM 5360-CHECK-ONE-OVERLAP
                 THRU 5360-EXIT
           END-PERFORM.
       5350-EXIT.
              EXIT.

       5360-CHECK-ONE-OVERLAP.
           IF ROW-DELETED(WS-SUB-A) THEN
              GO TO 5360-EXIT
           END-IF.
           IF WS-ROW-KEY(WS-SUB-A) = MP-JSON-KEY
              AND WS-ROW-SET(WS-SUB-A) = MP-RULE-SET THEN
              GO TO 5360-EXIT
           END-IF.
           IF WS-ROW-SET(WS-SUB-A) NOT = MP-RULE-SET
              AND WS-ROW-SET(WS-SUB-A) NOT = SPACES
              AND MP-RULE-SET NOT = SPACES THEN
      *        DIFFERENT PARTNERS NEVER SHARE AN OUTPUT RECORD
              GO TO 5360-EXIT
           END-IF.
           MOVE WS-ROW-IMAGE(WS-SUB-A) TO WS-SCAN-IMAGE.
           IF SC-MP-START-POS IS NOT NUMERIC THEN
              GO TO 5360-EXIT
           END-IF.
           MOVE SC-MP-PICTURE TO WS-PIC-TEXT.
           PERFORM 5310-PARSE-PICTURE
              THRU 5310-EXIT.
           IF PICTURE-BAD THEN
              GO TO 5360-EXIT
           END-IF.
           COMPUTE WS-END-POS-B =
              SC-MP-START-POS + WS-PIC-FIELD-LEN - 1.
           IF MP-START-POS <= WS-END-POS-B
              AND SC-MP-START-POS <= WS-END-POS-A THEN
              SET EDIT-FAILED TO TRUE
              MOVE SC-MP-START-POS TO WS-POS-EDIT-A
              MOVE WS-END-POS-B TO WS-POS-EDIT-B
              MOVE SPACES TO WS-MESSAGE
              STRING "OVERLAPS BYTES " WS-POS-EDIT-A "-"
                     WS-POS-EDIT-B " OF " SC-MP-JSON-KEY(1:45)
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           END-IF.
       5360-EXIT.
              EXIT.

       5400-EDIT-DISPOSN.
           INSPECT DS-ACTION CONVERTING "rad" TO "RAD".
           IF DS-ACTION NOT = 'R' AND DS-ACTION NOT = 'A'
              AND DS-ACTION NOT = 'D' THEN
      *        RejectRecycle DROPS THE ROW AND THEN HOLDS EVERY
      *        RECORD WITH THIS REASON FOREVER
              SET EDIT-FAILED TO TRUE
              MOVE SPACES TO WS-MESSAGE
              STRING "ACTION CODE NOT R/A/D: " DS-ACTION
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE
              END-STRING
           END-IF.
       5400-EXIT.
              EXIT.

       5500-EDIT-PARTNER.
           IF PT-RULE-SET = SPACES THEN
      *        A PROFILE ROW THAT MAPS A PARTNER TO THE BLANK SET
      *        IS A NO-OP AND PROBABLY A HALF-KEYED ROW
              MOVE "PARTNER MAPPED TO BLANK RULE SET" TO WS-WARNING
           END-IF.
       5500-EXIT.
              EXIT.

       6000-BROWSE-ROWS.
      *        PAGES THROUGH THE FILE AS IT WILL STAND ON THE
      *        EFFECTIVE DATE, IN FILE ORDER - EVERY ROW WHOSE KEY
      *        STARTS WITH THE KEYED PREFIX AND, WHEN ONE IS KEYED,
      *        WHOSE RULE SET MATCHES
           MOVE SPACES TO WS-FIND-KEY.
           MOVE SPACES TO WS-FIND-SET.
           PERFORM 3100-LOAD-IMAGE
              THRU 3100-EXIT.
           IF EDIT-FAILED THEN
              GO TO 6000-EXIT
           END-IF.
           PERFORM 6900-MEASURE-KEY
              THRU 6900-EXIT.
           PERFORM 6050-SET-HEADING
              THRU 6050-EXIT.
           MOVE ZERO TO WS-BRW-COUNT.
           MOVE +1 TO WS-BRW-NEXT.
           SET BROWSE-OPEN TO TRUE.
           PERFORM 6100-BROWSE-PAGE
              THRU 6100-EXIT
              UNTIL BROWSE-DONE.
           MOVE SPACES TO WS-MESSAGE.
           MOVE WS-BRW-COUNT TO WS-COUNT-EDIT.
           STRING "BROWSE ENDED - " WS-COUNT-EDIT " ROWS LISTED"
              DELIMITED BY SIZE
              INTO WS-MESSAGE
           END-STRING.
       6000-EXIT.
              EXIT.

       6050-SET-HEADING.
           EVALUATE WS-SEL-FILE
              WHEN "KEYPARAM"
                 MOVE "KEY                                             "
                   TO WS-BRW-HEADING
                 MOVE "MANDATORY" TO WS-BRW-HEADING(62:)
              WHEN "KEYDICT "
                 MOVE "KEY                               SET      R "
                   TO WS-BRW-HEADING
                 MOVE "TYPE       MIN   MAX   FORMAT"
                   TO WS-BRW-HEADING(46:)
              WHEN "MAPPING "
                 MOVE "KEY                         SET      TARGET    "
                   TO WS-BRW-HEADING
                 MOVE "           START PICTURE"
                   TO WS-BRW-HEADING(48:)
              WHEN "DISPOSN "
                 MOVE "CODE A COMMENT" TO WS-BRW-HEADING
              WHEN "PARTNER "
                 MOVE "PARTNER ID           RULE SET" TO WS-BRW-HEADING
           END-EVALUATE.
       6050-EXIT.
              EXIT.

       6100-BROWSE-PAGE.
      *        FILLS AND SHOWS ONE PAGE, PICKING UP AT WS-BRW-NEXT
           MOVE ZERO TO WS-BRW-LINE-NUM.
           PERFORM VARYING WS-BRW-IDX FROM 1 BY 1
              UNTIL WS-BRW-IDX > WS-BRW-LINE-MAX
              MOVE SPACES TO WS-BRW-LINE(WS-BRW-IDX)
           END-PERFORM.
           PERFORM VARYING WS-SUB-A FROM WS-BRW-NEXT BY 1
              UNTIL WS-SUB-A > WS-ROW-NUM
                 OR WS-BRW-LINE-NUM NOT < WS-BRW-LINE-MAX
              PERFORM 6150-LIST-ONE-ROW
                 THRU 6150-EXIT
           END-PERFORM.
           MOVE WS-SUB-A TO WS-BRW-NEXT.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-BRW-NEXT > WS-ROW-NUM THEN
              MOVE "END OF FILE" TO WS-MESSAGE
           END-IF.
           MOVE SPACE TO WS-CONFIRM.
           DISPLAY BROWSE-SCREEN.
           ACCEPT BROWSE-SCREEN.
           IF WS-BRW-NEXT > WS-ROW-NUM
              OR (WS-CONFIRM NOT = "N" AND NOT = "n") THEN
              SET BROWSE-DONE TO TRUE
           END-IF.
       6100-EXIT.
              EXIT.

       6150-LIST-ONE-ROW.
           IF ROW-DELETED(WS-SUB-A) THEN
              GO TO 6150-EXIT
           END-IF.
           IF WS-SEL-SET NOT = SPACES
              AND WS-ROW-SET(WS-SUB-A) NOT = WS-SEL-SET THEN
              GO TO 6150-EXIT
           END-IF.
           IF WS-KEY-LEN > ZERO THEN
              IF WS-ROW-KEY(WS-SUB-A)(1:WS-KEY-LEN)
                 NOT = WS-SEL-KEY(1:WS-KEY-LEN) THEN
                 GO TO 6150-EXIT
              END-IF
           END-IF.
           ADD +1 TO WS-BRW-LINE-NUM.
           ADD +1 TO WS-BRW-COUNT.
           SET WS-BRW-IDX TO WS-BRW-LINE-NUM.
           MOVE WS-ROW-IMAGE(WS-SUB-A) TO WS-SCAN-IMAGE.
           EVALUATE WS-SEL-FILE
              WHEN "KEYPARAM"
                 STRING SC-KP-JSON-KEY " " SC-KP-MANDATORY-FLAG
                    DELIMITED BY SIZE
                    INTO WS-BRW-LINE(WS-BRW-IDX)
                 END-STRING
              WHEN "KEYDICT "
                 STRING SC-KD-JSON-KEY(1:33) " " SC-KD-RULE-SET " "
                        SC-KD-REQUIRED-FLAG " " SC-KD-VAL-TYPE " "
                        SC-KD-MIN-LEN " " SC-KD-MAX-LEN " "
                        SC-KD-DATE-FORMAT
                    DELIMITED BY SIZE
                    INTO WS-BRW-LINE(WS-BRW-IDX)
                 END-STRING
              WHEN "MAPPING "
                 STRING SC-MP-JSON-KEY(1:27) " " SC-MP-RULE-SET " "
                        SC-MP-TARGET-FIELD(1:20) " "
                        SC-MP-START-POS " " SC-MP-PICTURE
                    DELIMITED BY SIZE
                    INTO WS-BRW-LINE(WS-BRW-IDX)
                 END-STRING
              WHEN OTHER
                 MOVE WS-SCAN-IMAGE TO WS-BRW-LINE(WS-BRW-IDX)
           END-EVALUATE.
       6150-EXIT.
              EXIT.

       6500-BROWSE-CHANGE-LOG.
      *        PAGES THROUGH THE CHANGE LOG FOR THE FILE IN
      *        EFFECTIVE-DATE ORDER - PENDING, APPLIED AND FAILED
      *        ALIKE - FOR THE KEYED KEY PREFIX AND RULE SET
           PERFORM 6900-MEASURE-KEY
              THRU 6900-EXIT.
           MOVE "EFFECT   S A USER     KEYED    KEY" TO WS-BRW-HEADING.
           MOVE "SET" TO WS-BRW-HEADING(71:).
           MOVE ZERO TO WS-BRW-COUNT.
           SET MORE-CHANGES TO TRUE.
           MOVE LOW-VALUES TO CG-KEY.
           START CtlChangeFile KEY NOT < CG-KEY
              INVALID KEY
                 SET END-OF-CHANGES TO TRUE
           END-START.
           SET BROWSE-OPEN TO TRUE.
           PERFORM 6600-CHANGE-LOG-PAGE
              THRU 6600-EXIT
              UNTIL BROWSE-DONE.
           MOVE SPACES TO WS-MESSAGE.
           MOVE WS-BRW-COUNT TO WS-COUNT-EDIT.
           STRING "LOG ENDED - " WS-COUNT-EDIT " CHANGES LISTED"
              DELIMITED BY SIZE
              INTO WS-MESSAGE
           END-STRING.
       6500-EXIT.
              EXIT.

       6600-CHANGE-LOG-PAGE.
           MOVE ZERO TO WS-BRW-LINE-NUM.
           PERFORM VARYING WS-BRW-IDX FROM 1 BY 1
              UNTIL WS-BRW-IDX > WS-BRW-LINE-MAX
              MOVE SPACES TO WS-BRW-LINE(WS-BRW-IDX)
           END-PERFORM.
           PERFORM 6650-LIST-ONE-CHANGE
              THRU 6650-EXIT
              UNTIL END-OF-CHANGES
                 OR WS-BRW-LINE-NUM NOT < WS-BRW-LINE-MAX.
           MOVE SPACES TO WS-MESSAGE.
           IF END-OF-CHANGES THEN
              MOVE "END OF CHANGE LOG" TO WS-MESSAGE
           END-IF.
           MOVE SPACE TO WS-CONFIRM.
           DISPLAY BROWSE-SCREEN.
           ACCEPT BROWSE-SCREEN.
           IF END-OF-CHANGES
              OR (WS-CONFIRM NOT = "N" AND NOT = "n") THEN
              SET BROWSE-DONE TO TRUE
           END-IF.
       6600-EXIT.
              EXIT.

       6650-LIST-ONE-CHANGE.
           READ CtlChangeFile NEXT RECORD
              AT END
                 SET END-OF-CHANGES TO TRUE
                 GO TO 6650-EXIT
           END-READ.
           IF CG-FILE-NAME NOT = WS-SEL-FILE THEN
              GO TO 6650-EXIT
           END-IF.
           IF WS-SEL-SET NOT = SPACES
              AND CG-ROW-SET NOT = WS-SEL-SET THEN
              GO TO 6650-EXIT
           END-IF.
           IF WS-KEY-LEN > ZERO THEN
              IF CG-ROW-KEY(1:WS-KEY-LEN)
                 NOT = WS-SEL-KEY(1:WS-KEY-LEN) THEN
                 GO TO 6650-EXIT
              END-IF
           END-IF.
           ADD +1 TO WS-BRW-LINE-NUM.
           ADD +1 TO WS-BRW-COUNT.
           SET WS-BRW-IDX TO WS-BRW-LINE-NUM.
           STRING CG-EFF-DATE " " CG-STATUS " " CG-ACTION " "
                  CG-USER-ID " " CG-ENTERED-DATE " "
                  CG-ROW-KEY(1:34) " " CG-ROW-SET
              DELIMITED BY SIZE
              INTO WS-BRW-LINE(WS-BRW-IDX)
           END-STRING.
       6650-EXIT.
              EXIT.

       6900-MEASURE-KEY.
      *        THE LENGTH OF THE KEYED PREFIX WITHOUT ITS TRAILING
      *        SPACES - ZERO WHEN NONE WAS KEYED
           PERFORM VARYING WS-KEY-LEN FROM 60 BY -1
              UNTIL WS-KEY-LEN < 1
                 OR WS-SEL-KEY(WS-KEY-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
       6900-EXIT.
              EXIT.
       END PROGRAM ControlMaint.
