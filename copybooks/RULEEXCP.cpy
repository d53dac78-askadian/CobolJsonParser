      *****************************************************************
      *                                                               *
      *    RULEEXCP - RECORD LAYOUT FOR RULE-EXCEPT.dat, THE          *
      *    BUSINESS RULE EXCEPTION FILE RuleValidator WRITES: ONE     *
      *    ROW PER BROKEN RULE PER RECORD, IN RECORD SEQUENCE,        *
      *    CARRYING THE RULE ID FROM RULES.dat, ITS SEVERITY          *
      *    (W = WARN, H = HOLD), THE KEY AT FAULT, THE VALUE FOUND    *
      *    AND THE VALUE THE RULE WANTED.  THE FIRST ROW IS THE       *
      *    CYCLEHDR STAMP.  JSONMapper READS IT TO KEEP HELD          *
      *    RECORDS OFF MASTER-OUT.dat.  SHARED BY EVERY PROGRAM       *
      *    THAT READS OR WRITES THE FILE - COPY IT INTO THE FD        *
      *    RATHER THAN RE-KEYING THE LAYOUT.                          *
      *                                                               *
      *****************************************************************
       01  RULE-EXCEPT-REC.
           05  RX-RECORD-SEQ-NO      PIC 9(07).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RX-RULE-ID            PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RX-SEVERITY           PIC X(01).
               88  RX-SEV-WARN           VALUE "W".
               88  RX-SEV-HOLD           VALUE "H".
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RX-JSON-KEY           PIC X(60).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RX-ACTUAL             PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RX-EXPECTED           PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RX-REASON-TEXT        PIC X(40).
