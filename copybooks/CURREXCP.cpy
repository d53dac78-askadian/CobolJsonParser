      *****************************************************************
      *                                                               *
      *    CURREXCP - RECORD LAYOUT FOR CURR-EXCEPT.dat, THE          *
      *    CURRENCY EXCEPTION FILE RateConvert WRITES: ONE ROW PER    *
      *    TYPED PAIR LEFT UNPOSTED, IN RECORD SEQUENCE, WITH THE     *
      *    CODE SAYING WHY -                                          *
      *       UCCY  CURRENCY CODE NOT ON THE RATE TABLE AT ALL        *
      *       NRAT  CURRENCY KNOWN, BUT NO RATE FOR THE CYCLE DATE    *
      *       CVOV  BASE-CURRENCY VALUE TOO LARGE FOR THE FIELD       *
      *    THE CURRENCY AS SENT AND THE VALUE TEXT RIDE ALONG.  THE   *
      *    FIRST ROW IS THE CYCLEHDR STAMP.  SHARED BY EVERY PROGRAM  *
      *    THAT READS OR WRITES THE FILE - COPY IT INTO THE FD        *
      *    RATHER THAN RE-KEYING THE LAYOUT.                          *
      *                                                               *
      *****************************************************************
       01  CURR-EXCEPT-REC.
           05  CX-RECORD-SEQ-NO      PIC 9(07).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CX-EXCEPT-CODE        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CX-JSON-KEY           PIC X(60).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CX-CURRENCY           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CX-JSON-VAL           PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  CX-REASON-TEXT        PIC X(40).
