      *****************************************************************
      *                                                               *
      *    CONVOUT - RECORD LAYOUT FOR CONV-OUT.dat, THE CURRENCY-    *
      *    CONVERTED COPY OF TYPED-OUT.dat WRITTEN BY RateConvert.    *
      *    ONE RECORD PER TYPED PAIR WHOSE RECORD'S CURRENCY COULD    *
      *    BE CONVERTED, CARRYING THE AMOUNT TWICE - AS SENT, IN THE  *
      *    RECORD'S OWN CURRENCY, AND IN THE BASE CURRENCY AT THE     *
      *    CYCLE DATE'S RATE (1 FOR A BASE-CURRENCY RECORD).  PAIRS   *
      *    OF A RECORD WITH AN UNKNOWN CURRENCY OR NO RATE ARE ON     *
      *    CURR-EXCEPT.dat INSTEAD, NEVER HERE.  CV-CONV-STATUS IS    *
      *    TO-CONV-STATUS CARRIED OVER (SEE TYPEDOUT) - AN O OR M     *
      *    PAIR HAS ZERO IN BOTH VALUES.  THE FIRST RECORD IS THE     *
      *    CYCLEHDR STAMP.  THE FILE IS RECORD SEQUENTIAL, NOT LINE   *
      *    SEQUENTIAL - THE PACKED BYTES ARE NOT TEXT.  SHARED BY     *
      *    EVERY PROGRAM THAT READS OR WRITES THE FILE - COPY IT      *
      *    INTO THE FD RATHER THAN RE-KEYING THE LAYOUT.              *
      *                                                               *
      *****************************************************************
       01  CONV-OUT-REC.
           05  CV-CYCLE-DATE         PIC 9(08).
           05  FILLER                PIC X(01).
           05  CV-RUN-NO             PIC 9(03).
           05  FILLER                PIC X(01).
           05  CV-RECORD-SEQ-NO      PIC 9(07).
           05  FILLER                PIC X(01).
           05  CV-ITEM-SEQ-NO        PIC 9(04).
           05  FILLER                PIC X(01).
           05  CV-JSON-KEY           PIC X(60).
           05  FILLER                PIC X(01).
           05  CV-CONV-STATUS        PIC X(01).
               88  CV-CONV-GOOD          VALUE "G".
               88  CV-CONV-TRUNCATED     VALUE "T".
               88  CV-CONV-OVERFLOW      VALUE "O".
               88  CV-CONV-MALFORMED     VALUE "M".
               88  CV-CONV-USABLE        VALUE "G" "T".
           05  FILLER                PIC X(01).
           05  CV-ORIG-CCY           PIC X(03).
           05  FILLER                PIC X(01).
           05  CV-BASE-CCY           PIC X(03).
           05  FILLER                PIC X(01).
           05  CV-ORIG-VAL           PIC S9(13)V9(04) COMP-3.
           05  CV-RATE               PIC S9(05)V9(08) COMP-3.
           05  CV-BASE-VAL           PIC S9(13)V9(04) COMP-3.
