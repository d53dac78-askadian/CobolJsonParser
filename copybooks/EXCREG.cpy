      *****************************************************************
      *                                                               *
      *    EXCREG - RECORD LAYOUT FOR EXCEPT-REG.dat, THE PERSISTENT  *
      *    EXCEPTION REGISTER ExceptRegister KEEPS ACROSS CYCLES.     *
      *    ONE ENTRY PER CYCLE, RUN, RECORD NUMBER AND EXCEPTION      *
      *    CODE (THE REJECT, DUPLICATE OR VIOLATION CODE, OR THE      *
      *    RULE ID FOR A BUSINESS RULE FAILURE), CARRYING THE STEP    *
      *    THAT RAISED IT, THE RECORD'S IDENTIFYING VALUE AND         *
      *    PARTNER, THE KEY AT FAULT AND THE REASON.  OPERATIONS      *
      *    WORK EACH ENTRY THROUGH OWNER, STATUS (O OPEN, P IN        *
      *    PROGRESS, R RESOLVED, W WRITTEN OFF) AND A RESOLUTION      *
      *    NOTE.  ER-SEQ-SOURCE SAYS WHICH FILE THE RECORD NUMBER     *
      *    COUNTS: "P" A RECORD OF THE PARSER'S INPUT, "M" A          *
      *    MASTER-IN.dat RECORD OF THE RESPONSE LEG - THE TWO ARE     *
      *    NUMBERED APART AND WOULD OTHERWISE SHARE KEYS.             *
      *    THE IDENTIFYING VALUE IS AN ALTERNATE KEY WITH             *
      *    DUPLICATES SO A LATER CLEAN COPY OF THE RECORD CAN FIND    *
      *    AND CLOSE WHAT IS STILL OPEN AGAINST IT.  THE FILE LIVES   *
      *    ACROSS CYCLES - IT IS NEVER OPENED OUTPUT BY A ROUTINE     *
      *    RUN.  SHARED BY EVERY PROGRAM THAT READS OR WRITES THE     *
      *    FILE - COPY IT INTO THE FD RATHER THAN RE-KEYING THE       *
      *    LAYOUT.                                                    *
      *                                                               *
      *****************************************************************
       01  EXCEPT-REG-REC.
           05  ER-KEY.
               10  ER-CYCLE-DATE     PIC 9(08).
               10  ER-RUN-NO         PIC 9(03).
               10  ER-SEQ-SOURCE     PIC X(01).
                   88  ER-SEQ-PARSED     VALUE "P".
                   88  ER-SEQ-MASTER     VALUE "M".
               10  ER-SEQ-NO         PIC 9(07).
               10  ER-EXCEPT-CODE    PIC X(08).
           05  ER-ID-VALUE           PIC X(60).
           05  ER-SOURCE             PIC X(10).
           05  ER-PARTNER-ID         PIC X(20).
           05  ER-JSON-KEY           PIC X(60).
           05  ER-REASON-TEXT        PIC X(40).
           05  ER-HIT-COUNT          PIC 9(05).
           05  ER-STATUS             PIC X(01).
               88  ER-STAT-OPEN          VALUE "O".
               88  ER-STAT-IN-PROGRESS   VALUE "P".
               88  ER-STAT-RESOLVED      VALUE "R".
               88  ER-STAT-WRITTEN-OFF   VALUE "W".
               88  ER-STAT-UNRESOLVED    VALUE "O" "P".
           05  ER-OWNER              PIC X(08).
           05  ER-STATUS-DATE        PIC 9(08).
           05  ER-UPDATED-BY         PIC X(08).
           05  ER-NOTE               PIC X(60).
