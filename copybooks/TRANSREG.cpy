      *****************************************************************
      *                                                               *
      *    TRANSREG - RECORD LAYOUT FOR TRANSMIT-REG.dat, THE         *
      *    PERSISTENT INBOUND TRANSMISSION REGISTER TransmitCheck     *
      *    KEEPS.  ONE ENTRY PER PARTNER FILE EVER ACCEPTED FOR       *
      *    PARSING, KEYED ON THE PARTNER ID AND FILE SEQUENCE NUMBER  *
      *    FROM THE FILE'S HEADER RECORD, CARRYING THE HEADER'S       *
      *    CREATION TIMESTAMP, THE CYCLE AND RUN THE FILE WAS         *
      *    PARSED UNDER AND THE RECORD COUNT AND AMOUNT TOTAL FROM    *
      *    ITS CONTROL TRAILER (TR-COUNTS-GIVEN IS "N" WHEN THE FILE  *
      *    HAD NO USABLE TRAILER).  THE CYCLE AND RUN ARE AN          *
      *    ALTERNATE KEY WITH DUPLICATES SO A RUN ALREADY CARRYING    *
      *    ONE PARTNER'S FILE IS NEVER REUSED FOR ANOTHER.  TR-STATUS *
      *    IS "A" FOR A CLEAN FILE, "R" FOR ONE OPERATIONS RELEASED   *
      *    OVER A HOLD (TR-RELEASED-BY NAMES WHO).  THE FILE LIVES    *
      *    ACROSS CYCLES - IT IS NEVER OPENED OUTPUT BY A ROUTINE     *
      *    RUN.  SHARED BY EVERY PROGRAM THAT READS OR WRITES THE     *
      *    FILE - COPY IT INTO THE FD RATHER THAN RE-KEYING THE       *
      *    LAYOUT.                                                    *
      *                                                               *
      *****************************************************************
       01  TRANSMIT-REG-REC.
           05  TR-KEY.
               10  TR-PARTNER-ID     PIC X(20).
               10  TR-FILE-SEQ       PIC 9(07).
           05  TR-RUN-KEY.
               10  TR-CYCLE-DATE     PIC 9(08).
               10  TR-RUN-NO         PIC 9(03).
           05  TR-CREATED            PIC X(26).
           05  TR-COUNTS-GIVEN       PIC X(01).
               88  TR-COUNTS-PRESENT     VALUE "Y".
               88  TR-COUNTS-ABSENT      VALUE "N".
           05  TR-RECORD-COUNT       PIC 9(09).
           05  TR-AMOUNT-TOTAL       PIC S9(13)V9(04)
                                     SIGN IS LEADING SEPARATE.
           05  TR-STATUS             PIC X(01).
               88  TR-STAT-ACCEPTED      VALUE "A".
               88  TR-STAT-RELEASED      VALUE "R".
           05  TR-RELEASED-BY        PIC X(08).
