      *****************************************************************
      *                                                               *
      *    ARCHCAT - RECORD LAYOUT FOR ARCHIVE-CAT.dat, THE           *
      *    PERSISTENT CATALOG OF CYCLE OUTPUT GENERATIONS             *
      *    CycleArchive KEEPS AND CycleRestore READS.  ONE ENTRY PER  *
      *    DATASET, CYCLE AND RUN, NAMING THE GENERATION FILE THE     *
      *    DATASET WAS COPIED TO AND CARRYING WHAT WAS PROVED ABOUT   *
      *    IT WHEN IT WAS COPIED - ITS RECORD COUNT (THE HEADER       *
      *    INCLUDED), THE CYCLE STAMP IT CARRIED AND A CONTENT HASH   *
      *    OVER EVERY RECORD.  AC-DATASET HAS ROOM FOR THE LONGEST    *
      *    ACK FILE NAME PartnerAck BUILDS, ACK-<partner>.n.dat.      *
      *    AC-GEN-FILE-ORG SAYS HOW THE FILE IS READ: "L" LINE        *
      *    SEQUENTIAL, "F" FIXED-LENGTH RECORD SEQUENTIAL AT THE      *
      *    LENGTH OF CONV-OUT.dat, "T" THE SAME AT THE LENGTH OF      *
      *    TYPED-OUT.dat, "I" THE INDEXED PARSED-IDX.dat, UNLOADED IN *
      *    KEY ORDER TO FIXED-LENGTH RECORDS AND RELOADED FROM THEM.  *
      *    AC-STAMP-STYLE SAYS WHERE THE STAMP LIVES: "H" A CYCLEHDR  *
      *    HEADER RECORD, "C" THE CYCLE AND RUN COLUMNS OF EVERY      *
      *    CYCLE-CTL.dat ROW (ONLY THE RUN'S OWN ROWS ARE COPIED),    *
      *    "J" THE CYCLE AND RUN ON THE "H" BATCH RECORD GLJournal    *
      *    OPENS GL-JOURNAL.dat WITH, "P" THE CYCLE AND RUN ON THE    *
      *    FIRST PARSED-IDX.dat ENTRY, "N" NOWHERE (AC-STAMP-GIVEN IS *
      *    "N" WHEN THE FILE CARRIED NONE, AS AN EMPTY PARSED-IDX.dat *
      *    DOES).  AC-RUN-PROVED IS "Y" WHEN CycleReconcile PROVED    *
      *    THE RUN OUT.  AC-STATUS IS "A" WHILE THE GENERATION IS ON  *
      *    FILE, "S" ONCE IT HAS AGED OUT AND BEEN SCRATCHED.         *
      *    AC-PARTNER-ID IS THE PARTNER WHOSE FILE THE RUN CARRIED,   *
      *    AS TRANSMIT-REG.dat REGISTERED IT, OR "*NONE*" WHEN THE    *
      *    RUN WAS NEVER REGISTERED.  THE CYCLE AND RUN ARE AN        *
      *    ALTERNATE KEY WITH DUPLICATES SO A RESTORE FINDS EVERY     *
      *    DATASET OF ONE RUN TOGETHER.  THE FILE LIVES ACROSS        *
      *    CYCLES - IT IS NEVER OPENED OUTPUT BY A ROUTINE RUN.       *
      *    SHARED BY EVERY PROGRAM THAT READS OR WRITES THE FILE -    *
      *    COPY IT INTO THE FD RATHER THAN RE-KEYING THE LAYOUT.      *
      *                                                               *
      *****************************************************************
       01  ARCH-CAT-REC.
           05  AC-KEY.
               10  AC-DATASET        PIC X(40).
               10  AC-GEN-CYCLE-DATE PIC 9(08).
               10  AC-GEN-RUN-NO     PIC 9(03).
           05  AC-RUN-KEY.
               10  AC-CYCLE-DATE     PIC 9(08).
               10  AC-RUN-NO         PIC 9(03).
           05  AC-GEN-NAME           PIC X(80).
           05  AC-GEN-FILE-ORG       PIC X(01).
               88  AC-LINE-RECORDS       VALUE "L".
               88  AC-FIXED-RECORDS      VALUE "F".
               88  AC-TYPED-RECORDS      VALUE "T".
               88  AC-INDEXED-RECORDS    VALUE "I".
           05  AC-RECORD-COUNT       PIC 9(09).
           05  AC-STAMP-STYLE        PIC X(01).
               88  AC-STAMP-IN-HEADER    VALUE "H".
               88  AC-STAMP-IN-COLUMNS   VALUE "C".
               88  AC-STAMP-IN-JOURNAL   VALUE "J".
               88  AC-STAMP-IN-INDEX     VALUE "P".
               88  AC-STAMP-NONE         VALUE "N".
           05  AC-STAMP-GIVEN        PIC X(01).
               88  AC-STAMPED            VALUE "Y".
               88  AC-UNSTAMPED          VALUE "N".
           05  AC-STAMP-CYCLE-DATE   PIC 9(08).
           05  AC-STAMP-RUN-NO       PIC 9(03).
           05  AC-HASH               PIC 9(09).
           05  AC-RUN-PROVED         PIC X(01).
               88  AC-GOOD-RUN           VALUE "Y".
               88  AC-UNPROVED-RUN       VALUE "N".
           05  AC-ARCHIVED-DATE      PIC 9(08).
           05  AC-ARCHIVED-TIME      PIC 9(08).
           05  AC-STATUS             PIC X(01).
               88  AC-ON-FILE            VALUE "A".
               88  AC-SCRATCHED          VALUE "S".
           05  AC-SCRATCHED-DATE     PIC 9(08).
           05  AC-PARTNER-ID         PIC X(20).
