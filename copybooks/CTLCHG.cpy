      *****************************************************************
      *                                                               *
      *    CTLCHG - RECORD LAYOUT FOR CTL-CHANGE.dat, THE PERSISTENT  *
      *    CHANGE LOG OF THE HAND-MAINTAINED CONTROL FILES KEYPARAM,  *
      *    KEYDICT, MAPPING, DISPOSN AND PARTNER.  ControlMaint       *
      *    WRITES ONE ENTRY PER ADD, CHANGE OR DELETE AN OPERATOR     *
      *    KEYS - THE ROW BEFORE AND AFTER, WHO KEYED IT AND WHEN,    *
      *    AND THE CYCLE DATE IT TAKES EFFECT.  ControlApply MAKES    *
      *    THE ENTRY LIVE ONCE RUNCTL.dat REACHES THAT DATE AND       *
      *    STAMPS IT APPLIED (OR FAILED, WITH THE REASON) WITH THE    *
      *    CYCLE AND RUN THAT DID IT, REFRESHING THE BEFORE IMAGE TO  *
      *    THE ROW IT ACTUALLY REPLACED.  THE KEY LEADS WITH THE      *
      *    EFFECTIVE DATE, SO A READ NEXT PASS MEETS THE CHANGES IN   *
      *    THE ORDER THEY TAKE EFFECT AND SAME-DAY CHANGES IN THE     *
      *    ORDER THEY WERE KEYED.  THE FILE LIVES ACROSS CYCLES - IT  *
      *    IS NEVER OPENED OUTPUT BY A ROUTINE RUN.  SHARED BY EVERY  *
      *    PROGRAM THAT READS OR WRITES THE FILE - COPY IT INTO THE   *
      *    FD RATHER THAN RE-KEYING THE LAYOUT.                       *
      *                                                               *
      *****************************************************************
       01  CTL-CHANGE-REC.
           05  CG-KEY.
               10  CG-EFF-DATE       PIC 9(08).
               10  CG-ENTERED-DATE   PIC 9(08).
               10  CG-ENTERED-TIME   PIC 9(08).
               10  CG-USER-ID        PIC X(08).
           05  CG-FILE-NAME          PIC X(08).
           05  CG-ACTION             PIC X(01).
               88  CG-ACT-ADD            VALUE "A".
               88  CG-ACT-CHANGE         VALUE "C".
               88  CG-ACT-DELETE         VALUE "D".
           05  CG-ROW-KEY            PIC X(60).
           05  CG-ROW-SET            PIC X(08).
           05  CG-STATUS             PIC X(01).
               88  CG-STAT-PENDING       VALUE "P".
               88  CG-STAT-APPLIED       VALUE "A".
               88  CG-STAT-FAILED        VALUE "F".
           05  CG-STATUS-CYCLE       PIC 9(08).
           05  CG-STATUS-RUN         PIC 9(03).
           05  CG-STATUS-NOTE        PIC X(40).
           05  CG-BEFORE-IMAGE       PIC X(130).
           05  CG-AFTER-IMAGE        PIC X(130).
