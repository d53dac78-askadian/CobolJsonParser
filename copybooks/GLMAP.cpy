      *****************************************************************
      *                                                               *
      *    GLMAP - RECORD LAYOUT FOR GLMAP.dat, THE HAND-KEYED        *
      *    GENERAL-LEDGER MAPPING CONTROL FILE GLJournal POSTS THE    *
      *    SUMMARY-OUT.dat TOTALS BY.  ONE ROW PER AMOUNT KEY         *
      *    (SM-JSON-KEY), OPTIONALLY NARROWED TO ONE CUSTREF BRANCH - *
      *    A ROW FOR THE GROUP'S OWN BRANCH WINS OVER THE ROW WITH A  *
      *    BLANK BRANCH, WHICH COVERS EVERY OTHER BRANCH.  EACH ROW   *
      *    NAMES THE ACCOUNT DEBITED AND THE ACCOUNT CREDITED FOR A   *
      *    POSITIVE TOTAL (A NEGATIVE TOTAL POSTS THE OTHER WAY       *
      *    ROUND), THE COST CENTRE AND THE JOURNAL CATEGORY.          *
      *    EDITED BY ControlAudit.  SHARED BY EVERY PROGRAM THAT      *
      *    READS OR WRITES THE FILE - COPY IT INTO THE FD RATHER      *
      *    THAN RE-KEYING THE LAYOUT.                                 *
      *                                                               *
      *****************************************************************
       01  GL-MAP-REC.
           05  GM-JSON-KEY           PIC X(60).
           05  FILLER                PIC X(01).
           05  GM-BRANCH             PIC X(05).
           05  FILLER                PIC X(01).
           05  GM-DEBIT-ACCT         PIC X(12).
           05  FILLER                PIC X(01).
           05  GM-CREDIT-ACCT        PIC X(12).
           05  FILLER                PIC X(01).
           05  GM-COST-CENTRE        PIC X(08).
           05  FILLER                PIC X(01).
           05  GM-JOURNAL-CAT        PIC X(10).
