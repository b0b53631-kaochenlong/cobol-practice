      *  One posting-journal line from the Variables POST mode :     *
      *  which employee's master balance was updated, the balance    *
      *  before, the amount applied and the balance after, so a      *
      *  posted batch can be audited line by line, and the claim type *
      *  the amount was reimbursed under.  A REVERSAL line backs a    *
      *  posting off and carries the run date of the posting it       *
      *  reverses.                                                    *
      *****************************************************************
       01  PJ-JOURNAL-RECORD.
           05  PJ-EMP-ID           PIC X(10).
           05  PJ-AFTER-BALANCE    PIC $$$$,$$9.99.
           05  FILLER              PIC X(03).
           05  PJ-STATUS           PIC X(15).
           05  FILLER              PIC X(03).
           05  PJ-CLAIM-TYPE       PIC X(04).
           05  FILLER              PIC X(03).
           05  PJ-ORIG-RUN-DATE    PIC X(08).
