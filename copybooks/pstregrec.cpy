      *****************************************************************
      *  PSTREGREC.CPY                                                *
      *  One reimbursement posting on the indexed POSTREG posting     *
      *  register : every amount POST or APPROVE lands on EM-AMOUNT,  *
      *  keyed by employee, run date and a sequence within the day,   *
      *  with the claim type and year it was paid under.  A reversal  *
      *  marks the posting reversed - once only - with the amount     *
      *  backed off, the date, who asked for it and why.              *
      *****************************************************************
       01  PG-REGISTER-RECORD.
           05  PG-REGISTER-KEY.
               10  PG-EMP-ID       PIC X(10).
               10  PG-RUN-DATE     PIC X(08).
               10  PG-SEQUENCE     PIC 9(03).
           05  PG-CLAIM-TYPE       PIC X(04).
           05  PG-CLAIM-YEAR       PIC X(04).
           05  PG-POSTED-AMOUNT    PIC 9(06)V99.
           05  PG-SOURCE-CODE      PIC X(01).
               88  PG-SOURCE-POST           VALUE 'P'.
               88  PG-SOURCE-APPROVE        VALUE 'A'.
           05  PG-REVERSED-SWITCH  PIC X(01).
               88  PG-REVERSED-YES          VALUE 'Y'.
           05  PG-REVERSED-AMOUNT  PIC 9(06)V99.
           05  PG-REVERSAL-DATE    PIC X(08).
           05  PG-REVERSED-BY      PIC X(10).
           05  PG-REVERSAL-REASON  PIC X(30).
