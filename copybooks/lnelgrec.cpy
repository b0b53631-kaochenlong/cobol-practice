      *****************************************************************
      *  LNELGREC.CPY                                                 *
      *  One loan eligibility rule on the small LOANELIG reference    *
      *  file LoanScreening checks every application against :        *
      *  MAXLOANS is the most loans one employee may have open at     *
      *  once, MAXOWED the most total outstanding balance (existing   *
      *  loans plus the new loan's payoff), MAXPRIN the largest       *
      *  principal one loan may have.  MAXPRIN lines carry a          *
      *  department code; a blank department is the limit for every   *
      *  department without a line of its own.  A rule with no line   *
      *  (or a zero limit) is no limit.  Maintained by payroll.       *
      *****************************************************************
       01  LE-RULE-RECORD.
           05  LE-RULE-CODE        PIC X(08).
               88  LE-RULE-MAX-LOANS        VALUE "MAXLOANS".
               88  LE-RULE-MAX-OWED         VALUE "MAXOWED ".
               88  LE-RULE-MAX-PRINCIPAL    VALUE "MAXPRIN ".
           05  LE-DEPT-CODE        PIC X(04).
           05  LE-LIMIT            PIC 9(09)V99.
