      *****************************************************************
      *  LOANLTRREC.CPY                                               *
      *  One loan on the persistent LOANLHST collection-letter        *
      *  history the COLLECT run carries between runs : the notice    *
      *  the loan last received (1 first, 2 second, 3 final), when,   *
      *  the arrears and days past due it was sent on, the cure date  *
      *  it gave, and the date the loan was referred to payroll and   *
      *  HR on reaching the final stage.  A notice is only sent when  *
      *  the loan climbs past the level held here, so the same letter *
      *  is never sent twice; a loan that drops back is held at the   *
      *  lower level, and a cured loan is not carried forward, which  *
      *  starts it over at the first notice.                          *
      *****************************************************************
       01  LH-LETTER-HISTORY-RECORD.
           05  LH-LOAN-ID          PIC X(10).
           05  LH-EMP-ID           PIC X(10).
           05  LH-NOTICE-LEVEL     PIC 9(01).
               88  LH-NOTICE-FIRST          VALUE 1.
               88  LH-NOTICE-SECOND         VALUE 2.
               88  LH-NOTICE-FINAL          VALUE 3.
           05  LH-NOTICE-DATE      PIC X(08).
           05  LH-ARREARS-AMOUNT   PIC 9(09)V99.
           05  LH-DAYS-PAST-DUE    PIC 9(05).
           05  LH-CURE-DATE        PIC X(08).
           05  LH-REFERRED-DATE    PIC X(08).
