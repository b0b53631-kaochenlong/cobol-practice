      *****************************************************************
      *  SCRNRULREC.CPY                                               *
      *  One claim screening rule on the small CLMSCRUL reference     *
      *  file ClaimScreen checks every AMTCLN claim against before    *
      *  POST : DUPDAYS is how many days back the same employee and   *
      *  amount counts as a repeat, FREQDAYS and FREQMAX the period   *
      *  and the most claims one employee may make in it, ROUNDAMT    *
      *  the amount a round claim is a multiple of, and NEARPCT how   *
      *  close (percent) under the department's APPRLIM limit a round *
      *  claim must come to be suspicious.  A rule with no line keeps *
      *  its built-in value; a zero turns the check off.  Maintained  *
      *  by Internal Audit.                                           *
      *****************************************************************
       01  SR-RULE-RECORD.
           05  SR-RULE-CODE        PIC X(08).
               88  SR-RULE-DUP-DAYS         VALUE "DUPDAYS ".
               88  SR-RULE-FREQ-DAYS        VALUE "FREQDAYS".
               88  SR-RULE-FREQ-MAX         VALUE "FREQMAX ".
               88  SR-RULE-ROUND-AMOUNT     VALUE "ROUNDAMT".
               88  SR-RULE-NEAR-PCT         VALUE "NEARPCT ".
           05  SR-VALUE            PIC 9(07)V99.
