      *****************************************************************
      *  AFRRTREC.CPY                                                 *
      *  One line of the AFRRATE applicable-federal-rate table the    *
      *  ledger's IMPUTED mode measures below-market loans against :  *
      *  the rate takes effect on its date and stands until a later   *
      *  line for the same term class replaces it.  The term class is *
      *  S (short, up to 36 months), M (mid, up to 108 months) or L   *
      *  (long); a blank class applies to every term without a line   *
      *  of its own.  Keyed by payroll from the monthly published     *
      *  rates.                                                       *
      *****************************************************************
       01  AF-RATE-RECORD.
           05  AF-EFFECTIVE-DATE   PIC X(08).
           05  AF-TERM-CLASS       PIC X(01).
               88  AF-TERM-SHORT            VALUE 'S'.
               88  AF-TERM-MID              VALUE 'M'.
               88  AF-TERM-LONG             VALUE 'L'.
               88  AF-TERM-ANY              VALUE ' '.
           05  AF-ANNUAL-RATE      PIC 9(01)V9(04).
