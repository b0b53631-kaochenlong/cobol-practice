      *****************************************************************
      *  CLMRVWREC.CPY                                                *
      *  One review decision on the CLMRVW feed : which held CLMHOLD  *
      *  claim (employee, amount, claim type and receipt date, as it  *
      *  was held) the reviewer has cleared, whether it is released   *
      *  to POST or denied, and who decided it for the audit trail.   *
      *****************************************************************
       01  CV-REVIEW-RECORD.
           05  CV-CLAIM-IMAGE.
               10  CV-EMP-ID       PIC X(10).
               10  CV-AMOUNT       PIC 9(06)V99.
               10  CV-CLAIM-TYPE   PIC X(04).
               10  CV-RECEIPT-DATE PIC X(08).
           05  CV-ACTION-CODE      PIC X(01).
               88  CV-ACTION-RELEASE        VALUE 'R'.
               88  CV-ACTION-DENY           VALUE 'D'.
           05  CV-REVIEWER-ID      PIC X(10).
