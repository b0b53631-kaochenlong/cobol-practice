      *****************************************************************
      *  CLMHOLDREC.CPY                                               *
      *  One claim on the persistent CLMHOLD suspicious-claims        *
      *  suspense : the AMTCLN claim ClaimScreen held back from POST, *
      *  unchanged, the date it was held, the employee's department,  *
      *  which checks it failed (same employee and amount recently,   *
      *  too many claims in the period, round amount just under the   *
      *  approval limit) and what was found.  'H' is still held for   *
      *  review; the CLMRVW review feed moves it to 'R' released      *
      *  (passed on to POST) or 'D' denied, and a settled claim drops *
      *  off the file the day after it settles.                       *
      *****************************************************************
       01  CH-HOLD-RECORD.
           05  CH-CLAIM-IMAGE.
               10  CH-EMP-ID       PIC X(10).
               10  CH-AMOUNT       PIC 9(06)V99.
               10  CH-CLAIM-TYPE   PIC X(04).
               10  CH-RECEIPT-DATE PIC X(08).
           05  CH-HOLD-DATE        PIC X(08).
           05  CH-STATUS-CODE      PIC X(01).
               88  CH-STATUS-HELD           VALUE 'H'.
               88  CH-STATUS-RELEASED       VALUE 'R'.
               88  CH-STATUS-DENIED         VALUE 'D'.
           05  CH-STATUS-DATE      PIC X(08).
           05  CH-DEPT-CODE        PIC X(04).
           05  CH-FLAG-DUP         PIC X(01).
           05  CH-FLAG-FREQ        PIC X(01).
           05  CH-FLAG-ROUND       PIC X(01).
           05  CH-DETAIL           PIC X(30).
