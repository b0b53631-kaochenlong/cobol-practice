      *****************************************************************
      *  CLMFLGREC.CPY                                                *
      *  One event on the persistent CLMFLAG suspicious-claims log    *
      *  ClaimScreen appends to and the weekly Internal Audit report  *
      *  is printed from : 'F' a claim flagged and held, with the     *
      *  checks it failed and what was found, 'R' a held claim        *
      *  released to POST and 'D' one denied, with the reviewer.      *
      *****************************************************************
       01  CF-FLAG-RECORD.
           05  CF-EVENT-DATE       PIC X(08).
           05  CF-EVENT-CODE       PIC X(01).
               88  CF-EVENT-FLAGGED         VALUE 'F'.
               88  CF-EVENT-RELEASED        VALUE 'R'.
               88  CF-EVENT-DENIED          VALUE 'D'.
           05  CF-EMP-ID           PIC X(10).
           05  CF-AMOUNT           PIC 9(06)V99.
           05  CF-CLAIM-TYPE       PIC X(04).
           05  CF-RECEIPT-DATE     PIC X(08).
           05  CF-DEPT-CODE        PIC X(04).
           05  CF-FLAG-DUP         PIC X(01).
           05  CF-FLAG-FREQ        PIC X(01).
           05  CF-FLAG-ROUND       PIC X(01).
           05  CF-DETAIL           PIC X(30).
           05  CF-REVIEWER-ID      PIC X(10).
