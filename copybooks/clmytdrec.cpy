      *****************************************************************
      *  CLMYTDREC.CPY                                                *
      *  One employee's year-to-date reimbursement under one claim    *
      *  category on the indexed CLMYTD accumulator POST maintains :  *
      *  what has been paid, and what is held on APPRPEND awaiting    *
      *  approval - both count against the category's annual cap, so  *
      *  a held claim cannot be paid twice over the cap by a second   *
      *  claim posting behind it.  APPROVE moves a released amount    *
      *  from held to paid and takes a denied one off held.           *
      *****************************************************************
       01  CY-YTD-RECORD.
           05  CY-YTD-KEY.
               10  CY-EMP-ID       PIC X(10).
               10  CY-CLAIM-TYPE   PIC X(04).
               10  CY-CLAIM-YEAR   PIC X(04).
           05  CY-PAID-AMOUNT      PIC 9(07)V99.
           05  CY-HELD-AMOUNT      PIC 9(07)V99.
           05  CY-CLAIM-COUNT      PIC 9(05).
           05  CY-LAST-POST-DATE   PIC X(08).
