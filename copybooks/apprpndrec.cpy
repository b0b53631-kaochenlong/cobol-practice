      *  had it been under its department's APPRLIM limit, and the    *
      *  date it was suspended so the daily pending report can age    *
      *  it.  Released or denied by the APPROVE mode off the APPRIN   *
      *  transaction feed.  The claim type and cap year say which     *
      *  CLMYTD accumulator the held amount is reserved against (both *
      *  blank on items held before claims were coded).               *
      *****************************************************************
       01  PN-PENDING-RECORD.
           05  PN-EMP-ID           PIC X(10).
           05  PN-AMOUNT           PIC 9(06)V99.
           05  PN-DEPT-CODE        PIC X(04).
           05  PN-SUSP-DATE        PIC X(08).
           05  PN-CLAIM-TYPE       PIC X(04).
           05  PN-CLAIM-YEAR       PIC X(04).
