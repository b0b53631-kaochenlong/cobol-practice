      *****************************************************************
      *  AMTREC.CPY                                                   *
      *  One employee reimbursement amount for the Variables totals   *
      *  report.  The claim type is a CLMCAT category code (gym fees, *
      *  tuition, screening co-pay ...) whose annual cap POST holds   *
      *  the employee to, and the receipt date places the claim in    *
      *  the cap year it was incurred in.                             *
      *****************************************************************
       01  AM-AMOUNT-RECORD.
           05  AM-EMP-ID           PIC X(10).
           05  AM-AMOUNT           PIC 9(06)V99.
           05  AM-CLAIM-TYPE       PIC X(04).
           05  AM-RECEIPT-DATE     PIC X(08).
           05  AM-RECEIPT-PARTS REDEFINES AM-RECEIPT-DATE.
               10  AM-RECEIPT-YEAR     PIC X(04).
               10  AM-RECEIPT-MONTH    PIC 9(02).
               10  AM-RECEIPT-DAY      PIC 9(02).
