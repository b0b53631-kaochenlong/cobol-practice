      *****************************************************************
      *  IMPINCREC.CPY                                                *
      *  One record of the IMPINC imputed-income interface file the   *
      *  payroll bureau loads at year end, in the PAYDEDUC layout :   *
      *  an 'H' header carrying the run date and tax year, one 'D'    *
      *  detail per below-market loan with the employee, the loan,    *
      *  the year's forgone interest and the months it accrued in,    *
      *  and a 'T' trailer with the detail count and a hash total of  *
      *  the amounts so the bureau can verify the file arrived        *
      *  intact.                                                      *
      *****************************************************************
       01  II-INTERFACE-RECORD.
           05  II-RECORD-TYPE      PIC X(01).
               88  II-HEADER-REC        VALUE 'H'.
               88  II-DETAIL-REC        VALUE 'D'.
               88  II-TRAILER-REC       VALUE 'T'.
           05  II-RECORD-BODY      PIC X(50).
           05  II-HEADER-BODY REDEFINES II-RECORD-BODY.
               10  II-HDR-RUN-DATE     PIC X(08).
               10  II-HDR-TAX-YEAR     PIC X(04).
               10  FILLER              PIC X(38).
           05  II-DETAIL-BODY REDEFINES II-RECORD-BODY.
               10  II-DET-EMP-ID       PIC X(10).
               10  II-DET-LOAN-ID      PIC X(10).
               10  II-DET-AMOUNT       PIC 9(07)V99.
               10  II-DET-TAX-YEAR     PIC X(04).
               10  II-DET-MONTHS       PIC 9(02).
               10  FILLER              PIC X(15).
           05  II-TRAILER-BODY REDEFINES II-RECORD-BODY.
               10  II-TRL-RECORD-COUNT PIC 9(07).
               10  II-TRL-HASH-TOTAL   PIC 9(11)V99.
               10  FILLER              PIC X(30).
