      *****************************************************************
      *  FINPAYREC.CPY                                                *
      *  One record of the FINLPAY final-paycheck interface file the *
      *  separation clearance run hands the payroll bureau : an 'H'  *
      *  header carrying the run date and pay period, one 'D' detail *
      *  per settlement item - a loan payoff taken as a deduction or *
      *  the reimbursement balance still due paid as a credit - and  *
      *  a 'T' trailer with the detail count, a hash total of the    *
      *  amounts and the net credit (credits less deductions) so the *
      *  bureau can verify the file arrived intact.  Laid out as the *
      *  PAYDEDUC interface so the bureau's loader reads both.        *
      *  Variables' APPROVE mode cuts a FINLPAYA adjustment file in  *
      *  the same layout for pending items released after the leaver *
      *  was cleared - 'C' credits only.                             *
      *****************************************************************
       01  FP-FINAL-PAY-RECORD.
           05  FP-RECORD-TYPE      PIC X(01).
               88  FP-HEADER-REC        VALUE 'H'.
               88  FP-DETAIL-REC        VALUE 'D'.
               88  FP-TRAILER-REC       VALUE 'T'.
           05  FP-RECORD-BODY      PIC X(50).
           05  FP-HEADER-BODY REDEFINES FP-RECORD-BODY.
               10  FP-HDR-RUN-DATE     PIC X(08).
               10  FP-HDR-PAY-PERIOD   PIC X(06).
               10  FILLER              PIC X(36).
           05  FP-DETAIL-BODY REDEFINES FP-RECORD-BODY.
               10  FP-DET-EMP-ID       PIC X(10).
               10  FP-DET-ITEM-ID      PIC X(10).
               10  FP-DET-AMOUNT       PIC 9(07)V99.
               10  FP-DET-PAY-PERIOD   PIC X(06).
               10  FP-DET-ENTRY-TYPE   PIC X(01).
                   88  FP-DET-DEDUCTION     VALUE 'D'.
                   88  FP-DET-CREDIT        VALUE 'C'.
               10  FP-DET-SEP-DATE     PIC X(08).
               10  FILLER              PIC X(06).
           05  FP-TRAILER-BODY REDEFINES FP-RECORD-BODY.
               10  FP-TRL-RECORD-COUNT PIC 9(07).
               10  FP-TRL-HASH-TOTAL   PIC 9(11)V99.
               10  FP-TRL-NET-CREDIT   PIC S9(11)V99.
               10  FILLER              PIC X(17).
