      *****************************************************************
      *  INCVREGREC.CPY                                               *
      *  One credit on the persistent INCVREG incentive register      *
      *  IncentiveRun appends to as it pays : the employee, the plan  *
      *  year it counts against, what it paid for ('C' a program      *
      *  completion - the enrollment case's notice date and program   *
      *  code - or 'I' a BMI category improvement, the category moved *
      *  from and to and the step rank it has now been paid down to), *
      *  the amount, and the run date and batch number it went out    *
      *  in.  A completion on the register is never paid again, and   *
      *  an improvement is only paid for steps below the rank already *
      *  paid to.                                                     *
      *****************************************************************
       01  IV-REGISTER-RECORD.
           05  IV-EMP-ID           PIC X(10).
           05  IV-PLAN-YEAR        PIC X(04).
           05  IV-ITEM-TYPE        PIC X(01).
               88  IV-ITEM-COMPLETION       VALUE 'C'.
               88  IV-ITEM-IMPROVEMENT      VALUE 'I'.
           05  IV-NOTICE-DATE      PIC X(08).
           05  IV-PROGRAM-CODE     PIC X(06).
           05  IV-FROM-CATEGORY    PIC X(12).
           05  IV-TO-CATEGORY      PIC X(12).
           05  IV-RANK-PAID-TO     PIC 9(01).
           05  IV-AMOUNT           PIC 9(06)V99.
           05  IV-RUN-DATE         PIC X(08).
           05  IV-BATCH-NO         PIC X(06).
