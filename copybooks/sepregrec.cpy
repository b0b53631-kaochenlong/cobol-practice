      *****************************************************************
      *  SEPREGREC.CPY                                                *
      *  One leaver on the persistent SEPREG separation clearance    *
      *  register : the employee, the separation date off EMPMSTR,   *
      *  the date the clearance sheet was cut, and the settlement    *
      *  figures sent to payroll.  An employee on the register has   *
      *  been cleared and is never cleared twice; a terminated       *
      *  employee not yet on it is a new leaver, however late the    *
      *  termination was keyed.                                       *
      *****************************************************************
       01  SG-CLEARANCE-RECORD.
           05  SG-EMP-ID           PIC X(10).
           05  SG-SEP-DATE         PIC X(08).
           05  SG-CLEAR-DATE       PIC X(08).
           05  SG-LOAN-PAYOFF      PIC 9(09)V99.
           05  SG-CREDIT-DUE       PIC 9(09)V99.
           05  SG-PENDING-AMOUNT   PIC 9(09)V99.
           05  SG-CASES-CLOSED     PIC 9(03).
