      *  One money movement on the GLWORK activity file : appended    *
      *  by Variables POST/APPROVE when a reimbursement lands on the  *
      *  master, by Operations LOAN when a loan is disbursed, and by  *
      *  LoanLedger PAY when a payment is applied, and by Variables   *
      *  REVERSE when a posting is backed off, and by ClinicInvoice   *
      *  for each clinic screening fee it approves.  The end-of-      *
      *  window GL extract turns each activity into a balanced        *
      *  debit/credit journal pair coded to the employee's department *
      *  cost center, then clears this file for the next window.      *
      *****************************************************************
       01  GW-ACTIVITY-RECORD.
           05  GW-SOURCE-CODE      PIC X(08).
               88  GW-SOURCE-POSTING        VALUE "VARPOST".
               88  GW-SOURCE-DISBURSE       VALUE "LOANDISB".
               88  GW-SOURCE-PAYMENT        VALUE "LOANPAY".
               88  GW-SOURCE-REVERSAL       VALUE "VARREV".
               88  GW-SOURCE-CLINIC         VALUE "CLINEXP".
           05  GW-EMP-ID           PIC X(10).
           05  GW-TRAN-DATE        PIC X(08).
           05  GW-AMOUNT           PIC 9(07)V99.
