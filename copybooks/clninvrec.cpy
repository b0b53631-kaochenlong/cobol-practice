      *****************************************************************
      *  CLNINVREC.CPY                                                *
      *  One billed screening on the clinic's CLNINV invoice detail   *
      *  file : who was screened (employee id, or badge when the      *
      *  header's key type is 'B'), the screening date and the fee    *
      *  charged.  The invoice carries the FEEDCTLREC 'H' header and  *
      *  'T' trailer, the trailer holding the line count and a hash   *
      *  of the fees.  ClinicInvoice reconciles it against BMIHIST.   *
      *****************************************************************
       01  CI-INVOICE-RECORD.
           05  CI-EMP-KEY          PIC X(10).
           05  CI-SCREEN-DATE      PIC X(08).
           05  CI-FEE              PIC 9(05)V99.
