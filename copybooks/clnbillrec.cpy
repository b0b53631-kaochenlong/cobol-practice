      *****************************************************************
      *  CLNBILLREC.CPY                                               *
      *  One clinic-billed screening on the indexed CLNBILL register, *
      *  keyed by employee id and screening date : the invoice batch  *
      *  it was approved on, the fee paid and the date approved.      *
      *  A screening already here is a duplicate billing on any later *
      *  invoice, and a BMIHIST screening never here was never        *
      *  billed.                                                      *
      *****************************************************************
       01  CB-BILLED-RECORD.
           05  CB-BILLED-KEY.
               10  CB-EMP-ID       PIC X(10).
               10  CB-SCREEN-DATE  PIC X(08).
           05  CB-BATCH-NO         PIC X(06).
           05  CB-FEE              PIC 9(05)V99.
           05  CB-APPROVED-DATE    PIC X(08).
