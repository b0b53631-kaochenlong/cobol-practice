      *****************************************************************
      *  PRDCTLREC.CPY                                                *
      *  One accounting period (YYYYMM) on the persistent PRDCTL      *
      *  period control file : open or closed, the last GL extract    *
      *  and delinquency sweep run while it was open (and whether     *
      *  that extract balanced), and the date GLExtract CLOSE closed  *
      *  it.  The month-end close proves the period's extract and     *
      *  sweep from these dates; once closed, activity dated into the *
      *  period is rejected or rolled forward to the first open       *
      *  period by the steps that raise it.                           *
      *****************************************************************
       01  PC-PERIOD-RECORD.
           05  PC-PERIOD           PIC X(06).
           05  PC-STATUS           PIC X(01).
               88  PC-STATUS-OPEN           VALUE 'O'.
               88  PC-STATUS-CLOSED         VALUE 'C'.
           05  PC-EXTRACT-DATE     PIC X(08).
           05  PC-EXTRACT-BALANCED PIC X(01).
               88  PC-EXTRACT-BALANCED-YES  VALUE 'Y'.
           05  PC-DELINQ-DATE      PIC X(08).
           05  PC-CLOSED-DATE      PIC X(08).
