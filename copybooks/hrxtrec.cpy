      *****************************************************************
      *  HRXTREC.CPY                                                  *
      *  One employee on the HRXTRACT full active-employee extract    *
      *  the HR system of record sends each week for HRReconcile :    *
      *  id, name, badge id, department, birth date, status ('A'      *
      *  active or blank, 'L' on leave) and hire date.  Details come  *
      *  in ascending id order between the usual FEEDCTLREC 'H'       *
      *  header and 'T' trailer; the trailer count is what proves the *
      *  extract is whole before anyone on it is missed as a leaver.  *
      *****************************************************************
       01  HX-HR-RECORD.
           05  HX-EMP-ID           PIC X(10).
           05  HX-NAME             PIC X(20).
           05  HX-BADGE-ID         PIC X(10).
           05  HX-DEPT-CODE        PIC X(04).
           05  HX-BIRTH-DATE       PIC X(08).
           05  HX-STATUS-CODE      PIC X(01).
               88  HX-STATUS-ACTIVE         VALUE 'A' ' '.
               88  HX-STATUS-LEAVE          VALUE 'L'.
           05  HX-HIRE-DATE        PIC X(08).
