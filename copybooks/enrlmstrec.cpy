      *  the case, the enrollment date and program code once a        *
      *  response arrives, and the status.  'N' is a notice still    *
      *  awaiting a response; the enrollment response feed moves it   *
      *  to enrolled, declined or completed.  'S' is a case the       *
      *  separation clearance run closed when the employee left.      *
      *****************************************************************
       01  EN-ENROLLMENT-RECORD.
           05  EN-EMP-ID           PIC X(10).
               88  EN-STATUS-ENROLLED       VALUE 'E'.
               88  EN-STATUS-DECLINED       VALUE 'D'.
               88  EN-STATUS-COMPLETE       VALUE 'C'.
               88  EN-STATUS-SEPARATED      VALUE 'S'.
