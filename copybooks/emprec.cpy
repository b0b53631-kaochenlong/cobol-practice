      *  static age : programs derive the age as of the run date     *
      *  from it, falling back to the stored PR-AGE on records        *
      *  written before the field existed (blank birth date).         *
      *  A duplicate id merged away by EmployeeMerge is left 'T' with *
      *  the surviving id in the merged-to pointer; the pointer is    *
      *  blank on every other record.                                 *
      *****************************************************************
       01  EM-EMPLOYEE-RECORD.
           COPY personrec.
           05  EM-STATUS-DATE      PIC X(08).
           05  EM-DEPT-CODE        PIC X(04).
           05  EM-BIRTH-DATE       PIC X(08).
           05  EM-MERGED-TO-ID     PIC X(10).
