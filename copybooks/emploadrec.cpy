      *  same program) so LOAD mode never redeclares its own          *
      *  slightly-incompatible version of Age.  The action code lets  *
      *  the same batch feed terminate an employee ('T', with the     *
      *  effective date filled in) as well as add one ('A' or blank), *
      *  move one to the department in EL-DEPT-CODE ('D'), put one    *
      *  on leave ('L') or return one from leave to active ('R') -    *
      *  the change transactions HRReconcile writes.                  *
      *****************************************************************
       01  EL-LOAD-RECORD.
           COPY personrec
           05  EL-ACTION-CODE      PIC X(01).
               88  EL-ACTION-ADD            VALUE 'A' ' '.
               88  EL-ACTION-TERMINATE      VALUE 'T'.
               88  EL-ACTION-DEPT-CHANGE    VALUE 'D'.
               88  EL-ACTION-LEAVE          VALUE 'L'.
               88  EL-ACTION-RETURN         VALUE 'R'.
               88  EL-ACTION-CHANGE         VALUE 'D' 'L' 'R'.
           05  EL-EFFECTIVE-DATE   PIC X(08).
           05  EL-DEPT-CODE        PIC X(04).
           05  EL-BIRTH-DATE       PIC X(08).
