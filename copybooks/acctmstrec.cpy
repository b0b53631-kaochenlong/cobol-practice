      *****************************************************************
      *  ACCTMSTREC.CPY                                               *
      *  One account on the persistent indexed ACCTMSTR account       *
      *  master : the employee who owns it, when it was opened, its   *
      *  status (open, frozen or closed) and the date that status     *
      *  took effect, an optional floor the balance may not be taken  *
      *  below, and the date a transaction last applied to it.  The   *
      *  Operations batch only applies a transaction to an open       *
      *  account on this file; the balance itself stays on ACCTBAL.   *
      *****************************************************************
       01  AC-ACCOUNT-MASTER-RECORD.
           05  AC-ACCOUNT-ID       PIC X(10).
           05  AC-OWNER-ID         PIC X(10).
           05  AC-OPEN-DATE        PIC X(08).
           05  AC-STATUS-CODE      PIC X(01).
               88  AC-STATUS-OPEN           VALUE 'O'.
               88  AC-STATUS-FROZEN         VALUE 'F'.
               88  AC-STATUS-CLOSED         VALUE 'C'.
           05  AC-STATUS-DATE      PIC X(08).
           05  AC-FLOOR-SWITCH     PIC X(01).
               88  AC-FLOOR-YES             VALUE 'Y'.
           05  AC-FLOOR-BALANCE    PIC S9(05).
           05  AC-LAST-ACTIVITY    PIC X(08).
