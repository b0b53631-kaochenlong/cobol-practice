      *****************************************************************
      *  ACCTMNTREC.CPY                                               *
      *  One account maintenance transaction on the ACCTMNT feed the  *
      *  Operations ACCTMAINT mode applies : open ('O', with the      *
      *  owning employee id and an optional floor balance), freeze    *
      *  ('F'), unfreeze ('U') or close ('C', only at a zero          *
      *  balance).  The floor is keyed as a sign byte ('-' or blank)  *
      *  and five digits, and only applies when the floor switch is   *
      *  'Y'.                                                         *
      *****************************************************************
       01  AX-MAINT-RECORD.
           05  AX-ACTION           PIC X(01).
               88  AX-ACTION-OPEN           VALUE 'O'.
               88  AX-ACTION-FREEZE         VALUE 'F'.
               88  AX-ACTION-UNFREEZE       VALUE 'U'.
               88  AX-ACTION-CLOSE          VALUE 'C'.
           05  AX-ACCOUNT-ID       PIC X(10).
           05  AX-OWNER-ID         PIC X(10).
           05  AX-FLOOR-SWITCH     PIC X(01).
               88  AX-FLOOR-YES             VALUE 'Y'.
           05  AX-FLOOR-SIGN       PIC X(01).
               88  AX-FLOOR-NEGATIVE        VALUE '-'.
           05  AX-FLOOR-AMOUNT     PIC 9(05).
