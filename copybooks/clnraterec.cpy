      *****************************************************************
      *  CLNRATEREC.CPY                                               *
      *  One contracted clinic fee on the CLNRATE reference file :    *
      *  the kind of screening (BMI alone, or the full PANEL with     *
      *  blood pressure, cholesterol and glucose readings), the date  *
      *  the rate took effect and the fee agreed.  A screening is     *
      *  billed at the latest rate in effect on its screening date;   *
      *  the earliest effective date is the start of the contract.    *
      *  Maintained by Benefits from the clinic contract.             *
      *****************************************************************
       01  CR-RATE-RECORD.
           05  CR-SCREEN-TYPE      PIC X(05).
               88  CR-TYPE-BMI              VALUE "BMI  ".
               88  CR-TYPE-PANEL            VALUE "PANEL".
           05  CR-EFFECTIVE-DATE   PIC X(08).
           05  CR-RATE             PIC 9(05)V99.
