      *****************************************************************
      *  REVTRNREC.CPY                                                *
      *  One reversal transaction on the REVIN feed : the posting to  *
      *  back off, named by employee id and the run date it posted    *
      *  on (the claim type narrows it when the employee had more     *
      *  than one posting that day), the amount to reverse - zero     *
      *  reverses the whole posting - and who asked for it and why.   *
      *****************************************************************
       01  RV-REVERSAL-RECORD.
           05  RV-EMP-ID           PIC X(10).
           05  RV-ORIG-RUN-DATE    PIC X(08).
           05  RV-CLAIM-TYPE       PIC X(04).
           05  RV-AMOUNT           PIC 9(06)V99.
           05  RV-REQUESTED-BY     PIC X(10).
           05  RV-REASON           PIC X(30).
