      *****************************************************************
      *  INCVRULREC.CPY                                               *
      *  One line on the INCVRULE wellness incentive rules file       *
      *  IncentiveRun pays by : 'P' the credit for completing the     *
      *  program code on the line, 'S' the bonus for each BMI         *
      *  category step an enrolled employee has improved since the    *
      *  baseline screening, 'M' the most one employee may be paid    *
      *  in a plan year (zero or no line is no maximum), and 'C' the  *
      *  CLMCAT claim type the credits are paid under (the program    *
      *  code holds it, left-justified).  Maintained by benefits.     *
      *****************************************************************
       01  IR-RULE-RECORD.
           05  IR-RULE-TYPE        PIC X(01).
               88  IR-RULE-PROGRAM          VALUE 'P'.
               88  IR-RULE-STEP             VALUE 'S'.
               88  IR-RULE-MAXIMUM          VALUE 'M'.
               88  IR-RULE-CLAIM-TYPE       VALUE 'C'.
           05  IR-PROGRAM-CODE     PIC X(06).
           05  IR-AMOUNT           PIC 9(06)V99.
