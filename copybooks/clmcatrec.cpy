      *****************************************************************
      *  CLMCATREC.CPY                                                *
      *  One reimbursement claim category on the small CLMCAT         *
      *  reference file : the claim-type code AMTIN carries, the      *
      *  description the reports print, and the most one employee     *
      *  may be reimbursed under the category in one calendar year.   *
      *  A zero cap is no cap.  Maintained by benefits.               *
      *****************************************************************
       01  CC-CATEGORY-RECORD.
           05  CC-CLAIM-TYPE       PIC X(04).
           05  CC-DESCRIPTION      PIC X(20).
           05  CC-ANNUAL-CAP       PIC 9(06)V99.
