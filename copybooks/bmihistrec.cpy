      *  employee id and screening date.  Written by BMICalculator's  *
      *  batch mode alongside the run's BMIRPT line, so a rerun of    *
      *  the report never costs the program its screening history.    *
      *  The clinic readings taken with the BMI ride along with the   *
      *  class each fell in on the RISKCUT cutoff table, and the      *
      *  composite risk score and tier they add up to.  Records       *
      *  written before the readings were kept have these blank.      *
      *****************************************************************
       01  HB-HISTORY-RECORD.
           05  HB-HISTORY-KEY.
           05  HB-BMI              PIC 9(03)V99.
           05  HB-CATEGORY         PIC X(12).
           05  HB-UNIT-CODE        PIC X(01).
           05  HB-SYSTOLIC         PIC 9(03).
           05  HB-DIASTOLIC        PIC 9(03).
           05  HB-CHOLEST          PIC 9(03).
           05  HB-GLUCOSE          PIC 9(03).
           05  HB-BP-CLASS         PIC X(12).
           05  HB-CHOL-CLASS       PIC X(12).
           05  HB-GLUC-CLASS       PIC X(12).
           05  HB-RISK-SCORE       PIC 9(03).
           05  HB-RISK-TIER        PIC X(08).
