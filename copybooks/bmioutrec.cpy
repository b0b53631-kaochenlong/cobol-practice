      *****************************************************************
      *  BMIOUTREC.CPY                                                *
      *  One printed line of the BMI batch screening report, with the *
      *  blood pressure, cholesterol and glucose readings and the     *
      *  composite risk score and tier (readings not taken blank).    *
      *****************************************************************
       01  BR-REPORT-RECORD.
           05  BR-EMP-ID           PIC X(10).
           05  BR-CATEGORY         PIC X(12).
           05  FILLER              PIC X(03).
           05  BR-STATUS           PIC X(15).
           05  FILLER              PIC X(03).
           05  BR-BP               PIC X(07).
           05  FILLER              PIC X(02).
           05  BR-CHOLEST          PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(02).
           05  BR-GLUCOSE          PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(02).
           05  BR-RISK-SCORE       PIC ZZ9.
           05  FILLER              PIC X(02).
           05  BR-RISK-TIER        PIC X(08).
