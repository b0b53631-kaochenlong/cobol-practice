      *****************************************************************
      *  RISKCUTREC.CPY                                               *
      *  One band on the RISKCUT risk-cutoff table BMICalculator      *
      *  classifies each screening reading against : the measure      *
      *  (BMI, SYS systolic, DIA diastolic, CHOL total cholesterol,   *
      *  GLUC fasting glucose), the low bound the band starts at, the *
      *  class printed for it and the risk points it scores.  A       *
      *  reading falls in the band with the highest low bound not     *
      *  above it.  TIER bands turn the composite score (the points   *
      *  summed, blood pressure counted once at the worse of its two  *
      *  readings) into the LOW / MODERATE / HIGH risk tier.          *
      *  Maintained by the wellness coordinator with the clinic.      *
      *****************************************************************
       01  RK-RISK-CUTOFF-RECORD.
           05  RK-MEASURE          PIC X(04).
               88  RK-MEASURE-VALID         VALUE 'BMI ' 'SYS ' 'DIA '
                                                  'CHOL' 'GLUC' 'TIER'.
               88  RK-MEASURE-TIER          VALUE 'TIER'.
           05  RK-LOW-BOUND        PIC 9(03)V99.
           05  RK-CLASS            PIC X(12).
               88  RK-TIER-VALID            VALUE 'LOW' 'MODERATE'
                                                  'HIGH'.
           05  RK-POINTS           PIC 9(02).
