      *  is the clinic wave the roster extract booked the employee   *
      *  into against the daily capacity; blank on records keyed     *
      *  outside the wave schedule.                                   *
      *  The clinic's other readings follow : blood pressure          *
      *  (systolic/diastolic mmHg), total cholesterol and fasting     *
      *  glucose (mg/dL).  A zero or blank reading was not taken and  *
      *  scores nothing toward the composite risk.                    *
      *****************************************************************
       01  HS-HEALTH-RECORD.
           05  HS-EMP-ID           PIC X(10).
               88  HS-UNIT-METRIC       VALUE 'M'.
               88  HS-UNIT-IMPERIAL     VALUE 'I'.
           05  HS-SCHED-DATE       PIC X(08).
           05  HS-SYSTOLIC         PIC 9(03).
           05  HS-DIASTOLIC        PIC 9(03).
           05  HS-CHOLEST          PIC 9(03).
           05  HS-GLUCOSE          PIC 9(03).
