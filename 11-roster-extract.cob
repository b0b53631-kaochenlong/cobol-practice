      *                   that day's wave to HLTHDAY for the clinic   *
      *                   to key against.  The screening queue is a   *
      *                   schedule now, not a heap.                   *
      *  2026-09-21  RKM  The roster's blood pressure, cholesterol    *
      *                   and glucose readings are zeroed for the     *
      *                   clinic to key alongside height and weight.  *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *****************************************************************
      *  Run with an optional cycle start date on the command line    *
      *  (YYYYMMDD).  No argument means the first of the current      *
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS INDEXED
           MOVE WS-ROS-EMP-ID(WS-ROS-SUB) TO HS-EMP-ID.
           MOVE ZERO TO HS-HEIGHT.
           MOVE ZERO TO HS-WEIGHT.
           MOVE ZERO TO HS-SYSTOLIC HS-DIASTOLIC HS-CHOLEST HS-GLUCOSE.
           MOVE 'M'  TO HS-UNIT-CODE.
           MOVE WS-DAY-DATE(WS-DAY-SUB) TO HS-SCHED-DATE.
           WRITE HS-HEALTH-RECORD.
