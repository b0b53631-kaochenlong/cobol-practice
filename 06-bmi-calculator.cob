      *                   sweep, so those notices could never be      *
      *                   chased.  The sweep's dedup on employee id   *
      *                   and notice date keeps the append safe.      *
      *  2026-09-21  RKM  HEALTHIN now carries the blood pressure,    *
      *                   cholesterol and fasting glucose readings    *
      *                   the clinic takes at every screening, and    *
      *                   BMIHIST keeps them.  Each reading (and the  *
      *                   BMI) is classed and scored off the RISKCUT  *
      *                   risk-cutoff table - built-in cutoffs when   *
      *                   there is none - into a composite risk score *
      *                   and a LOW / MODERATE / HIGH tier.  The      *
      *                   WELLNOTC outreach notices now go to the     *
      *                   MODERATE and HIGH tiers rather than to the  *
      *                   Underweight and Obese BMI categories, and   *
      *                   the department summary counts each tier.    *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "WELLNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT RISK-CUTOFF-FILE ASSIGN TO "RISKCUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEALTH-SCREEN-FILE.
           05  CK-CHECKPOINT-COUNT  PIC 9(07).
           05  CK-WRITTEN-COUNT     PIC 9(07).
           05  CK-REJECT-COUNT      PIC 9(07).
           05  CK-MODERATE-COUNT    PIC 9(05).
           05  CK-HIGH-COUNT        PIC 9(05).
           05  CK-GENERATION-NAME   PIC X(16).
           05  CK-GENERATION-NUMBER PIC 9(05).

       FD  RUN-LOCK-FILE.
           COPY runlockrec.

       FD  RISK-CUTOFF-FILE.
           COPY riskcutrec.

       WORKING-STORAGE SECTION.
       77  WS-RUN-MODE             PIC X(01).
       77  WS-CMD-LINE             PIC X(20)  VALUE SPACES.
       77  WS-MASTER-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
           88  WS-MASTER-OPEN-YES              VALUE 'Y'.
       01  WS-NOTICE-NAME           PIC X(20)  VALUE SPACES.
       77  WS-MODERATE-NOTICES      PIC 9(05) COMP VALUE ZERO.
       77  WS-HIGH-NOTICES          PIC 9(05) COMP VALUE ZERO.
       77  WS-TOTAL-NOTICES         PIC 9(05) COMP VALUE ZERO.
       01  WS-NOTICE-COUNT-DISP     PIC ZZZZ9.
       77  WS-CTL-STATUS            PIC X(02)  VALUE SPACES.
           05  FILLER               PIC X(05) VALUE " GEN ".
           05  WS-GEN-FTR-NUMBER    PIC 9(05).
      *****************************************************************
      *  The RISKCUT risk-cutoff bands, one entry per RISKCUTREC line *
      *****************************************************************
       77  WS-RISK-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-RISK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-RISK-EOF-YES                 VALUE 'Y'.
       77  WS-RISK-BAD-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-RISK-BAD-YES                 VALUE 'Y'.
       77  WS-RISK-MAX              PIC 9(03) COMP VALUE 60.
       77  WS-RISK-USED             PIC 9(03) COMP VALUE ZERO.
       77  WS-RISK-SUB              PIC 9(03) COMP VALUE ZERO.
       77  WS-RISK-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
       01  WS-RISK-TABLE.
           05  WS-RISK-ENTRY OCCURS 60 TIMES.
               10  WS-RISK-MEASURE  PIC X(04).
               10  WS-RISK-LOW      PIC 9(03)V99.
               10  WS-RISK-CLASS    PIC X(12).
               10  WS-RISK-POINTS   PIC 9(02).
      *****************************************************************
      *  The built-in cutoffs, in the RISKCUTREC layout, used when    *
      *  there is no RISKCUT file or it will not load clean : the WHO *
      *  BMI categories, the blood pressure stages, the cholesterol   *
      *  and fasting glucose bands, and the score ranges of the three *
      *  tiers.  Underweight and Obese score two, so a screening with *
      *  no other readings still reaches MODERATE as it always drew   *
      *  a notice.                                                    *
      *****************************************************************
       01  WS-DEFAULT-RISK-DATA.
           05  FILLER PIC X(23) VALUE "BMI 00000Underweight 02".
           05  FILLER PIC X(23) VALUE "BMI 01850Normal      00".
           05  FILLER PIC X(23) VALUE "BMI 02500Overweight  01".
           05  FILLER PIC X(23) VALUE "BMI 03000Obese       02".
           05  FILLER PIC X(23) VALUE "SYS 00000Normal      00".
           05  FILLER PIC X(23) VALUE "SYS 12000Elevated    01".
           05  FILLER PIC X(23) VALUE "SYS 13000Stage 1 HTN 02".
           05  FILLER PIC X(23) VALUE "SYS 14000Stage 2 HTN 03".
           05  FILLER PIC X(23) VALUE "DIA 00000Normal      00".
           05  FILLER PIC X(23) VALUE "DIA 08000Stage 1 HTN 02".
           05  FILLER PIC X(23) VALUE "DIA 09000Stage 2 HTN 03".
           05  FILLER PIC X(23) VALUE "CHOL00000Desirable   00".
           05  FILLER PIC X(23) VALUE "CHOL20000Borderline  01".
           05  FILLER PIC X(23) VALUE "CHOL24000High        02".
           05  FILLER PIC X(23) VALUE "GLUC00000Normal      00".
           05  FILLER PIC X(23) VALUE "GLUC10000Prediabetes 02".
           05  FILLER PIC X(23) VALUE "GLUC12600Diabetes    03".
           05  FILLER PIC X(23) VALUE "TIER00000LOW         00".
           05  FILLER PIC X(23) VALUE "TIER00200MODERATE    00".
           05  FILLER PIC X(23) VALUE "TIER00500HIGH        00".
       01  WS-DEFAULT-RISK-TABLE REDEFINES WS-DEFAULT-RISK-DATA.
           05  WS-DEFAULT-RISK-ENTRY    PIC X(23) OCCURS 20 TIMES.
       77  WS-DEFAULT-RISK-COUNT    PIC 9(03) COMP VALUE 20.
      *    every measure must start a band at zero, so any reading
      *    lands in one
       01  WS-MEASURE-NAMES         PIC X(24)
                                    VALUE "BMI SYS DIA CHOLGLUCTIER".
       01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-NAMES.
           05  WS-MEASURE-NAME      PIC X(04) OCCURS 6 TIMES.
       77  WS-MEASURE-SUB           PIC 9(03) COMP VALUE ZERO.
       77  WS-ZERO-BAND-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-ZERO-BAND-YES                VALUE 'Y'.
      *****************************************************************
      *  One screening's readings, classes, score and tier            *
      *****************************************************************
       01  WS-LOOK-MEASURE          PIC X(04)  VALUE SPACES.
       01  WS-LOOK-VALUE            PIC 9(03)V99 VALUE ZERO.
       01  WS-LOOK-CLASS            PIC X(12)  VALUE SPACES.
       01  WS-LOOK-POINTS           PIC 9(02)  VALUE ZERO.
       01  WS-SYSTOLIC              PIC 9(03)  VALUE ZERO.
       01  WS-DIASTOLIC             PIC 9(03)  VALUE ZERO.
       01  WS-CHOLEST               PIC 9(03)  VALUE ZERO.
       01  WS-GLUCOSE               PIC 9(03)  VALUE ZERO.
       01  WS-BMI-POINTS            PIC 9(02)  VALUE ZERO.
       01  WS-BP-POINTS             PIC 9(02)  VALUE ZERO.
       01  WS-CHOL-POINTS           PIC 9(02)  VALUE ZERO.
       01  WS-GLUC-POINTS           PIC 9(02)  VALUE ZERO.
       01  WS-BP-CLASS              PIC X(12)  VALUE SPACES.
       01  WS-CHOL-CLASS            PIC X(12)  VALUE SPACES.
       01  WS-GLUC-CLASS            PIC X(12)  VALUE SPACES.
       01  WS-RISK-SCORE            PIC 9(03)  VALUE ZERO.
       01  WS-RISK-TIER             PIC X(08)  VALUE SPACES.
           88  WS-RISK-TIER-LOW                VALUE 'LOW'.
           88  WS-RISK-TIER-MODERATE           VALUE 'MODERATE'.
           88  WS-RISK-TIER-HIGH               VALUE 'HIGH'.
           88  WS-RISK-AT-RISK                 VALUE 'MODERATE'
                                                     'HIGH'.
       01  WS-BP-TEXT.
           05  WS-BP-TEXT-SYS       PIC ZZ9 BLANK WHEN ZERO.
           05  WS-BP-TEXT-SLASH     PIC X(01).
           05  WS-BP-TEXT-DIA       PIC ZZ9 BLANK WHEN ZERO.
       01  WS-READING-DISP          PIC ZZ9 BLANK WHEN ZERO.
       01  WS-SCORE-DISP            PIC ZZ9.
      *****************************************************************
      *  The DEPTREF reference table with per-department screening    *
      *  accumulators.  Slot 1 catches employees whose department     *
      *  cannot be placed.                                             *
               10  WS-DEPT-NAME     PIC X(20).
               10  WS-DEPT-COUNT    PIC 9(05) COMP.
               10  WS-DEPT-BMI-SUM  PIC 9(07)V99.
               10  WS-DEPT-LOW      PIC 9(05) COMP.
               10  WS-DEPT-MODERATE PIC 9(05) COMP.
               10  WS-DEPT-HIGH     PIC 9(05) COMP.
       01  WS-DEPT-AVG-BMI          PIC 9(03)V99 VALUE ZERO.
      *****************************************************************
      *  The DEPTHIST assignment history, loaded so each screening    *
           05  WS-DSUM-COUNT        PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE " AVG BMI ".
           05  WS-DSUM-AVG          PIC ZZ9.99.
           05  FILLER               PIC X(05) VALUE " LOW ".
           05  WS-DSUM-LOW          PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " MODERATE ".
           05  WS-DSUM-MODERATE     PIC ZZZZ9.
           05  FILLER               PIC X(06) VALUE " HIGH ".
           05  WS-DSUM-HIGH         PIC ZZZZ9.
      *****************************************************************
      *  Outreach notice line layouts                                 *
      *****************************************************************
           05  FILLER               PIC X(02) VALUE " (".
           05  WS-NOTICE-CATEGORY   PIC X(12).
           05  FILLER               PIC X(01) VALUE ")".
       01  WS-NOTICE-READING-LINE.
           05  WS-NOTICE-READ-LABEL PIC X(18).
           05  WS-NOTICE-READING    PIC X(07).
           05  FILLER               PIC X(02) VALUE " (".
           05  WS-NOTICE-READ-CLASS PIC X(12).
           05  FILLER               PIC X(01) VALUE ")".
       01  WS-NOTICE-SCORE-LINE.
           05  FILLER               PIC X(22) VALUE
               "COMPOSITE RISK SCORE: ".
           05  WS-NOTICE-SCORE      PIC ZZ9.
           05  FILLER               PIC X(08) VALUE "   TIER ".
           05  WS-NOTICE-TIER       PIC X(08).
       01  WS-NOTICE-TEXT-1         PIC X(50)  VALUE
           "YOUR RECENT HEALTH SCREENING PLACED YOUR RESULT".
       01  WS-NOTICE-TEXT-2         PIC X(50)  VALUE
       01  WS-NOTICE-TEXT-4         PIC X(50)  VALUE
           "IN THE PROGRAM. PARTICIPATION IS CONFIDENTIAL.".
       01  WS-NOTICE-TRAILER-LINE.
           05  WS-NOTICE-TRAILER-LABEL  PIC X(24).
           05  WS-NOTICE-TRAILER-COUNT  PIC ZZZZ9.

       PROCEDURE DIVISION.
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF
           PERFORM 3030-LOAD-RISK-CUTOFFS THRU 3030-EXIT
           PERFORM 3050-LOAD-DEPARTMENTS THRU 3050-EXIT
           PERFORM 3070-LOAD-DEPT-HISTORY THRU 3070-EXIT
           ACCEPT WS-SCREEN-TODAY FROM DATE YYYYMMDD
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3030-LOAD-RISK-CUTOFFS : pull the RISKCUT bands into the     *
      *                           risk table.  Blank and '*' comment  *
      *                           lines are skipped.  A missing       *
      *                           file, a bad line or a measure with  *
      *                           no band starting at zero sets the   *
      *                           whole file aside for the built-in   *
      *                           cutoffs, flagged to EXCPRPT - the   *
      *                           screenings are never scored off     *
      *                           half a table.                       *
      *****************************************************************
       3030-LOAD-RISK-CUTOFFS.
           MOVE ZERO TO WS-RISK-USED.
           MOVE 'N'  TO WS-RISK-BAD-SWITCH.
           MOVE 'N'  TO WS-RISK-EOF-SWITCH.
           OPEN INPUT RISK-CUTOFF-FILE.
           IF WS-RISK-STATUS NOT = "00"
               MOVE "RISK-CUTOFF-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-RISK-STATUS     TO WS-EXC-BAD-VALUE
               MOVE "RISKCUT ABSENT - DEFAULTS" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               PERFORM 3036-LOAD-DEFAULT-CUTOFFS THRU 3036-EXIT
               GO TO 3030-EXIT
           END-IF.
           PERFORM 3032-READ-RISK-CUTOFF THRU 3032-EXIT.
           PERFORM UNTIL WS-RISK-EOF-YES
               PERFORM 3034-STORE-RISK-CUTOFF THRU 3034-EXIT
               PERFORM 3032-READ-RISK-CUTOFF THRU 3032-EXIT
           END-PERFORM.
           CLOSE RISK-CUTOFF-FILE.
           PERFORM 3038-CHECK-ZERO-BAND THRU 3038-EXIT
               VARYING WS-MEASURE-SUB FROM 1 BY 1
               UNTIL WS-MEASURE-SUB > 6.
           IF WS-RISK-BAD-YES
               MOVE "RISK-CUTOFF-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES             TO WS-EXC-BAD-VALUE
               MOVE "RISKCUT SET ASIDE - DEFAULTS" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               PERFORM 3036-LOAD-DEFAULT-CUTOFFS THRU 3036-EXIT
           END-IF.
       3030-EXIT.
           EXIT.

       3032-READ-RISK-CUTOFF.
           READ RISK-CUTOFF-FILE
               AT END
                   SET WS-RISK-EOF-YES TO TRUE
           END-READ.
       3032-EXIT.
           EXIT.

       3034-STORE-RISK-CUTOFF.
           IF RK-RISK-CUTOFF-RECORD = SPACES
                   OR RK-MEASURE(1:1) = '*'
               GO TO 3034-EXIT
           END-IF.
           MOVE "RK-MEASURE"  TO WS-EXC-FIELD-NAME.
           MOVE RK-RISK-CUTOFF-RECORD TO WS-EXC-BAD-VALUE.
           EVALUATE TRUE
               WHEN NOT RK-MEASURE-VALID
                   MOVE "RISKCUT UNKNOWN MEASURE" TO WS-EXC-REASON
               WHEN RK-LOW-BOUND NOT NUMERIC
                   MOVE "RISKCUT BOUND NOT NUMERIC" TO WS-EXC-REASON
               WHEN RK-POINTS NOT NUMERIC
                   MOVE "RISKCUT POINTS NOT NUMERIC" TO WS-EXC-REASON
               WHEN RK-MEASURE-TIER AND NOT RK-TIER-VALID
                   MOVE "RISKCUT TIER NOT LOW/MOD/HIGH"
                                       TO WS-EXC-REASON
               WHEN WS-RISK-USED >= WS-RISK-MAX
                   MOVE "RISK CUTOFF TABLE FULL" TO WS-EXC-REASON
               WHEN OTHER
                   ADD 1 TO WS-RISK-USED
                   MOVE RK-RISK-CUTOFF-RECORD
                       TO WS-RISK-ENTRY(WS-RISK-USED)
                   GO TO 3034-EXIT
           END-EVALUATE.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT.
           SET WS-RISK-BAD-YES TO TRUE.
       3034-EXIT.
           EXIT.

       3036-LOAD-DEFAULT-CUTOFFS.
           MOVE WS-DEFAULT-RISK-COUNT TO WS-RISK-USED.
           PERFORM 3037-LOAD-ONE-DEFAULT THRU 3037-EXIT
               VARYING WS-RISK-SUB FROM 1 BY 1
               UNTIL WS-RISK-SUB > WS-DEFAULT-RISK-COUNT.
       3036-EXIT.
           EXIT.

       3037-LOAD-ONE-DEFAULT.
           MOVE WS-DEFAULT-RISK-ENTRY(WS-RISK-SUB)
               TO WS-RISK-ENTRY(WS-RISK-SUB).
       3037-EXIT.
           EXIT.

       3038-CHECK-ZERO-BAND.
           MOVE 'N' TO WS-ZERO-BAND-SWITCH.
           PERFORM 3039-MATCH-ZERO-BAND THRU 3039-EXIT
               VARYING WS-RISK-SUB FROM 1 BY 1
               UNTIL WS-RISK-SUB > WS-RISK-USED
                   OR WS-ZERO-BAND-YES.
           IF NOT WS-ZERO-BAND-YES
               MOVE "RK-MEASURE"  TO WS-EXC-FIELD-NAME
               MOVE WS-MEASURE-NAME(WS-MEASURE-SUB)
                                  TO WS-EXC-BAD-VALUE
               MOVE "RISKCUT NO BAND FROM ZERO" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-RISK-BAD-YES TO TRUE
           END-IF.
       3038-EXIT.
           EXIT.

       3039-MATCH-ZERO-BAND.
           IF WS-RISK-MEASURE(WS-RISK-SUB) =
                   WS-MEASURE-NAME(WS-MEASURE-SUB)
                   AND WS-RISK-LOW(WS-RISK-SUB) = ZERO
               SET WS-ZERO-BAND-YES TO TRUE
           END-IF.
       3039-EXIT.
           EXIT.

      *****************************************************************
      *  3050-LOAD-DEPARTMENTS : pull the DEPTREF reference file into *
      *                          the department table.  Slot 1 is the *
           MOVE "UNASSIGNED" TO WS-DEPT-NAME(1).
           MOVE ZERO     TO WS-DEPT-COUNT(1).
           MOVE ZERO     TO WS-DEPT-BMI-SUM(1).
           MOVE ZERO     TO WS-DEPT-LOW(1) WS-DEPT-MODERATE(1)
                            WS-DEPT-HIGH(1).
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               MOVE "DEPARTMENT-FILE" TO WS-EXC-FIELD-NAME
                   MOVE DP-DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-USED)
                   MOVE ZERO         TO WS-DEPT-COUNT(WS-DEPT-USED)
                   MOVE ZERO         TO WS-DEPT-BMI-SUM(WS-DEPT-USED)
                   MOVE ZERO         TO WS-DEPT-LOW(WS-DEPT-USED)
                                        WS-DEPT-MODERATE(WS-DEPT-USED)
                                        WS-DEPT-HIGH(WS-DEPT-USED)
               ELSE
                   MOVE "DP-DEPT-CODE" TO WS-EXC-FIELD-NAME
                   MOVE DP-DEPT-CODE   TO WS-EXC-BAD-VALUE
       3200-PROCESS-HEALTH-RECORD.
           ADD 1 TO WS-CTL-READ-COUNT.
           MOVE SPACES TO BR-REPORT-RECORD.
           MOVE SPACES TO WS-RISK-TIER.
           MOVE HS-EMP-ID TO BR-EMP-ID WS-EMP-ID.
           MOVE HS-HEIGHT TO BR-HEIGHT WS-HEIGHT-DISP.
           MOVE HS-WEIGHT TO BR-WEIGHT WS-WEIGHT-DISP.
               MOVE BMI TO BR-BMI
               PERFORM 8000-CLASSIFY-BMI THRU 8000-EXIT
               MOVE WS-BMI-CATEGORY TO BR-CATEGORY
               PERFORM 3220-SCORE-RISK THRU 3220-EXIT
               MOVE WS-BP-TEXT      TO BR-BP
               MOVE WS-CHOLEST      TO BR-CHOLEST
               MOVE WS-GLUCOSE      TO BR-GLUCOSE
               MOVE WS-RISK-SCORE   TO BR-RISK-SCORE
               MOVE WS-RISK-TIER    TO BR-RISK-TIER
               MOVE "PROCESSED" TO BR-STATUS
               ADD 1 TO WS-CTL-WRITTEN-COUNT
               PERFORM 3240-TALLY-DEPARTMENT THRU 3240-EXIT
               PERFORM 3250-WRITE-HISTORY THRU 3250-EXIT
               IF WS-RISK-AT-RISK
                   PERFORM 3260-WRITE-NOTICE THRU 3260-EXIT
               END-IF
           ELSE
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3220-SCORE-RISK : class each clinic reading off the RISKCUT  *
      *                    bands and add up the composite risk score  *
      *                    - BMI, blood pressure (the worse of the    *
      *                    systolic and diastolic bands), cholesterol *
      *                    and glucose - then band the score into its *
      *                    tier.  A reading not taken scores nothing. *
      *****************************************************************
       3220-SCORE-RISK.
           MOVE ZERO TO WS-SYSTOLIC WS-DIASTOLIC WS-CHOLEST WS-GLUCOSE.
           IF HS-SYSTOLIC NUMERIC
               MOVE HS-SYSTOLIC TO WS-SYSTOLIC
           ELSE
               IF HS-SYSTOLIC NOT = SPACES
                   MOVE "HS-SYSTOLIC" TO WS-EXC-FIELD-NAME
                   PERFORM 3230-FLAG-BAD-READING THRU 3230-EXIT
               END-IF
           END-IF.
           IF HS-DIASTOLIC NUMERIC
               MOVE HS-DIASTOLIC TO WS-DIASTOLIC
           ELSE
               IF HS-DIASTOLIC NOT = SPACES
                   MOVE "HS-DIASTOLIC" TO WS-EXC-FIELD-NAME
                   PERFORM 3230-FLAG-BAD-READING THRU 3230-EXIT
               END-IF
           END-IF.
           IF HS-CHOLEST NUMERIC
               MOVE HS-CHOLEST TO WS-CHOLEST
           ELSE
               IF HS-CHOLEST NOT = SPACES
                   MOVE "HS-CHOLEST" TO WS-EXC-FIELD-NAME
                   PERFORM 3230-FLAG-BAD-READING THRU 3230-EXIT
               END-IF
           END-IF.
           IF HS-GLUCOSE NUMERIC
               MOVE HS-GLUCOSE TO WS-GLUCOSE
           ELSE
               IF HS-GLUCOSE NOT = SPACES
                   MOVE "HS-GLUCOSE" TO WS-EXC-FIELD-NAME
                   PERFORM 3230-FLAG-BAD-READING THRU 3230-EXIT
               END-IF
           END-IF.
           MOVE "BMI "  TO WS-LOOK-MEASURE.
           MOVE BMI     TO WS-LOOK-VALUE.
           PERFORM 8100-CLASSIFY-READING THRU 8100-EXIT.
           MOVE WS-LOOK-POINTS TO WS-BMI-POINTS.
           MOVE "NOT TAKEN" TO WS-BP-CLASS.
           MOVE ZERO        TO WS-BP-POINTS.
           IF WS-SYSTOLIC > ZERO
               MOVE "SYS "      TO WS-LOOK-MEASURE
               MOVE WS-SYSTOLIC TO WS-LOOK-VALUE
               PERFORM 8100-CLASSIFY-READING THRU 8100-EXIT
               MOVE WS-LOOK-CLASS  TO WS-BP-CLASS
               MOVE WS-LOOK-POINTS TO WS-BP-POINTS
           END-IF.
           IF WS-DIASTOLIC > ZERO
               MOVE "DIA "       TO WS-LOOK-MEASURE
               MOVE WS-DIASTOLIC TO WS-LOOK-VALUE
               PERFORM 8100-CLASSIFY-READING THRU 8100-EXIT
               IF WS-LOOK-POINTS > WS-BP-POINTS
                       OR WS-SYSTOLIC = ZERO
                   MOVE WS-LOOK-CLASS  TO WS-BP-CLASS
                   MOVE WS-LOOK-POINTS TO WS-BP-POINTS
               END-IF
           END-IF.
           MOVE "NOT TAKEN" TO WS-CHOL-CLASS.
           MOVE ZERO        TO WS-CHOL-POINTS.
           IF WS-CHOLEST > ZERO
               MOVE "CHOL"      TO WS-LOOK-MEASURE
               MOVE WS-CHOLEST  TO WS-LOOK-VALUE
               PERFORM 8100-CLASSIFY-READING THRU 8100-EXIT
               MOVE WS-LOOK-CLASS  TO WS-CHOL-CLASS
               MOVE WS-LOOK-POINTS TO WS-CHOL-POINTS
           END-IF.
           MOVE "NOT TAKEN" TO WS-GLUC-CLASS.
           MOVE ZERO        TO WS-GLUC-POINTS.
           IF WS-GLUCOSE > ZERO
               MOVE "GLUC"      TO WS-LOOK-MEASURE
               MOVE WS-GLUCOSE  TO WS-LOOK-VALUE
               PERFORM 8100-CLASSIFY-READING THRU 8100-EXIT
               MOVE WS-LOOK-CLASS  TO WS-GLUC-CLASS
               MOVE WS-LOOK-POINTS TO WS-GLUC-POINTS
           END-IF.
           COMPUTE WS-RISK-SCORE = WS-BMI-POINTS + WS-BP-POINTS
               + WS-CHOL-POINTS + WS-GLUC-POINTS.
           MOVE "TIER"        TO WS-LOOK-MEASURE.
           MOVE WS-RISK-SCORE TO WS-LOOK-VALUE.
           PERFORM 8100-CLASSIFY-READING THRU 8100-EXIT.
           MOVE WS-LOOK-CLASS TO WS-RISK-TIER.
           MOVE SPACES        TO WS-BP-TEXT.
           IF WS-SYSTOLIC > ZERO OR WS-DIASTOLIC > ZERO
               MOVE WS-SYSTOLIC  TO WS-BP-TEXT-SYS
               MOVE "/"          TO WS-BP-TEXT-SLASH
               MOVE WS-DIASTOLIC TO WS-BP-TEXT-DIA
           END-IF.
       3220-EXIT.
           EXIT.

      *****************************************************************
      *  3230-FLAG-BAD-READING : a reading that is neither blank nor  *
      *                          numeric is scored as not taken and   *
      *                          flagged, rather than guessed at      *
      *****************************************************************
       3230-FLAG-BAD-READING.
           MOVE HS-EMP-ID     TO WS-EXC-BAD-VALUE.
           MOVE "READING NOT NUMERIC - NOT SCORED" TO WS-EXC-REASON.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT.
       3230-EXIT.
           EXIT.

      *****************************************************************
      *  3240-TALLY-DEPARTMENT : place this screening in its          *
      *                          employee's department bucket - the   *
           END-IF.
           ADD 1   TO WS-DEPT-COUNT(WS-DEPT-FOUND-SUB).
           ADD BMI TO WS-DEPT-BMI-SUM(WS-DEPT-FOUND-SUB).
           EVALUATE TRUE
               WHEN WS-RISK-TIER-HIGH
                   ADD 1 TO WS-DEPT-HIGH(WS-DEPT-FOUND-SUB)
               WHEN WS-RISK-TIER-MODERATE
                   ADD 1 TO WS-DEPT-MODERATE(WS-DEPT-FOUND-SUB)
               WHEN OTHER
                   ADD 1 TO WS-DEPT-LOW(WS-DEPT-FOUND-SUB)
           END-EVALUATE.
       3240-EXIT.
           EXIT.

           MOVE BMI          TO HB-BMI.
           MOVE WS-BMI-CATEGORY TO HB-CATEGORY.
           MOVE HS-UNIT-CODE TO HB-UNIT-CODE.
           MOVE WS-SYSTOLIC  TO HB-SYSTOLIC.
           MOVE WS-DIASTOLIC TO HB-DIASTOLIC.
           MOVE WS-CHOLEST   TO HB-CHOLEST.
           MOVE WS-GLUCOSE   TO HB-GLUCOSE.
           MOVE WS-BP-CLASS  TO HB-BP-CLASS.
           MOVE WS-CHOL-CLASS TO HB-CHOL-CLASS.
           MOVE WS-GLUC-CLASS TO HB-GLUC-CLASS.
           MOVE WS-RISK-SCORE TO HB-RISK-SCORE.
           MOVE WS-RISK-TIER TO HB-RISK-TIER.
           WRITE HB-HISTORY-RECORD
               INVALID KEY
                   REWRITE HB-HISTORY-RECORD

      *****************************************************************
      *  3260-WRITE-NOTICE : one formatted outreach notice for an     *
      *                      at-risk (MODERATE or HIGH tier) batch    *
      *                      screening, name pulled off EMPMSTR, with *
      *                      every reading and the composite score    *
      *****************************************************************
       3260-WRITE-NOTICE.
           MOVE SPACES TO WS-NOTICE-NAME.
           MOVE WS-BMI-CATEGORY   TO WS-NOTICE-CATEGORY.
           MOVE WS-NOTICE-RESULT-LINE TO NF-NOTICE-LINE.
           WRITE NF-NOTICE-LINE.
           MOVE "BLOOD PRESSURE:"  TO WS-NOTICE-READ-LABEL.
           MOVE WS-BP-TEXT         TO WS-NOTICE-READING.
           MOVE WS-BP-CLASS        TO WS-NOTICE-READ-CLASS.
           MOVE WS-NOTICE-READING-LINE TO NF-NOTICE-LINE.
           WRITE NF-NOTICE-LINE.
           MOVE "CHOLESTEROL:"     TO WS-NOTICE-READ-LABEL.
           MOVE WS-CHOLEST         TO WS-READING-DISP.
           MOVE WS-READING-DISP    TO WS-NOTICE-READING.
           MOVE WS-CHOL-CLASS      TO WS-NOTICE-READ-CLASS.
           MOVE WS-NOTICE-READING-LINE TO NF-NOTICE-LINE.
           WRITE NF-NOTICE-LINE.
           MOVE "FASTING GLUCOSE:" TO WS-NOTICE-READ-LABEL.
           MOVE WS-GLUCOSE         TO WS-READING-DISP.
           MOVE WS-READING-DISP    TO WS-NOTICE-READING.
           MOVE WS-GLUC-CLASS      TO WS-NOTICE-READ-CLASS.
           MOVE WS-NOTICE-READING-LINE TO NF-NOTICE-LINE.
           WRITE NF-NOTICE-LINE.
           MOVE WS-RISK-SCORE      TO WS-NOTICE-SCORE.
           MOVE WS-RISK-TIER       TO WS-NOTICE-TIER.
           MOVE WS-NOTICE-SCORE-LINE TO NF-NOTICE-LINE.
           WRITE NF-NOTICE-LINE.
           MOVE WS-NOTICE-TEXT-1  TO NF-NOTICE-LINE.
           WRITE NF-NOTICE-LINE.
           MOVE WS-NOTICE-TEXT-2  TO NF-NOTICE-LINE.
           WRITE NF-NOTICE-LINE.
           MOVE WS-NOTICE-TEXT-4  TO NF-NOTICE-LINE.
           WRITE NF-NOTICE-LINE.
           IF WS-RISK-TIER-HIGH
               ADD 1 TO WS-HIGH-NOTICES
           ELSE
               ADD 1 TO WS-MODERATE-NOTICES
           END-IF.
           ADD 1 TO WS-TOTAL-NOTICES.
           MOVE SPACES          TO NR-NOTICE-RECORD.
           MOVE HS-EMP-ID       TO NR-EMP-ID.
           ACCEPT NR-NOTICE-DATE FROM DATE YYYYMMDD.
           MOVE WS-RISK-TIER    TO NR-CATEGORY.
           WRITE NR-NOTICE-RECORD.
       3260-EXIT.
           EXIT.
      *****************************************************************
      *  3280-WRITE-DEPT-SUMMARY : the department summary block at    *
      *                            the foot of BMIRPT - screened      *
      *                            count, average BMI and risk-tier   *
      *                            counts per department that         *
      *                            screened anyone                    *
      *****************************************************************
       3280-WRITE-DEPT-SUMMARY.
           MOVE SPACES TO BR-REPORT-RECORD.
                   WS-DEPT-BMI-SUM(WS-DEPT-SUB)
                   / WS-DEPT-COUNT(WS-DEPT-SUB)
               MOVE WS-DEPT-AVG-BMI TO WS-DSUM-AVG
               MOVE WS-DEPT-LOW(WS-DEPT-SUB)      TO WS-DSUM-LOW
               MOVE WS-DEPT-MODERATE(WS-DEPT-SUB) TO WS-DSUM-MODERATE
               MOVE WS-DEPT-HIGH(WS-DEPT-SUB)     TO WS-DSUM-HIGH
               MOVE WS-DEPT-SUMMARY-LINE TO BR-REPORT-RECORD
               WRITE BR-REPORT-RECORD
           END-IF.
           WRITE NF-NOTICE-LINE.
           MOVE "NOTICE TRAILER - PACKETS REQUIRED" TO NF-NOTICE-LINE.
           WRITE NF-NOTICE-LINE.
           MOVE "MODERATE RISK NOTICES:" TO WS-NOTICE-TRAILER-LABEL.
           MOVE WS-MODERATE-NOTICES    TO WS-NOTICE-TRAILER-COUNT.
           MOVE WS-NOTICE-TRAILER-LINE TO NF-NOTICE-LINE.
           WRITE NF-NOTICE-LINE.
           MOVE "HIGH RISK NOTICES:"   TO WS-NOTICE-TRAILER-LABEL.
           MOVE WS-HIGH-NOTICES        TO WS-NOTICE-TRAILER-COUNT.
           MOVE WS-NOTICE-TRAILER-LINE TO NF-NOTICE-LINE.
           WRITE NF-NOTICE-LINE.
           MOVE "TOTAL NOTICES:"       TO WS-NOTICE-TRAILER-LABEL.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-CLASSIFY-READING : the RISKCUT band WS-LOOK-VALUE falls *
      *                          in for WS-LOOK-MEASURE - the one     *
      *                          with the highest low bound not above *
      *                          the value - giving its class and     *
      *                          points                               *
      *****************************************************************
       8100-CLASSIFY-READING.
           MOVE ZERO TO WS-RISK-FOUND-SUB.
           PERFORM 8110-MATCH-BAND THRU 8110-EXIT
               VARYING WS-RISK-SUB FROM 1 BY 1
               UNTIL WS-RISK-SUB > WS-RISK-USED.
           IF WS-RISK-FOUND-SUB > ZERO
               MOVE WS-RISK-CLASS(WS-RISK-FOUND-SUB)  TO WS-LOOK-CLASS
               MOVE WS-RISK-POINTS(WS-RISK-FOUND-SUB) TO WS-LOOK-POINTS
           ELSE
               MOVE SPACES TO WS-LOOK-CLASS
               MOVE ZERO   TO WS-LOOK-POINTS
           END-IF.
       8100-EXIT.
           EXIT.

       8110-MATCH-BAND.
           IF WS-RISK-MEASURE(WS-RISK-SUB) = WS-LOOK-MEASURE
                   AND WS-RISK-LOW(WS-RISK-SUB) <= WS-LOOK-VALUE
               IF WS-RISK-FOUND-SUB = ZERO
                   MOVE WS-RISK-SUB TO WS-RISK-FOUND-SUB
               ELSE
                   IF WS-RISK-LOW(WS-RISK-SUB) >
                           WS-RISK-LOW(WS-RISK-FOUND-SUB)
                       MOVE WS-RISK-SUB TO WS-RISK-FOUND-SUB
                   END-IF
               END-IF
           END-IF.
       8110-EXIT.
           EXIT.

      *****************************************************************
      *  9000-WRITE-AUDIT-LOG : append one screening to the shared     *
      *                         AUDITLOG so a completed run leaves a  *
                   MOVE "AUDIT STRING OVERFLOWED KEY" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-STRING.
           IF WS-RISK-TIER NOT = SPACES
               MOVE WS-RISK-SCORE TO WS-SCORE-DISP
               MOVE SPACES TO AU-KEY-RESULT(24:)
               STRING " RISK=" WS-SCORE-DISP " " WS-RISK-TIER
                   DELIMITED BY SIZE INTO AU-KEY-RESULT(24:)
                   ON OVERFLOW
                       MOVE "AU-KEY-RESULT" TO WS-EXC-FIELD-NAME
                       MOVE AU-KEY-RESULT   TO WS-EXC-BAD-VALUE
                       MOVE "AUDIT STRING OVERFLOWED KEY"
                                            TO WS-EXC-REASON
                       PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-STRING
           END-IF.
           WRITE AU-AUDIT-RECORD.
       9000-EXIT.
           EXIT.
                           MOVE CK-REJECT-COUNT
                               TO WS-CTL-REJECT-COUNT
                       END-IF
                       IF CK-MODERATE-COUNT IS NUMERIC
                           MOVE CK-MODERATE-COUNT
                               TO WS-MODERATE-NOTICES
                       END-IF
                       IF CK-HIGH-COUNT IS NUMERIC
                           MOVE CK-HIGH-COUNT
                               TO WS-HIGH-NOTICES
                       END-IF
                       MOVE CK-GENERATION-NAME TO WS-CKPT-GEN-NAME
                       IF CK-GENERATION-NUMBER IS NUMERIC
           MOVE WS-CKPT-RESUME-COUNT TO WS-CKPT-DONE-COUNT.
           MOVE WS-CKPT-RESUME-COUNT TO WS-CTL-READ-COUNT.
           COMPUTE WS-TOTAL-NOTICES =
               WS-MODERATE-NOTICES + WS-HIGH-NOTICES.
       9400-EXIT.
           EXIT.

           MOVE WS-CKPT-DONE-COUNT      TO CK-CHECKPOINT-COUNT.
           MOVE WS-CTL-WRITTEN-COUNT    TO CK-WRITTEN-COUNT.
           MOVE WS-CTL-REJECT-COUNT     TO CK-REJECT-COUNT.
           MOVE WS-MODERATE-NOTICES     TO CK-MODERATE-COUNT.
           MOVE WS-HIGH-NOTICES         TO CK-HIGH-COUNT.
           MOVE WS-GEN-FILE-NAME        TO CK-GENERATION-NAME.
           MOVE WS-GEN-RUN-NUMBER       TO CK-GENERATION-NUMBER.
           WRITE CK-CHECKPOINT-RECORD.
