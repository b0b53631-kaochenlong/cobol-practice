      *                   holds to zero : an out-of-balance extract   *
      *                   fails the window there.  GLWORK is cleared  *
      *                   after a clean extract.                      *
      *  2026-09-18  RKM  A reimbursement reversal (source VARREV)    *
      *                   journals the posting pair with debit and    *
      *                   credit swapped.                             *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *  2026-09-25  RKM  A clinic screening fee approved by          *
      *                   ClinicInvoice (source CLINEXP) journals to  *
      *                   the CLINFEES expense against the APCLINIC   *
      *                   payable, charged to the employee's          *
      *                   department cost center like any other       *
      *                   activity.                                   *
      *  2026-09-27  RKM  Accounting periods from PRDCTL.  Activity   *
      *                   dated into a closed period rolls to the     *
      *                   first open day, detail lines carry the      *
      *                   accounting period, each extract stamps its  *
      *                   periods, and CLOSE closes a month once      *
      *                   proved.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTREF"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PRDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTALS-FILE.
           COPY ctlrec.

       FD  PERIOD-CONTROL-FILE.
           COPY prdctlrec.

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE              PIC X(20)  VALUE SPACES.
       77  WS-GLW-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EXT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       01  WS-AUD-KEY-RESULT        PIC X(45)  VALUE SPACES.
       01  WS-DETCOUNT-DISP         PIC ZZZZZZ9.
       01  WS-DIFF-DISP             PIC $$,$$$,$$9.99-.
      *****************************************************************
      *  The PRDCTL accounting periods, held whole for the run : the  *
      *  extract books each activity to its period (rolled forward    *
      *  past a closed one) and stamps the open periods with this     *
      *  extract; CLOSE proves and closes one period                  *
      *****************************************************************
       77  WS-PRD-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-PRD-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-PRD-EOF-YES                  VALUE 'Y'.
       77  WS-PRD-FULL-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-PRD-FULL-YES                 VALUE 'Y'.
       77  WS-PRD-MAX               PIC 9(03) COMP VALUE 120.
       77  WS-PRD-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-PRD-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-PRD-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 120 TIMES.
               10  WS-PRD-PERIOD    PIC X(06).
               10  WS-PRD-STATE     PIC X(01).
               10  WS-PRD-EXTRACT-DATE PIC X(08).
               10  WS-PRD-BALANCED  PIC X(01).
               10  WS-PRD-DELINQ-DATE PIC X(08).
               10  WS-PRD-CLOSED-DATE PIC X(08).
       01  WS-FIND-PERIOD           PIC X(06)  VALUE SPACES.
       01  WS-CLOSED-THRU           PIC X(06)  VALUE SPACES.
       01  WS-OPEN-FROM-DATE        PIC X(08)  VALUE SPACES.
       01  WS-ACCT-PERIOD           PIC X(06)  VALUE SPACES.
       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR       PIC 9(04).
           05  WS-PERIOD-MONTH      PIC 9(02).
       77  WS-ROLLED-COUNT          PIC 9(07) COMP VALUE ZERO.
      *****************************************************************
      *  Month-end close work fields                                  *
      *****************************************************************
       77  WS-CLOSE-REFUSED-SWITCH  PIC X(01)  VALUE 'N'.
           88  WS-CLOSE-REFUSED-YES            VALUE 'Y'.
       01  WS-CLOSE-PERIOD          PIC X(06)  VALUE SPACES.
       01  WS-CLOSE-SUB             PIC 9(03) COMP VALUE ZERO.
       01  WS-PERIOD-END-DATE       PIC X(08)  VALUE SPACES.
       77  WS-UNEXTRACTED-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-MONTH-LENGTH-VALUES   PIC X(24)  VALUE
           "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
           05  WS-MONTH-LENGTH      PIC 9(02) OCCURS 12 TIMES.
       77  WS-MONTH-DAYS            PIC 9(02)  VALUE ZERO.
       77  WS-LEAP-QUOTIENT         PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM-4            PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM-100          PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM-400          PIC 9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF WS-CMD-LINE(1:5) = "CLOSE"
               PERFORM 5000-CLOSE-PERIOD THRU 5000-EXIT
               GO TO 0000-WRAP-UP
           END-IF.
           IF WS-CMD-LINE NOT = SPACES
               DISPLAY "GLExtract modes: (none) to extract the "
                   "window, or CLOSE [YYYYMM]"
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1200-LOAD-PERIODS THRU 1200-EXIT.
           PERFORM 1000-LOAD-DEPARTMENTS THRU 1000-EXIT.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS = "00"
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
           PERFORM 3000-STAMP-PERIODS THRU 3000-EXIT.
       0000-WRAP-UP.
           CLOSE EXCEPTION-FILE.
           CLOSE AUDIT-LOG-FILE.
           STOP RUN.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-PERIODS : pull the PRDCTL period control file      *
      *                      whole, noting the latest closed period - *
      *                      periods close in order, so everything up *
      *                      to it is closed and activity dated there *
      *                      books to the first day after it.  No     *
      *                      file yet means nothing is closed.        *
      *****************************************************************
       1200-LOAD-PERIODS.
           MOVE ZERO   TO WS-PRD-USED.
           MOVE SPACES TO WS-CLOSED-THRU.
           MOVE SPACES TO WS-OPEN-FROM-DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PRD-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-PERIOD THRU 1210-EXIT.
           PERFORM UNTIL WS-PRD-EOF-YES
               IF WS-PRD-USED < WS-PRD-MAX
                   ADD 1 TO WS-PRD-USED
                   MOVE PC-PERIOD       TO WS-PRD-PERIOD(WS-PRD-USED)
                   MOVE PC-STATUS       TO WS-PRD-STATE(WS-PRD-USED)
                   MOVE PC-EXTRACT-DATE
                               TO WS-PRD-EXTRACT-DATE(WS-PRD-USED)
                   MOVE PC-EXTRACT-BALANCED
                                   TO WS-PRD-BALANCED(WS-PRD-USED)
                   MOVE PC-DELINQ-DATE
                                TO WS-PRD-DELINQ-DATE(WS-PRD-USED)
                   MOVE PC-CLOSED-DATE
                                TO WS-PRD-CLOSED-DATE(WS-PRD-USED)
               ELSE
                   IF NOT WS-PRD-FULL-YES
                       MOVE "PC-PERIOD"     TO WS-EXC-FIELD-NAME
                       MOVE PC-PERIOD       TO WS-EXC-BAD-VALUE
                       MOVE "PERIOD TABLE FULL"
                                            TO WS-EXC-REASON
                       PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   END-IF
                   SET WS-PRD-FULL-YES TO TRUE
               END-IF
               IF PC-STATUS-CLOSED AND PC-PERIOD > WS-CLOSED-THRU
                   MOVE PC-PERIOD TO WS-CLOSED-THRU
               END-IF
               PERFORM 1210-READ-PERIOD THRU 1210-EXIT
           END-PERFORM.
           CLOSE PERIOD-CONTROL-FILE.
           IF WS-CLOSED-THRU NOT = SPACES
               MOVE WS-CLOSED-THRU TO WS-PERIOD-PARTS
               PERFORM 1250-NEXT-PERIOD THRU 1250-EXIT
               MOVE WS-PERIOD-PARTS TO WS-OPEN-FROM-DATE(1:6)
               MOVE "01"            TO WS-OPEN-FROM-DATE(7:2)
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PRD-EOF-YES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1250-NEXT-PERIOD.
           ADD 1 TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH > 12
               MOVE 1 TO WS-PERIOD-MONTH
               ADD 1 TO WS-PERIOD-YEAR
           END-IF.
       1250-EXIT.
           EXIT.

       1300-FIND-PERIOD.
           MOVE ZERO TO WS-PRD-FOUND-SUB.
           PERFORM 1310-MATCH-PERIOD THRU 1310-EXIT
               VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SUB > WS-PRD-USED
                   OR WS-PRD-FOUND-SUB > ZERO.
       1300-EXIT.
           EXIT.

       1310-MATCH-PERIOD.
           IF WS-PRD-PERIOD(WS-PRD-SUB) = WS-FIND-PERIOD
               MOVE WS-PRD-SUB TO WS-PRD-FOUND-SUB
           END-IF.
       1310-EXIT.
           EXIT.

      *****************************************************************
      *  1400-ADD-OPEN-PERIOD : list WS-FIND-PERIOD on the control    *
      *                         file as open, unless it is already    *
      *                         there or falls in the closed run      *
      *****************************************************************
       1400-ADD-OPEN-PERIOD.
           IF WS-CLOSED-THRU NOT = SPACES
                   AND WS-FIND-PERIOD NOT > WS-CLOSED-THRU
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1300-FIND-PERIOD THRU 1300-EXIT.
           IF WS-PRD-FOUND-SUB > ZERO
               GO TO 1400-EXIT
           END-IF.
           IF WS-PRD-USED NOT < WS-PRD-MAX
               SET WS-PRD-FULL-YES TO TRUE
               GO TO 1400-EXIT
           END-IF.
           ADD 1 TO WS-PRD-USED.
           MOVE WS-FIND-PERIOD TO WS-PRD-PERIOD(WS-PRD-USED).
           MOVE 'O'            TO WS-PRD-STATE(WS-PRD-USED).
           MOVE SPACES         TO WS-PRD-EXTRACT-DATE(WS-PRD-USED).
           MOVE 'N'            TO WS-PRD-BALANCED(WS-PRD-USED).
           MOVE SPACES         TO WS-PRD-DELINQ-DATE(WS-PRD-USED).
           MOVE SPACES         TO WS-PRD-CLOSED-DATE(WS-PRD-USED).
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  2000-EXTRACT-ACTIVITY : one balanced debit/credit journal    *
      *                          pair per GLWORK activity, between    *
               WHEN GW-SOURCE-PAYMENT
                   MOVE "CASH"     TO WS-DEBIT-ACCOUNT
                   MOVE "LOANRECV" TO WS-CREDIT-ACCOUNT
               WHEN GW-SOURCE-REVERSAL
                   MOVE "EMPCLEAR" TO WS-DEBIT-ACCOUNT
                   MOVE "WELLEXP"  TO WS-CREDIT-ACCOUNT
               WHEN GW-SOURCE-CLINIC
                   MOVE "CLINFEES" TO WS-DEBIT-ACCOUNT
                   MOVE "APCLINIC" TO WS-CREDIT-ACCOUNT
               WHEN OTHER
                   MOVE "GW-SOURCE-CODE" TO WS-EXC-FIELD-NAME
                   MOVE GW-SOURCE-CODE   TO WS-EXC-BAD-VALUE
                   GO TO 2200-EXIT
           END-EVALUATE.
           PERFORM 2300-FIND-COST-CENTER THRU 2300-EXIT.
           PERFORM 2350-SETTLE-ACCT-PERIOD THRU 2350-EXIT.
           SET WS-DRCR-DEBIT TO TRUE.
           PERFORM 2400-WRITE-JOURNAL-LINE THRU 2400-EXIT.
           SET WS-DRCR-CREDIT TO TRUE.
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2350-SETTLE-ACCT-PERIOD : the activity books to the period   *
      *                            of its transaction date - or, when *
      *                            that period is already closed, to  *
      *                            the first open one, flagged so     *
      *                            accounting sees the late arrival   *
      *****************************************************************
       2350-SETTLE-ACCT-PERIOD.
           IF GW-TRAN-DATE = SPACES
               MOVE WS-TODAY(1:6)     TO WS-ACCT-PERIOD
           ELSE
               MOVE GW-TRAN-DATE(1:6) TO WS-ACCT-PERIOD
           END-IF.
           IF WS-CLOSED-THRU NOT = SPACES
                   AND WS-ACCT-PERIOD NOT > WS-CLOSED-THRU
               MOVE WS-OPEN-FROM-DATE(1:6) TO WS-ACCT-PERIOD
               ADD 1 TO WS-ROLLED-COUNT
               MOVE "GW-TRAN-DATE" TO WS-EXC-FIELD-NAME
               MOVE SPACES         TO WS-EXC-BAD-VALUE
               STRING GW-EMP-ID " " GW-TRAN-DATE
                   DELIMITED BY SIZE INTO WS-EXC-BAD-VALUE
               MOVE "CLOSED PERIOD - ROLLED FORWARD"
                                   TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
       2350-EXIT.
           EXIT.

       2400-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE 'D'    TO GL-RECORD-TYPE.
           MOVE GW-SOURCE-CODE TO GL-DET-SOURCE.
           MOVE GW-EMP-ID      TO GL-DET-EMP-ID.
           MOVE GW-TRAN-DATE   TO GL-DET-TRAN-DATE.
           MOVE WS-ACCT-PERIOD TO GL-DET-ACCT-PERIOD.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD GW-AMOUNT TO WS-HASH-TOTAL.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  3000-STAMP-PERIODS : mark every open period up to today's    *
      *                       with this extract and whether it        *
      *                       balanced - the evidence the month-end   *
      *                       close looks for - listing today's       *
      *                       period as open if it is new             *
      *****************************************************************
       3000-STAMP-PERIODS.
           MOVE WS-TODAY(1:6) TO WS-FIND-PERIOD.
           PERFORM 1400-ADD-OPEN-PERIOD THRU 1400-EXIT.
           PERFORM 3100-STAMP-ONE-PERIOD THRU 3100-EXIT
               VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SUB > WS-PRD-USED.
           PERFORM 9400-SAVE-PERIODS THRU 9400-EXIT.
       3000-EXIT.
           EXIT.

       3100-STAMP-ONE-PERIOD.
           IF WS-PRD-STATE(WS-PRD-SUB) = 'O'
                   AND WS-PRD-PERIOD(WS-PRD-SUB) NOT > WS-TODAY(1:6)
               MOVE WS-TODAY TO WS-PRD-EXTRACT-DATE(WS-PRD-SUB)
               IF WS-BALANCE-DIFF = ZERO
                   MOVE 'Y' TO WS-PRD-BALANCED(WS-PRD-SUB)
               ELSE
                   MOVE 'N' TO WS-PRD-BALANCED(WS-PRD-SUB)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  5000-CLOSE-PERIOD : the month-end close.  The period named   *
      *                      on the command line (default the         *
      *                      earliest open one) closes only when      *
      *                      every earlier period is closed, a GL     *
      *                      extract run on or after its last day     *
      *                      balanced, the delinquency sweep has run  *
      *                      on or after its last day, and GLWORK     *
      *                      holds nothing dated into it still        *
      *                      waiting to be extracted.  Every failed   *
      *                      condition goes to EXCPRPT.               *
      *****************************************************************
       5000-CLOSE-PERIOD.
           PERFORM 1200-LOAD-PERIODS THRU 1200-EXIT.
           MOVE WS-CMD-LINE(7:6) TO WS-CLOSE-PERIOD.
           IF WS-PRD-STATUS NOT = "00"
               MOVE "PERIOD-CONTROL-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-PRD-STATUS         TO WS-EXC-BAD-VALUE
               MOVE "PRDCTL MISSING - RUN EXTRACT"
                                          TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 5000-REFUSED
           END-IF.
           IF WS-PRD-FULL-YES
               GO TO 5000-REFUSED
           END-IF.
           IF WS-CLOSE-PERIOD = SPACES
               PERFORM 5050-FIND-EARLIEST-OPEN THRU 5050-EXIT
                   VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PRD-USED
           END-IF.
           MOVE WS-CLOSE-PERIOD TO WS-FIND-PERIOD.
           PERFORM 1300-FIND-PERIOD THRU 1300-EXIT.
           IF WS-PRD-FOUND-SUB = ZERO
               MOVE "PC-PERIOD"            TO WS-EXC-FIELD-NAME
               MOVE WS-CLOSE-PERIOD        TO WS-EXC-BAD-VALUE
               MOVE "PERIOD NOT ON PRDCTL" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 5000-REFUSED
           END-IF.
           MOVE WS-PRD-FOUND-SUB TO WS-CLOSE-SUB.
           IF WS-PRD-STATE(WS-CLOSE-SUB) = 'C'
               MOVE "PC-PERIOD"             TO WS-EXC-FIELD-NAME
               MOVE WS-CLOSE-PERIOD         TO WS-EXC-BAD-VALUE
               MOVE "PERIOD ALREADY CLOSED" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 5000-REFUSED
           END-IF.
           PERFORM 5100-CHECK-EARLIER-OPEN THRU 5100-EXIT
               VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SUB > WS-PRD-USED.
           PERFORM 5200-SETTLE-PERIOD-END THRU 5200-EXIT.
           IF WS-PRD-EXTRACT-DATE(WS-CLOSE-SUB) = SPACES
                   OR WS-PRD-EXTRACT-DATE(WS-CLOSE-SUB)
                       < WS-PERIOD-END-DATE
               MOVE "PC-EXTRACT-DATE" TO WS-EXC-FIELD-NAME
               MOVE WS-PRD-EXTRACT-DATE(WS-CLOSE-SUB)
                                      TO WS-EXC-BAD-VALUE
               MOVE "NO GL EXTRACT SINCE PERIOD END"
                                      TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-CLOSE-REFUSED-YES TO TRUE
           ELSE
               IF WS-PRD-BALANCED(WS-CLOSE-SUB) NOT = 'Y'
                   MOVE "PC-EXTRACT-BALANCED" TO WS-EXC-FIELD-NAME
                   MOVE WS-PRD-EXTRACT-DATE(WS-CLOSE-SUB)
                                          TO WS-EXC-BAD-VALUE
                   MOVE "LAST GL EXTRACT OUT OF BALANCE"
                                          TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-CLOSE-REFUSED-YES TO TRUE
               END-IF
           END-IF.
           IF WS-PRD-DELINQ-DATE(WS-CLOSE-SUB) = SPACES
                   OR WS-PRD-DELINQ-DATE(WS-CLOSE-SUB)
                       < WS-PERIOD-END-DATE
               MOVE "PC-DELINQ-DATE" TO WS-EXC-FIELD-NAME
               MOVE WS-PRD-DELINQ-DATE(WS-CLOSE-SUB)
                                     TO WS-EXC-BAD-VALUE
               MOVE "NO DELINQ SWEEP AT PERIOD END"
                                     TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-CLOSE-REFUSED-YES TO TRUE
           END-IF.
           PERFORM 5300-SCAN-GL-ACTIVITY THRU 5300-EXIT.
           IF WS-CLOSE-REFUSED-YES
               GO TO 5000-REFUSED
           END-IF.
           MOVE 'C'      TO WS-PRD-STATE(WS-CLOSE-SUB).
           MOVE WS-TODAY TO WS-PRD-CLOSED-DATE(WS-CLOSE-SUB).
           MOVE WS-CLOSE-PERIOD TO WS-CLOSED-THRU.
           MOVE WS-CLOSE-PERIOD TO WS-PERIOD-PARTS.
           PERFORM 1250-NEXT-PERIOD THRU 1250-EXIT.
           MOVE WS-PERIOD-PARTS TO WS-FIND-PERIOD.
           PERFORM 1400-ADD-OPEN-PERIOD THRU 1400-EXIT.
           PERFORM 9400-SAVE-PERIODS THRU 9400-EXIT.
           MOVE WS-CLOSE-PERIOD TO WS-AUD-KEY-ID.
           MOVE "PERIOD CLOSE"  TO WS-AUD-KEY-INPUT.
           MOVE SPACES          TO WS-AUD-KEY-RESULT.
           STRING "CLOSED - NEXT OPEN PERIOD " WS-FIND-PERIOD
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
           DISPLAY "GLExtract: period " WS-CLOSE-PERIOD " closed.".
           GO TO 5000-EXIT.
       5000-REFUSED.
           MOVE WS-CLOSE-PERIOD  TO WS-AUD-KEY-ID.
           MOVE "PERIOD CLOSE"   TO WS-AUD-KEY-INPUT.
           MOVE "REFUSED - SEE EXCPRPT" TO WS-AUD-KEY-RESULT.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
           DISPLAY "GLExtract: period close refused - "
               "see EXCPRPT."
           MOVE 8 TO RETURN-CODE.
       5000-EXIT.
           EXIT.

       5050-FIND-EARLIEST-OPEN.
           IF WS-PRD-STATE(WS-PRD-SUB) = 'O'
               IF WS-CLOSE-PERIOD = SPACES
                       OR WS-PRD-PERIOD(WS-PRD-SUB) < WS-CLOSE-PERIOD
                   MOVE WS-PRD-PERIOD(WS-PRD-SUB) TO WS-CLOSE-PERIOD
               END-IF
           END-IF.
       5050-EXIT.
           EXIT.

      *    periods close in order - an earlier one left open would
      *    fall inside the closed run without ever being proved
       5100-CHECK-EARLIER-OPEN.
           IF WS-PRD-STATE(WS-PRD-SUB) = 'O'
                   AND WS-PRD-PERIOD(WS-PRD-SUB) < WS-CLOSE-PERIOD
               MOVE "PC-PERIOD"          TO WS-EXC-FIELD-NAME
               MOVE WS-PRD-PERIOD(WS-PRD-SUB) TO WS-EXC-BAD-VALUE
               MOVE "EARLIER PERIOD STILL OPEN" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-CLOSE-REFUSED-YES TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  5200-SETTLE-PERIOD-END : the period's last calendar day,     *
      *                           February taking the leap-year rule  *
      *****************************************************************
       5200-SETTLE-PERIOD-END.
           MOVE WS-CLOSE-PERIOD TO WS-PERIOD-PARTS.
           MOVE WS-MONTH-LENGTH(WS-PERIOD-MONTH) TO WS-MONTH-DAYS.
           IF WS-PERIOD-MONTH = 2
               DIVIDE WS-PERIOD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-PERIOD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-PERIOD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                       OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.
           MOVE WS-CLOSE-PERIOD TO WS-PERIOD-END-DATE(1:6).
           MOVE WS-MONTH-DAYS   TO WS-PERIOD-END-DATE(7:2).
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  5300-SCAN-GL-ACTIVITY : activity already on GLWORK dated     *
      *                          into the period has not reached the  *
      *                          ledger yet - closing now would     *
      *                          strand it                            *
      *****************************************************************
       5300-SCAN-GL-ACTIVITY.
           MOVE ZERO TO WS-UNEXTRACTED-COUNT.
           OPEN INPUT GL-ACTIVITY-FILE.
           IF WS-GLW-STATUS NOT = "00"
               GO TO 5300-EXIT
           END-IF.
           PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT.
           PERFORM UNTIL WS-GLW-EOF-YES
               IF GW-TRAN-DATE(1:6) NOT > WS-CLOSE-PERIOD
                   ADD 1 TO WS-UNEXTRACTED-COUNT
               END-IF
               PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT
           END-PERFORM.
           CLOSE GL-ACTIVITY-FILE.
           IF WS-UNEXTRACTED-COUNT > ZERO
               MOVE "GL-ACTIVITY-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-UNEXTRACTED-COUNT TO WS-DETCOUNT-DISP
               MOVE WS-DETCOUNT-DISP   TO WS-EXC-BAD-VALUE
               MOVE "UNEXTRACTED GLWORK IN PERIOD"
                                       TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-CLOSE-REFUSED-YES TO TRUE
           END-IF.
       5300-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one rejected entry to the      *
      *                         shared EXCPRPT exception report       *
           CLOSE CONTROL-TOTALS-FILE.
       9300-EXIT.
           EXIT.

      *****************************************************************
      *  9400-SAVE-PERIODS : rewrite PRDCTL from the period table.    *
      *                      A table that overflowed on load is not   *
      *                      written back - that would drop periods.  *
      *****************************************************************
       9400-SAVE-PERIODS.
           IF WS-PRD-FULL-YES
               MOVE "PERIOD-CONTROL-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES                TO WS-EXC-BAD-VALUE
               MOVE "PRDCTL NOT REWRITTEN - FULL"
                                          TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 9400-EXIT
           END-IF.
           OPEN OUTPUT PERIOD-CONTROL-FILE.
           PERFORM 9410-SAVE-ONE-PERIOD THRU 9410-EXIT
               VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SUB > WS-PRD-USED.
           CLOSE PERIOD-CONTROL-FILE.
       9400-EXIT.
           EXIT.

       9410-SAVE-ONE-PERIOD.
           MOVE SPACES TO PC-PERIOD-RECORD.
           MOVE WS-PRD-PERIOD(WS-PRD-SUB)       TO PC-PERIOD.
           MOVE WS-PRD-STATE(WS-PRD-SUB)        TO PC-STATUS.
           MOVE WS-PRD-EXTRACT-DATE(WS-PRD-SUB) TO PC-EXTRACT-DATE.
           MOVE WS-PRD-BALANCED(WS-PRD-SUB)     TO PC-EXTRACT-BALANCED.
           MOVE WS-PRD-DELINQ-DATE(WS-PRD-SUB)  TO PC-DELINQ-DATE.
           MOVE WS-PRD-CLOSED-DATE(WS-PRD-SUB)  TO PC-CLOSED-DATE.
           WRITE PC-PERIOD-RECORD.
       9410-EXIT.
           EXIT.
