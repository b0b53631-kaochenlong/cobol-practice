      *                   written + rejected cross-check instead of   *
      *                   failing the next window on a run with a     *
      *                   partial confirmation.                       *
      *  2026-09-27  RKM  A confirmation dated inside a period closed *
      *                   in PRDCTL generates its LOANPAY payment on  *
      *                   the first open day, reported to EXCPRPT.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
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
       77  WS-RTN-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-DEDUC-STATUS          PIC X(02)  VALUE SPACES.
           88  WS-CONTROLS-BAD-YES             VALUE 'Y'.
       01  WS-TODAY                 PIC X(08)  VALUE SPACES.
       01  WS-RETURN-RUN-DATE       PIC X(08)  VALUE SPACES.
      *    PRDCTL closed-period control : a payment the bureau dated
      *    inside a period Finance has closed is generated on the
      *    first open day after it instead
       77  WS-PRD-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-PRD-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-PRD-EOF-YES                  VALUE 'Y'.
       01  WS-CLOSED-THRU           PIC X(06)  VALUE SPACES.
       01  WS-OPEN-FROM-DATE        PIC X(08)  VALUE SPACES.
       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR       PIC 9(04).
           05  WS-PERIOD-MONTH      PIC 9(02).
      *****************************************************************
      *  Return-file control verification : the detail count and      *
      *  amount hash accumulated while loading, crossed against the   *
               MOVE 8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 9800-LOAD-CLOSED-PERIOD THRU 9800-EXIT.
           OPEN OUTPUT PAYMENT-FILE.
           PERFORM 3000-RECONCILE-ONE-CONF THRU 3000-EXIT
               VARYING WS-CONF-SUB FROM 1 BY 1
      *  3200-GENERATE-PAYMENT : one LOANPAY transaction for the      *
      *                          amount the bureau actually took,     *
      *                          dated from the return header - what  *
      *                          the clerk used to rekey by hand.  A  *
      *                          date inside a closed period rolls    *
      *                          forward to the first open day.       *
      *****************************************************************
       3200-GENERATE-PAYMENT.
           MOVE SPACES TO LP-PAYMENT-RECORD.
           ELSE
               MOVE WS-TODAY           TO LP-PAY-DATE
           END-IF.
           IF WS-CLOSED-THRU NOT = SPACES
                   AND LP-PAY-DATE(1:6) NOT > WS-CLOSED-THRU
               MOVE "LP-PAY-DATE"     TO WS-EXC-FIELD-NAME
               MOVE SPACES            TO WS-EXC-BAD-VALUE
               STRING LP-LOAN-ID " " LP-PAY-DATE
                   DELIMITED BY SIZE INTO WS-EXC-BAD-VALUE
               END-STRING
               MOVE "CLOSED PERIOD - ROLLED FORWARD"
                                      TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE WS-OPEN-FROM-DATE TO LP-PAY-DATE
           END-IF.
           MOVE WS-CONF-AMOUNT(WS-CONF-SUB) TO LP-AMOUNT.
           WRITE LP-PAYMENT-RECORD.
           ADD 1 TO WS-PAYMENT-COUNT.
           CLOSE CONTROL-TOTALS-FILE.
       9300-EXIT.
           EXIT.

      *****************************************************************
      *  9800-LOAD-CLOSED-PERIOD : read the PRDCTL period control     *
      *                            file for the latest closed period  *
      *                            - periods close in order, so all   *
      *                            up to it are closed - and the      *
      *                            first open day after it.  No file  *
      *                            yet means nothing is closed.       *
      *****************************************************************
       9800-LOAD-CLOSED-PERIOD.
           MOVE SPACES TO WS-CLOSED-THRU.
           MOVE SPACES TO WS-OPEN-FROM-DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PRD-STATUS NOT = "00"
               GO TO 9800-EXIT
           END-IF.
           PERFORM 9810-READ-PERIOD THRU 9810-EXIT.
           PERFORM UNTIL WS-PRD-EOF-YES
               IF PC-STATUS-CLOSED AND PC-PERIOD > WS-CLOSED-THRU
                   MOVE PC-PERIOD TO WS-CLOSED-THRU
               END-IF
               PERFORM 9810-READ-PERIOD THRU 9810-EXIT
           END-PERFORM.
           CLOSE PERIOD-CONTROL-FILE.
           IF WS-CLOSED-THRU NOT = SPACES
               MOVE WS-CLOSED-THRU TO WS-PERIOD-PARTS
               ADD 1 TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH > 12
                   MOVE 1 TO WS-PERIOD-MONTH
                   ADD 1 TO WS-PERIOD-YEAR
               END-IF
               MOVE WS-PERIOD-PARTS TO WS-OPEN-FROM-DATE(1:6)
               MOVE "01"            TO WS-OPEN-FROM-DATE(7:2)
           END-IF.
       9800-EXIT.
           EXIT.

       9810-READ-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PRD-EOF-YES TO TRUE
           END-READ.
       9810-EXIT.
           EXIT.
