       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanScreening.
       AUTHOR. RKM.
       INSTALLATION. Wellness and Payroll Batch Support.
       DATE-WRITTEN. 2026-09-14.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  ------------------------------------------------------------ *
      *  2026-09-14  RKM  First cut : the loan application screening  *
      *                   step ahead of Operations LOAN mode.  Each   *
      *                   LOANAPP application is checked against the  *
      *                   LOANELIG eligibility rules - open-loan      *
      *                   count, total outstanding balance and the    *
      *                   department's principal limit - and the      *
      *                   borrower must be an active employee with no *
      *                   LOANDLQ arrears.  Approved applications are *
      *                   written to LOANIN for Operations to book,   *
      *                   declined ones to LOANREJ with the reason,   *
      *                   and every applicant gets an approval or     *
      *                   decline letter on LOANLTR.  Booking         *
      *                   whatever payroll keyed onto LOANIN          *
      *                   unchecked, retired.                         *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *****************************************************************
      *  LOANIN is emptied at the start of every run, before anything *
      *  can fail, so a run that stops short never leaves last run's  *
      *  approvals behind for Operations to book a second time.       *
      *  Applications are screened in file order and each approval    *
      *  counts against the borrower's limits for the rest of the     *
      *  run, so two applications in one batch cannot between them   *
      *  go past a limit either one alone would have stayed inside.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO "LOANAPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT ELIGIBILITY-RULE-FILE ASSIGN TO "LOANELIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-LOANMSTR-STATUS.
           SELECT DELINQ-STATE-FILE ASSIGN TO "LOANDLQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-STATUS.
           SELECT LOAN-FILE ASSIGN TO "LOANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LOAN-REJECT-FILE ASSIGN TO "LOANREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT LETTER-FILE ASSIGN TO "LOANLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-LOG-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
           COPY loanrec
               REPLACING LEADING ==LN-== BY ==LA-==.

       FD  ELIGIBILITY-RULE-FILE.
           COPY lnelgrec.

       FD  EMPLOYEE-MASTER-FILE.
           COPY emprec.

       FD  LOAN-MASTER-FILE.
           COPY loanmstrec.

       FD  DELINQ-STATE-FILE.
           COPY loandlqrec.

       FD  LOAN-FILE.
           COPY loanrec.

       FD  LOAN-REJECT-FILE.
           COPY editrejrec.

       FD  LETTER-FILE.
       01  LL-LETTER-LINE           PIC X(80).

       FD  EXCEPTION-FILE.
           COPY excptrec.

       FD  AUDIT-LOG-FILE.
           COPY auditrec.

       FD  CONTROL-TOTALS-FILE.
           COPY ctlrec.

       WORKING-STORAGE SECTION.
       77  WS-APP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RULE-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-LOANMSTR-STATUS       PIC X(02)  VALUE SPACES.
       77  WS-DLQ-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-LOAN-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-REJ-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-LETTER-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-EXC-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-SCR-LOG-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-CTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-APP-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-APP-EOF-YES                  VALUE 'Y'.
       77  WS-RULE-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-RULE-EOF-YES                 VALUE 'Y'.
       77  WS-DLQ-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-DLQ-EOF-YES                  VALUE 'Y'.
       77  WS-LOAN-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-LOAN-OPEN-YES                VALUE 'Y'.
       77  WS-TABLE-FULL-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-TABLE-FULL-YES               VALUE 'Y'.
       77  WS-ON-MASTER-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-ON-MASTER-YES                VALUE 'Y'.
       01  WS-TODAY                 PIC X(08)  VALUE SPACES.
       01  WS-CTL-MODE              PIC X(08)  VALUE SPACES.
       77  WS-CTL-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-WRITTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-APPROVED-TOTAL        PIC S9(11)V99 VALUE ZERO.
      *****************************************************************
      *  The LOANELIG limits - zero is no limit                       *
      *****************************************************************
       01  WS-MAX-LOANS             PIC 9(03)  VALUE ZERO.
       01  WS-MAX-OWED              PIC 9(09)V99 VALUE ZERO.
       01  WS-DEFAULT-MAX-PRIN      PIC 9(09)V99 VALUE ZERO.
       01  WS-PRIN-LIMIT            PIC 9(09)V99 VALUE ZERO.
       77  WS-DPL-MAX               PIC 9(03) COMP VALUE 100.
       77  WS-DPL-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-DPL-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-DPL-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-DPL-TABLE.
           05  WS-DPL-ENTRY OCCURS 100 TIMES.
               10  WS-DPL-DEPT-CODE PIC X(04).
               10  WS-DPL-LIMIT     PIC 9(09)V99.
      *****************************************************************
      *  Employees in arrears on LOANDLQ                              *
      *****************************************************************
       77  WS-ARR-MAX               PIC 9(04) COMP VALUE 300.
       77  WS-ARR-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-ARR-SUB               PIC 9(04) COMP VALUE ZERO.
       77  WS-ARR-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
       01  WS-ARR-TABLE.
           05  WS-ARR-ENTRY OCCURS 300 TIMES.
               10  WS-ARR-EMP-ID    PIC X(10).
      *****************************************************************
      *  Applications approved so far this run                        *
      *****************************************************************
       77  WS-APV-MAX               PIC 9(04) COMP VALUE 500.
       77  WS-APV-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-APV-SUB               PIC 9(04) COMP VALUE ZERO.
       77  WS-APV-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
       01  WS-APV-TABLE.
           05  WS-APV-ENTRY OCCURS 500 TIMES.
               10  WS-APV-LOAN-ID   PIC X(10).
               10  WS-APV-EMP-ID    PIC X(10).
               10  WS-APV-PAYOFF    PIC 9(09)V99.
      *****************************************************************
      *  The application in hand                                      *
      *****************************************************************
       01  WS-DECLINE-REASON        PIC X(30)  VALUE SPACES.
       01  WS-APPLICANT-NAME        PIC X(20)  VALUE SPACES.
       01  WS-APPLICANT-DEPT        PIC X(04)  VALUE SPACES.
       01  WS-INTEREST-TEMP1        PIC 9(09)V9(06).
       01  WS-INTEREST-TEMP2        PIC 9(12)V9(06).
       01  WS-INTEREST              PIC 9(11)V99 VALUE ZERO.
       01  WS-PAYOFF                PIC 9(11)V99 VALUE ZERO.
       01  WS-MONTHLY-PAYMENT       PIC 9(09)V99 VALUE ZERO.
       77  WS-OPEN-LOAN-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-OWED-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.
       01  WS-AUD-KEY-ID            PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY-INPUT         PIC X(45)  VALUE SPACES.
       01  WS-AUD-KEY-RESULT        PIC X(45)  VALUE SPACES.
       01  WS-PRINCIPAL-DISP        PIC Z,ZZZ,ZZ9.99.
       01  WS-PAYOFF-DISP           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-APPROVED-DISP         PIC ZZZZ9.
       01  WS-DECLINED-DISP         PIC ZZZZ9.
      *****************************************************************
      *  Decision letter line layouts                                 *
      *****************************************************************
       77  WS-APPROVAL-LETTERS      PIC 9(05) COMP VALUE ZERO.
       77  WS-DECLINE-LETTERS       PIC 9(05) COMP VALUE ZERO.
       77  WS-TOTAL-LETTERS         PIC 9(05) COMP VALUE ZERO.
       01  WS-LETTER-RULE-LINE      PIC X(50)  VALUE ALL "-".
       01  WS-LETTER-TITLE-LINE.
           05  FILLER               PIC X(28) VALUE
               "EMPLOYEE LOAN APPLICATION - ".
           05  WS-LETTER-DECISION   PIC X(08).
       01  WS-LETTER-EMP-LINE.
           05  FILLER               PIC X(10) VALUE "EMPLOYEE: ".
           05  WS-LETTER-EMP-ID     PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LETTER-EMP-NAME   PIC X(20).
       01  WS-LETTER-LOAN-LINE.
           05  FILLER               PIC X(10) VALUE "LOAN:     ".
           05  WS-LETTER-LOAN-ID    PIC X(10).
           05  FILLER               PIC X(13) VALUE
               "  PRINCIPAL: ".
           05  WS-LETTER-PRINCIPAL  PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE "  TERM: ".
           05  WS-LETTER-TERM       PIC ZZ9.
           05  FILLER               PIC X(07) VALUE " MONTHS".
       01  WS-LETTER-TERMS-LINE.
           05  FILLER               PIC X(13) VALUE
               "ANNUAL RATE: ".
           05  WS-LETTER-RATE       PIC Z9.99.
           05  FILLER               PIC X(23) VALUE
               "%   MONTHLY DEDUCTION: ".
           05  WS-LETTER-PAYMENT    PIC Z,ZZZ,ZZ9.99.
       01  WS-LETTER-REASON-LINE.
           05  FILLER               PIC X(10) VALUE "REASON:   ".
           05  WS-LETTER-REASON     PIC X(30).
       01  WS-LETTER-RATE-PCT       PIC 9(03)V99 VALUE ZERO.
       01  WS-APPROVE-TEXT-1        PIC X(50)  VALUE
           "YOUR LOAN APPLICATION HAS BEEN APPROVED. THE LOAN".
       01  WS-APPROVE-TEXT-2        PIC X(50)  VALUE
           "WILL BE BOOKED AND THE MONTHLY DEDUCTION TAKEN".
       01  WS-APPROVE-TEXT-3        PIC X(50)  VALUE
           "FROM YOUR PAY STARTING WITH THE NEXT PAY PERIOD.".
       01  WS-APPROVE-TEXT-4        PIC X(50)  VALUE
           "PLEASE CONTACT PAYROLL WITH ANY QUESTIONS.".
       01  WS-DECLINE-TEXT-1        PIC X(50)  VALUE
           "WE ARE UNABLE TO APPROVE YOUR LOAN APPLICATION".
       01  WS-DECLINE-TEXT-2        PIC X(50)  VALUE
           "FOR THE REASON SHOWN ABOVE. YOU MAY APPLY AGAIN".
       01  WS-DECLINE-TEXT-3        PIC X(50)  VALUE
           "ONCE THE REASON NO LONGER APPLIES. PLEASE CONTACT".
       01  WS-DECLINE-TEXT-4        PIC X(50)  VALUE
           "PAYROLL TO DISCUSS YOUR OPTIONS.".
       01  WS-LETTER-TRAILER-LINE.
           05  WS-LETTER-TRAILER-LABEL  PIC X(21).
           05  WS-LETTER-TRAILER-COUNT  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-SCR-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT LOAN-FILE.
           OPEN OUTPUT LOAN-REJECT-FILE.
           PERFORM 1000-LOAD-RULES THRU 1000-EXIT.
           IF WS-RULE-STATUS NOT = "00"
               MOVE "ELIGIBILITY-RULE-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-RULE-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "LOANELIG MISSING - NONE SCREENED"
                                            TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0000-CLOSE-OUTPUTS
           END-IF.
           PERFORM 1100-LOAD-ARREARS THRU 1100-EXIT.
           IF WS-TABLE-FULL-YES
               MOVE "LOANDLQ"           TO WS-EXC-FIELD-NAME
               MOVE SPACES              TO WS-EXC-BAD-VALUE
               MOVE "FILE TOO LARGE - NONE SCREENED"
                                        TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0000-CLOSE-OUTPUTS
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "EMPMSTR MISSING - NONE SCREENED"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0000-CLOSE-OUTPUTS
           END-IF.
           OPEN INPUT APPLICATION-FILE.
           IF WS-APP-STATUS NOT = "00"
               DISPLAY "LoanScreening: no LOANAPP applications."
               CLOSE EMPLOYEE-MASTER-FILE
               GO TO 0000-CLOSE-OUTPUTS
           END-IF.
      *    no LOANMSTR yet simply means nobody has a loan open
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMSTR-STATUS = "00"
               SET WS-LOAN-OPEN-YES TO TRUE
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           PERFORM 1200-READ-APPLICATION THRU 1200-EXIT.
           PERFORM UNTIL WS-APP-EOF-YES
               PERFORM 2000-SCREEN-APPLICATION THRU 2000-EXIT
               PERFORM 1200-READ-APPLICATION THRU 1200-EXIT
           END-PERFORM.
           PERFORM 3000-WRITE-LETTER-TRAILER THRU 3000-EXIT.
           CLOSE LETTER-FILE.
           CLOSE APPLICATION-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-LOAN-OPEN-YES
               CLOSE LOAN-MASTER-FILE
           END-IF.
           MOVE "SCREEN" TO WS-CTL-MODE.
           PERFORM 9300-WRITE-CONTROL-TOTALS THRU 9300-EXIT.
           MOVE SPACES TO WS-AUD-KEY-ID WS-AUD-KEY-RESULT.
           MOVE "LOAN APPLICATION SCREENING RUN" TO WS-AUD-KEY-INPUT.
           MOVE WS-CTL-WRITTEN-COUNT TO WS-APPROVED-DISP.
           MOVE WS-CTL-REJECT-COUNT  TO WS-DECLINED-DISP.
           STRING "APPROVED=" WS-APPROVED-DISP
               " DECLINED=" WS-DECLINED-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       0000-CLOSE-OUTPUTS.
           CLOSE LOAN-FILE.
           CLOSE LOAN-REJECT-FILE.
       0000-WRAP-UP.
           CLOSE EXCEPTION-FILE.
           CLOSE AUDIT-LOG-FILE.
           STOP RUN.

      *****************************************************************
      *  1000-LOAD-RULES : pull the LOANELIG limits.  The file must   *
      *                    be there - a rule with no line is no       *
      *                    limit, but no file at all is more likely   *
      *                    a missing dataset than a policy            *
      *****************************************************************
       1000-LOAD-RULES.
           MOVE ZERO TO WS-DPL-USED.
           OPEN INPUT ELIGIBILITY-RULE-FILE.
           IF WS-RULE-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-RULE THRU 1010-EXIT.
           PERFORM UNTIL WS-RULE-EOF-YES
               PERFORM 1020-STORE-RULE THRU 1020-EXIT
               PERFORM 1010-READ-RULE THRU 1010-EXIT
           END-PERFORM.
           CLOSE ELIGIBILITY-RULE-FILE.
           MOVE "00" TO WS-RULE-STATUS.
       1000-EXIT.
           EXIT.

       1010-READ-RULE.
           READ ELIGIBILITY-RULE-FILE
               AT END
                   SET WS-RULE-EOF-YES TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

       1020-STORE-RULE.
           IF LE-LIMIT NOT NUMERIC
               MOVE "LE-LIMIT"       TO WS-EXC-FIELD-NAME
               MOVE LE-RULE-RECORD   TO WS-EXC-BAD-VALUE
               MOVE "RULE LIMIT NOT NUMERIC - SKIPPED"
                                     TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1020-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN LE-RULE-MAX-LOANS
                   MOVE LE-LIMIT TO WS-MAX-LOANS
               WHEN LE-RULE-MAX-OWED
                   MOVE LE-LIMIT TO WS-MAX-OWED
               WHEN LE-RULE-MAX-PRINCIPAL
                   IF LE-DEPT-CODE = SPACES
                       MOVE LE-LIMIT TO WS-DEFAULT-MAX-PRIN
                   ELSE
                       IF WS-DPL-USED < WS-DPL-MAX
                           ADD 1 TO WS-DPL-USED
                           MOVE LE-DEPT-CODE
                               TO WS-DPL-DEPT-CODE(WS-DPL-USED)
                           MOVE LE-LIMIT
                               TO WS-DPL-LIMIT(WS-DPL-USED)
                       ELSE
                           MOVE "LE-DEPT-CODE" TO WS-EXC-FIELD-NAME
                           MOVE LE-DEPT-CODE   TO WS-EXC-BAD-VALUE
                           MOVE "DEPT LIMIT TABLE FULL - SKIPPED"
                                               TO WS-EXC-REASON
                           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "LE-RULE-CODE"   TO WS-EXC-FIELD-NAME
                   MOVE LE-RULE-CODE     TO WS-EXC-BAD-VALUE
                   MOVE "UNKNOWN ELIGIBILITY RULE"
                                         TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-EVALUATE.
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-ARREARS : note every employee LOANDLQ shows in     *
      *                      arrears - no file means nobody is        *
      *****************************************************************
       1100-LOAD-ARREARS.
           MOVE ZERO TO WS-ARR-USED.
           OPEN INPUT DELINQ-STATE-FILE.
           IF WS-DLQ-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-DELINQ THRU 1110-EXIT.
           PERFORM UNTIL WS-DLQ-EOF-YES
               IF DQ-ARREARS-AMOUNT > ZERO
                   IF WS-ARR-USED < WS-ARR-MAX
                       ADD 1 TO WS-ARR-USED
                       MOVE DQ-EMP-ID TO WS-ARR-EMP-ID(WS-ARR-USED)
                   ELSE
                       MOVE "DQ-LOAN-ID" TO WS-EXC-FIELD-NAME
                       MOVE DQ-LOAN-ID   TO WS-EXC-BAD-VALUE
                       MOVE "ARREARS TABLE FULL" TO WS-EXC-REASON
                       PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                       SET WS-TABLE-FULL-YES TO TRUE
                   END-IF
               END-IF
               PERFORM 1110-READ-DELINQ THRU 1110-EXIT
           END-PERFORM.
           CLOSE DELINQ-STATE-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-DELINQ.
           READ DELINQ-STATE-FILE
               AT END
                   SET WS-DLQ-EOF-YES TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1200-READ-APPLICATION.
           READ APPLICATION-FILE
               AT END
                   SET WS-APP-EOF-YES TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SCREEN-APPLICATION : decide one LOANAPP application,    *
      *                            route it to LOANIN or LOANREJ,     *
      *                            write its letter and log it        *
      *****************************************************************
       2000-SCREEN-APPLICATION.
           ADD 1 TO WS-CTL-READ-COUNT.
           MOVE SPACES TO WS-DECLINE-REASON.
           MOVE "(NOT ON MASTER)" TO WS-APPLICANT-NAME.
           MOVE SPACES TO WS-APPLICANT-DEPT.
           MOVE ZERO   TO WS-PAYOFF WS-MONTHLY-PAYMENT.
           PERFORM 2100-CHECK-APPLICATION THRU 2100-EXIT.
           IF WS-DECLINE-REASON = SPACES
               PERFORM 2200-APPROVE THRU 2200-EXIT
           ELSE
               PERFORM 2300-DECLINE THRU 2300-EXIT
           END-IF.
           PERFORM 2400-WRITE-LETTER THRU 2400-EXIT.
           MOVE LA-LOAN-ID TO WS-AUD-KEY-ID.
           MOVE SPACES     TO WS-AUD-KEY-INPUT WS-AUD-KEY-RESULT.
           IF LA-PRINCIPAL NUMERIC
               MOVE LA-PRINCIPAL TO WS-PRINCIPAL-DISP
           ELSE
               MOVE ZERO         TO WS-PRINCIPAL-DISP
           END-IF.
           STRING "EMP=" LA-EMP-ID " PRINCIPAL=" WS-PRINCIPAL-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           IF WS-DECLINE-REASON = SPACES
               MOVE WS-PAYOFF TO WS-PAYOFF-DISP
               STRING "APPROVED PAYOFF=" WS-PAYOFF-DISP
                   DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
                   ON OVERFLOW
                       PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
               END-STRING
           ELSE
               STRING "DECLINED " WS-DECLINE-REASON
                   DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
                   ON OVERFLOW
                       PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
               END-STRING
           END-IF.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-CHECK-APPLICATION : the eligibility checks, in order -  *
      *                           the first one failed is the reason  *
      *                           the applicant is given              *
      *****************************************************************
       2100-CHECK-APPLICATION.
           IF LA-LOAN-ID = SPACES
               MOVE "LOAN ID MISSING" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           IF LA-PRINCIPAL NOT NUMERIC
           OR LA-ANNUAL-RATE NOT NUMERIC
           OR LA-TERM-MONTHS NOT NUMERIC
               MOVE "LOAN TERMS NOT NUMERIC" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           IF LA-PRINCIPAL = ZERO
               MOVE "PRINCIPAL IS ZERO" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           IF LA-TERM-MONTHS = ZERO
               MOVE "LOAN TERM IS ZERO" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
      *    the same simple-interest payoff Operations will book
           MULTIPLY LA-PRINCIPAL BY LA-ANNUAL-RATE
               GIVING WS-INTEREST-TEMP1.
           MULTIPLY WS-INTEREST-TEMP1 BY LA-TERM-MONTHS
               GIVING WS-INTEREST-TEMP2.
           DIVIDE WS-INTEREST-TEMP2 BY 12
               GIVING WS-INTEREST ROUNDED.
           ADD LA-PRINCIPAL WS-INTEREST GIVING WS-PAYOFF.
           IF WS-PAYOFF > 9999999.99
               MOVE "PAYOFF TOO LARGE TO BOOK" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           DIVIDE WS-PAYOFF BY LA-TERM-MONTHS
               GIVING WS-MONTHLY-PAYMENT ROUNDED.
           IF WS-LOAN-OPEN-YES
               MOVE LA-LOAN-ID TO LM-LOAN-ID
               READ LOAN-MASTER-FILE
                   KEY IS LM-LOAN-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "LOAN ID ALREADY ON LOANMSTR"
                           TO WS-DECLINE-REASON
               END-READ
               IF WS-DECLINE-REASON NOT = SPACES
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE ZERO TO WS-APV-FOUND-SUB.
           PERFORM 2110-MATCH-APPROVED-LOAN THRU 2110-EXIT
               VARYING WS-APV-SUB FROM 1 BY 1
               UNTIL WS-APV-SUB > WS-APV-USED
               OR WS-APV-FOUND-SUB > ZERO.
           IF WS-APV-FOUND-SUB > ZERO
               MOVE "LOAN ID REPEATED IN BATCH" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           MOVE LA-EMP-ID TO PR-PERSON-ID.
           MOVE 'Y' TO WS-ON-MASTER-SWITCH.
           READ EMPLOYEE-MASTER-FILE
               KEY IS PR-PERSON-ID
               INVALID KEY
                   MOVE 'N' TO WS-ON-MASTER-SWITCH
           END-READ.
           IF NOT WS-ON-MASTER-YES
               MOVE "BORROWER NOT ON EMPMSTR" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           MOVE EM-NAME      TO WS-APPLICANT-NAME.
           MOVE EM-DEPT-CODE TO WS-APPLICANT-DEPT.
           IF EM-STATUS-LEAVE
               MOVE "BORROWER ON LEAVE" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           IF NOT EM-STATUS-ACTIVE
               MOVE "BORROWER NOT ACTIVE" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-ARR-FOUND-SUB.
           PERFORM 2120-MATCH-ARREARS THRU 2120-EXIT
               VARYING WS-ARR-SUB FROM 1 BY 1
               UNTIL WS-ARR-SUB > WS-ARR-USED
               OR WS-ARR-FOUND-SUB > ZERO.
           IF WS-ARR-FOUND-SUB > ZERO
               MOVE "BORROWER IN ARREARS" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2150-TOTAL-EXISTING-LOANS THRU 2150-EXIT.
           IF WS-MAX-LOANS > ZERO
           AND WS-OPEN-LOAN-COUNT NOT < WS-MAX-LOANS
               MOVE "OPEN LOAN LIMIT REACHED" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           IF WS-MAX-OWED > ZERO
           AND WS-OWED-TOTAL + WS-PAYOFF > WS-MAX-OWED
               MOVE "OUTSTANDING BALANCE LIMIT" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-DEFAULT-MAX-PRIN TO WS-PRIN-LIMIT.
           MOVE ZERO TO WS-DPL-FOUND-SUB.
           PERFORM 2130-MATCH-DEPT-LIMIT THRU 2130-EXIT
               VARYING WS-DPL-SUB FROM 1 BY 1
               UNTIL WS-DPL-SUB > WS-DPL-USED
               OR WS-DPL-FOUND-SUB > ZERO.
           IF WS-DPL-FOUND-SUB > ZERO
               MOVE WS-DPL-LIMIT(WS-DPL-FOUND-SUB) TO WS-PRIN-LIMIT
           END-IF.
           IF WS-PRIN-LIMIT > ZERO
           AND LA-PRINCIPAL > WS-PRIN-LIMIT
               MOVE "PRINCIPAL OVER DEPT LIMIT" TO WS-DECLINE-REASON
               GO TO 2100-EXIT
           END-IF.
           IF WS-APV-USED NOT < WS-APV-MAX
               MOVE "BATCH FULL - APPLY NEXT RUN" TO WS-DECLINE-REASON
               MOVE "LA-LOAN-ID"      TO WS-EXC-FIELD-NAME
               MOVE LA-LOAN-ID        TO WS-EXC-BAD-VALUE
               MOVE "APPROVAL TABLE FULL" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-MATCH-APPROVED-LOAN.
           IF WS-APV-LOAN-ID(WS-APV-SUB) = LA-LOAN-ID
               MOVE WS-APV-SUB TO WS-APV-FOUND-SUB
           END-IF.
       2110-EXIT.
           EXIT.

       2120-MATCH-ARREARS.
           IF WS-ARR-EMP-ID(WS-ARR-SUB) = LA-EMP-ID
               MOVE WS-ARR-SUB TO WS-ARR-FOUND-SUB
           END-IF.
       2120-EXIT.
           EXIT.

       2130-MATCH-DEPT-LIMIT.
           IF WS-DPL-DEPT-CODE(WS-DPL-SUB) = WS-APPLICANT-DEPT
               MOVE WS-DPL-SUB TO WS-DPL-FOUND-SUB
           END-IF.
       2130-EXIT.
           EXIT.

      *****************************************************************
      *  2150-TOTAL-EXISTING-LOANS : the borrower's open loans and    *
      *                              outstanding balance - LOANMSTR   *
      *                              (a full walk, the master is      *
      *                              keyed by loan id) plus whatever  *
      *                              this run has already approved    *
      *****************************************************************
       2150-TOTAL-EXISTING-LOANS.
           MOVE ZERO TO WS-OPEN-LOAN-COUNT WS-OWED-TOTAL.
           PERFORM 2160-ADD-APPROVED-LOAN THRU 2160-EXIT
               VARYING WS-APV-SUB FROM 1 BY 1
               UNTIL WS-APV-SUB > WS-APV-USED.
           IF NOT WS-LOAN-OPEN-YES
               GO TO 2150-EXIT
           END-IF.
           MOVE LOW-VALUES TO LM-LOAN-ID.
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LM-LOAN-ID
               INVALID KEY
                   GO TO 2150-EXIT
           END-START.
           PERFORM 2170-READ-LOAN-MASTER THRU 2170-EXIT.
           PERFORM UNTIL WS-LOANMSTR-STATUS NOT = "00"
               IF LM-EMP-ID = LA-EMP-ID AND LM-STATUS-OPEN
                   ADD 1 TO WS-OPEN-LOAN-COUNT
                   ADD LM-OUTSTANDING-BAL TO WS-OWED-TOTAL
               END-IF
               PERFORM 2170-READ-LOAN-MASTER THRU 2170-EXIT
           END-PERFORM.
       2150-EXIT.
           EXIT.

       2160-ADD-APPROVED-LOAN.
           IF WS-APV-EMP-ID(WS-APV-SUB) = LA-EMP-ID
               ADD 1 TO WS-OPEN-LOAN-COUNT
               ADD WS-APV-PAYOFF(WS-APV-SUB) TO WS-OWED-TOTAL
           END-IF.
       2160-EXIT.
           EXIT.

       2170-READ-LOAN-MASTER.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       2170-EXIT.
           EXIT.

      *****************************************************************
      *  2200-APPROVE : pass the application to LOANIN for Operations *
      *                 to book, and hold it against the borrower's   *
      *                 limits for the rest of the run                *
      *****************************************************************
       2200-APPROVE.
           MOVE LA-LOAN-RECORD TO LN-LOAN-RECORD.
           WRITE LN-LOAN-RECORD.
           ADD 1 TO WS-APV-USED.
           MOVE LA-LOAN-ID TO WS-APV-LOAN-ID(WS-APV-USED).
           MOVE LA-EMP-ID  TO WS-APV-EMP-ID(WS-APV-USED).
           MOVE WS-PAYOFF  TO WS-APV-PAYOFF(WS-APV-USED).
           ADD 1 TO WS-CTL-WRITTEN-COUNT.
           ADD LA-PRINCIPAL TO WS-APPROVED-TOTAL.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-DECLINE : the application and its reason to LOANREJ     *
      *****************************************************************
       2300-DECLINE.
           MOVE SPACES            TO RJ-REJECT-RECORD.
           MOVE "LOANAPP"         TO RJ-SOURCE-FILE.
           MOVE WS-TODAY          TO RJ-RUN-DATE.
           MOVE WS-DECLINE-REASON TO RJ-REASON.
           MOVE LA-LOAN-RECORD    TO RJ-RECORD-IMAGE.
           WRITE RJ-REJECT-RECORD.
           ADD 1 TO WS-CTL-REJECT-COUNT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-WRITE-LETTER : one approval or decline letter for the   *
      *                      applicant, laid out like the WELLNOTC    *
      *                      outreach notices                         *
      *****************************************************************
       2400-WRITE-LETTER.
           MOVE WS-LETTER-RULE-LINE TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           IF WS-DECLINE-REASON = SPACES
               MOVE "APPROVED" TO WS-LETTER-DECISION
           ELSE
               MOVE "DECLINED" TO WS-LETTER-DECISION
           END-IF.
           MOVE WS-LETTER-TITLE-LINE TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE LA-EMP-ID          TO WS-LETTER-EMP-ID.
           MOVE WS-APPLICANT-NAME  TO WS-LETTER-EMP-NAME.
           MOVE WS-LETTER-EMP-LINE TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE LA-LOAN-ID         TO WS-LETTER-LOAN-ID.
           IF LA-PRINCIPAL NUMERIC
               MOVE LA-PRINCIPAL   TO WS-LETTER-PRINCIPAL
           ELSE
               MOVE ZERO           TO WS-LETTER-PRINCIPAL
           END-IF.
           IF LA-TERM-MONTHS NUMERIC
               MOVE LA-TERM-MONTHS TO WS-LETTER-TERM
           ELSE
               MOVE ZERO           TO WS-LETTER-TERM
           END-IF.
           MOVE WS-LETTER-LOAN-LINE TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           IF WS-DECLINE-REASON = SPACES
               PERFORM 2410-WRITE-APPROVAL-TEXT THRU 2410-EXIT
           ELSE
               PERFORM 2420-WRITE-DECLINE-TEXT THRU 2420-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-LETTERS.
       2400-EXIT.
           EXIT.

       2410-WRITE-APPROVAL-TEXT.
           MULTIPLY LA-ANNUAL-RATE BY 100 GIVING WS-LETTER-RATE-PCT.
           MOVE WS-LETTER-RATE-PCT   TO WS-LETTER-RATE.
           MOVE WS-MONTHLY-PAYMENT   TO WS-LETTER-PAYMENT.
           MOVE WS-LETTER-TERMS-LINE TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE WS-APPROVE-TEXT-1 TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE WS-APPROVE-TEXT-2 TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE WS-APPROVE-TEXT-3 TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE WS-APPROVE-TEXT-4 TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           ADD 1 TO WS-APPROVAL-LETTERS.
       2410-EXIT.
           EXIT.

       2420-WRITE-DECLINE-TEXT.
           MOVE WS-DECLINE-REASON     TO WS-LETTER-REASON.
           MOVE WS-LETTER-REASON-LINE TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE WS-DECLINE-TEXT-1 TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE WS-DECLINE-TEXT-2 TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE WS-DECLINE-TEXT-3 TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE WS-DECLINE-TEXT-4 TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           ADD 1 TO WS-DECLINE-LETTERS.
       2420-EXIT.
           EXIT.

      *****************************************************************
      *  3000-WRITE-LETTER-TRAILER : the envelope counts for the mail *
      *                              room at the foot of LOANLTR      *
      *****************************************************************
       3000-WRITE-LETTER-TRAILER.
           MOVE WS-LETTER-RULE-LINE TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE "LETTER TRAILER - ENVELOPES REQUIRED" TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE "APPROVAL LETTERS:"    TO WS-LETTER-TRAILER-LABEL.
           MOVE WS-APPROVAL-LETTERS    TO WS-LETTER-TRAILER-COUNT.
           MOVE WS-LETTER-TRAILER-LINE TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE "DECLINE LETTERS:"     TO WS-LETTER-TRAILER-LABEL.
           MOVE WS-DECLINE-LETTERS     TO WS-LETTER-TRAILER-COUNT.
           MOVE WS-LETTER-TRAILER-LINE TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
           MOVE "TOTAL LETTERS:"       TO WS-LETTER-TRAILER-LABEL.
           MOVE WS-TOTAL-LETTERS       TO WS-LETTER-TRAILER-COUNT.
           MOVE WS-LETTER-TRAILER-LINE TO LL-LETTER-LINE.
           WRITE LL-LETTER-LINE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one rejected entry to the      *
      *                         shared EXCPRPT exception report       *
      *****************************************************************
       9100-WRITE-EXCEPTION.
           MOVE SPACES         TO EX-EXCEPTION-RECORD.
           MOVE "LOANSCRN"     TO EX-PROGRAM-ID.
           ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT EX-RUN-TIME FROM TIME.
           MOVE WS-EXC-FIELD-NAME TO EX-FIELD-NAME.
           MOVE WS-EXC-BAD-VALUE  TO EX-BAD-VALUE.
           MOVE WS-EXC-REASON     TO EX-REASON.
           WRITE EX-EXCEPTION-RECORD.
       9100-EXIT.
           EXIT.

      *****************************************************************
      *  9150-LOG-AUDIT-OVERFLOW : a STRING building the audit-log    *
      *                            key ran out of room - flag it to   *
      *                            EXCPRPT instead of silently         *
      *                            dropping the tail of the value      *
      *****************************************************************
       9150-LOG-AUDIT-OVERFLOW.
           MOVE "AUDIT-LOG-KEY" TO WS-EXC-FIELD-NAME.
           MOVE WS-AUD-KEY-ID   TO WS-EXC-BAD-VALUE.
           MOVE "AUDIT STRING OVERFLOWED KEY" TO WS-EXC-REASON.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT.
       9150-EXIT.
           EXIT.

      *****************************************************************
      *  9200-WRITE-AUDIT-LOG : append one entry to the shared        *
      *                         AUDITLOG audit trail                  *
      *****************************************************************
       9200-WRITE-AUDIT-LOG.
           MOVE SPACES         TO AU-AUDIT-RECORD.
           MOVE "LOANSCRN"     TO AU-PROGRAM-ID.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE WS-AUD-KEY-ID     TO AU-KEY-ID.
           MOVE WS-AUD-KEY-INPUT  TO AU-KEY-INPUT.
           MOVE WS-AUD-KEY-RESULT TO AU-KEY-RESULT.
           WRITE AU-AUDIT-RECORD.
       9200-EXIT.
           EXIT.

      *****************************************************************
      *  9300-WRITE-CONTROL-TOTALS : append this run's control record *
      *                              of applications read, approved   *
      *                              and declined, and the principal  *
      *                              approved, to CTLTOTS             *
      *****************************************************************
       9300-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           MOVE SPACES             TO CT-CONTROL-RECORD.
           MOVE "LOANSCRN"         TO CT-PROGRAM-ID.
           MOVE WS-CTL-MODE        TO CT-STEP-MODE.
           ACCEPT CT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CT-RUN-TIME FROM TIME.
           MOVE WS-CTL-READ-COUNT     TO CT-RECORDS-READ.
           MOVE WS-CTL-WRITTEN-COUNT  TO CT-RECORDS-WRITTEN.
           MOVE WS-CTL-REJECT-COUNT   TO CT-RECORDS-REJECTED.
           MOVE WS-APPROVED-TOTAL     TO CT-AMOUNT-TOTAL.
           WRITE CT-CONTROL-RECORD.
           CLOSE CONTROL-TOTALS-FILE.
       9300-EXIT.
           EXIT.
