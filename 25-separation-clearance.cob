       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeparationClearance.
       AUTHOR. RKM.
       INSTALLATION. Wellness and Payroll Batch Support.
       DATE-WRITTEN. 2026-09-08.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  ------------------------------------------------------------ *
      *  2026-09-08  RKM  First cut : the separation clearance run.   *
      *                   Every employee terminated on EMPMSTR and    *
      *                   not yet on the SEPREG clearance register    *
      *                   gets one sign-off page on CLRSHEET - the    *
      *                   payoff on each open LOANMSTR loan, the      *
      *                   APPRPEND reimbursements still awaiting      *
      *                   approval, the EM-AMOUNT balance still due   *
      *                   and every wellness case still open on       *
      *                   ENRLMSTR.  The loan payoffs (deductions)    *
      *                   and the balance due (credit) go to payroll  *
      *                   on the FINLPAY final-paycheck file in the   *
      *                   PAYDEDUC header/detail/trailer layout, the  *
      *                   open enrollment cases are closed as         *
      *                   separated, and the leaver is entered on the *
      *                   register so the next run does not clear     *
      *                   them again.  HR's four separate chases,     *
      *                   retired.                                     *
      *  2026-09-10  RKM  A duplicate id EmployeeMerge left 'T' with  *
      *                   a merged-to pointer is not a leaver and is  *
      *                   skipped - no sheet, no final pay.           *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *  2026-09-29  RKM  A SEPREG register or ENRLMSTR master too    *
      *                   large for its table now refuses the run     *
      *                   with RETURN-CODE 8 before anything reaches  *
      *                   FINLPAY.  Unloaded leavers were being       *
      *                   cleared and paid again, and cases were      *
      *                   printed closed that were never closed.      *
      *  2026-09-29  RKM  EMPMSTR is opened I-O.  The EM-AMOUNT       *
      *                   balance paid as the FINLPAY credit is       *
      *                   zeroed on the master and logged to EMPCHGLG *
      *                   (source SEPCLEAR), so EmployeeMerge and     *
      *                   REVERSE no longer act on money already paid *
      *                   out.  Each loan deducted on FINLPAY is      *
      *                   written to LOANMNT as an 'S' settlement     *
      *                   dated the separation date, and LoanLedger   *
      *                   MAINT closes it.  The header note now says  *
      *                   how APPROVE pays a leaver's pending items.  *
      *****************************************************************
      *  Pending APPRPEND items print on the sheet but are not paid   *
      *  on FINLPAY : they have not been approved.  Once the leaver   *
      *  is on SEPREG, Variables' APPROVE mode pays a released item   *
      *  as a credit on its own FINLPAYA final-pay file instead of to *
      *  EM-AMOUNT, and a denial drops it as for anyone else.  Each   *
      *  loan deducted here goes to LoanLedger's MAINT feed (LOANMNT) *
      *  as a final-pay settlement that closes it.  A termination     *
      *  dated after today waits for its date.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PENDING-FILE ASSIGN TO "APPRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRL-STATUS.
           SELECT MAINT-FILE ASSIGN TO "LOANMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "EMPCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT CLEARANCE-REGISTER-FILE ASSIGN TO "SEPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT CLEARANCE-SHEET-FILE ASSIGN TO "CLRSHEET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.
           SELECT FINAL-PAY-FILE ASSIGN TO "FINLPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPAY-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEP-LOG-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY emprec.

       FD  LOAN-MASTER-FILE.
           COPY loanmstrec.

       FD  PENDING-FILE.
           COPY apprpndrec.

       FD  ENROLLMENT-MASTER-FILE.
           COPY enrlmstrec.

       FD  MAINT-FILE.
           COPY loanmntrec.

       FD  CHANGE-LOG-FILE.
           COPY empchgrec.

       FD  CLEARANCE-REGISTER-FILE.
           COPY sepregrec.

       FD  CLEARANCE-SHEET-FILE.
       01  CS-SHEET-LINE            PIC X(80).

       FD  FINAL-PAY-FILE.
           COPY finpayrec.

       FD  EXCEPTION-FILE.
           COPY excptrec.

       FD  AUDIT-LOG-FILE.
           COPY auditrec.

       FD  CONTROL-TOTALS-FILE.
           COPY ctlrec.

       WORKING-STORAGE SECTION.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-LOANMSTR-STATUS       PIC X(02)  VALUE SPACES.
       77  WS-PEND-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ENRL-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-MNT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-REG-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-SHEET-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-FPAY-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EXC-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-SEP-LOG-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-CTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EMP-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-EMP-EOF-YES                  VALUE 'Y'.
       77  WS-PEND-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-PEND-EOF-YES                 VALUE 'Y'.
       77  WS-ENRL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-ENRL-EOF-YES                 VALUE 'Y'.
       77  WS-REG-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-REG-EOF-YES                  VALUE 'Y'.
       77  WS-LOAN-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-LOAN-OPEN-YES                VALUE 'Y'.
       77  WS-ENRL-LOADED-SWITCH    PIC X(01)  VALUE 'N'.
           88  WS-ENRL-LOADED-YES              VALUE 'Y'.
       77  WS-TABLE-FULL-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-TABLE-FULL-YES               VALUE 'Y'.
       01  WS-TODAY                 PIC X(08)  VALUE SPACES.
       01  WS-PAY-PERIOD            PIC X(06)  VALUE SPACES.
       01  WS-CTL-MODE              PIC X(08)  VALUE SPACES.
       77  WS-CTL-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-WRITTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
      *****************************************************************
      *  The SEPREG register of employees already cleared             *
      *****************************************************************
       77  WS-REG-MAX               PIC 9(03) COMP VALUE 500.
       77  WS-REG-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-REG-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-REG-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 500 TIMES.
               10  WS-REG-EMP-ID    PIC X(10).
      *****************************************************************
      *  The APPRPEND approval queue, loaded whole                    *
      *****************************************************************
       77  WS-PND-MAX               PIC 9(03) COMP VALUE 300.
       77  WS-PND-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-PND-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 300 TIMES.
               10  WS-PND-EMP-ID    PIC X(10).
               10  WS-PND-AMOUNT    PIC 9(06)V99.
               10  WS-PND-SUSP-DATE PIC X(08).
      *****************************************************************
      *  The ENRLMSTR enrollment master, loaded whole so the open     *
      *  cases can be closed and the master rewritten                 *
      *****************************************************************
       77  WS-ENR-MAX               PIC 9(03) COMP VALUE 300.
       77  WS-ENR-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-ENR-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-ENR-TABLE.
           05  WS-ENR-ENTRY OCCURS 300 TIMES.
               10  WS-ENR-EMP-ID    PIC X(10).
               10  WS-ENR-NOTICE    PIC X(08).
               10  WS-ENR-ENROLL    PIC X(08).
               10  WS-ENR-PROGRAM   PIC X(06).
               10  WS-ENR-STATUS    PIC X(01).
      *****************************************************************
      *  One leaver's settlement figures and the run totals           *
      *****************************************************************
       77  WS-EMP-LOAN-COUNT        PIC 9(03) COMP VALUE ZERO.
       77  WS-EMP-PEND-COUNT        PIC 9(03) COMP VALUE ZERO.
       77  WS-EMP-CASE-COUNT        PIC 9(03) COMP VALUE ZERO.
       01  WS-EMP-LOAN-TOTAL        PIC 9(09)V99 VALUE ZERO.
       01  WS-EMP-PEND-TOTAL        PIC 9(09)V99 VALUE ZERO.
       01  WS-EMP-CREDIT            PIC 9(06)V99 VALUE ZERO.
       01  WS-EMP-NET               PIC S9(09)V99 VALUE ZERO.
       77  WS-CASES-CLOSED-COUNT    PIC 9(05) COMP VALUE ZERO.
       77  WS-FPAY-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-FPAY-HASH-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-FPAY-NET-CREDIT       PIC S9(11)V99 VALUE ZERO.
       01  WS-FPAY-ITEM-ID          PIC X(10)  VALUE SPACES.
       01  WS-FPAY-AMOUNT           PIC 9(07)V99 VALUE ZERO.
       01  WS-FPAY-ENTRY-TYPE       PIC X(01)  VALUE SPACES.
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.
       01  WS-AUD-KEY-ID            PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY-INPUT         PIC X(45)  VALUE SPACES.
       01  WS-AUD-KEY-RESULT        PIC X(45)  VALUE SPACES.
       01  WS-COUNT-DISP            PIC ZZ9.
       01  WS-CASE-COUNT-DISP       PIC ZZ9.
       01  WS-LEAVER-COUNT-DISP     PIC ZZZZ9.
      *****************************************************************
      *  EMPCHGLG field-level change log : every master field staged  *
      *  as text before and after a change, compared slot by slot,    *
      *  one change record per slot that moved.  The amount and age   *
      *  are staged through their own pictures so the log carries     *
      *  them exactly as stored.                                      *
      *****************************************************************
       77  WS-CHG-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-CHG-SUB               PIC 9(02) COMP VALUE ZERO.
       77  WS-CHG-FIELD-COUNT       PIC 9(02) COMP VALUE 10.
       01  WS-CHG-SOURCE            PIC X(08)  VALUE SPACES.
       01  WS-CHG-FIELD-VALUES.
           05  FILLER               PIC X(16)  VALUE "PR-PERSON-ID".
           05  FILLER               PIC X(16)  VALUE "PR-AGE".
           05  FILLER               PIC X(16)  VALUE "EM-NAME".
           05  FILLER               PIC X(16)  VALUE "EM-AMOUNT".
           05  FILLER               PIC X(16)  VALUE "EM-MYID".
           05  FILLER               PIC X(16)  VALUE "EM-STATUS-CODE".
           05  FILLER               PIC X(16)  VALUE "EM-STATUS-DATE".
           05  FILLER               PIC X(16)  VALUE "EM-DEPT-CODE".
           05  FILLER               PIC X(16)  VALUE "EM-BIRTH-DATE".
           05  FILLER               PIC X(16)  VALUE "EM-MERGED-TO-ID".
       01  WS-CHG-FIELD-TABLE REDEFINES WS-CHG-FIELD-VALUES.
           05  WS-CHG-FIELD-NAME    PIC X(16) OCCURS 10 TIMES.
       01  WS-CHG-STAGE-TABLE.
           05  WS-CHG-STAGE         PIC X(20) OCCURS 10 TIMES.
       01  WS-CHG-BEFORE-TABLE.
           05  WS-CHG-BEFORE        PIC X(20) OCCURS 10 TIMES.
       01  WS-CHG-AGE               PIC S9(03)
                                    SIGN IS LEADING SEPARATE.
       01  WS-CHG-AGE-X REDEFINES WS-CHG-AGE
                                    PIC X(04).
       01  WS-CHG-AMOUNT            PIC 9(06)V99.
       01  WS-CHG-AMOUNT-X REDEFINES WS-CHG-AMOUNT
                                    PIC X(08).
      *****************************************************************
      *  Clearance sheet layouts                                      *
      *****************************************************************
       01  WS-SHEET-RULE-LINE       PIC X(50)  VALUE ALL "-".
       01  WS-SHEET-TITLE-LINE.
           05  FILLER               PIC X(36) VALUE
               "SEPARATION CLEARANCE SHEET    DATE: ".
           05  WS-SHT-TITLE-DATE    PIC X(08).
       01  WS-SHEET-EMP-LINE.
           05  FILLER               PIC X(10) VALUE "EMPLOYEE: ".
           05  WS-SHT-EMP-ID        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SHT-EMP-NAME      PIC X(20).
           05  FILLER               PIC X(08) VALUE "  DEPT: ".
           05  WS-SHT-DEPT          PIC X(04).
       01  WS-SHEET-SEP-LINE.
           05  FILLER               PIC X(17) VALUE
               "SEPARATION DATE: ".
           05  WS-SHT-SEP-DATE      PIC X(08).
           05  FILLER               PIC X(10) VALUE "   BADGE: ".
           05  WS-SHT-BADGE         PIC X(10).
       01  WS-SHEET-LOAN-HEAD       PIC X(50)  VALUE
           "OPEN LOANS - PAYOFF DEDUCTED FROM FINAL PAY".
       01  WS-SHEET-LOAN-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-SHT-LOAN-ID       PIC X(10).
           05  FILLER               PIC X(12) VALUE "  ORIGINATED".
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-SHT-LOAN-ORIG     PIC X(08).
           05  FILLER               PIC X(10) VALUE "  PAYOFF: ".
           05  WS-SHT-LOAN-PAYOFF   PIC $$,$$$,$$9.99.
       01  WS-SHEET-PEND-HEAD       PIC X(60)  VALUE
           "REIMBURSEMENTS AWAITING APPROVAL (NOT IN FINAL PAY)".
       01  WS-SHEET-PEND-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "SUSPENDED ".
           05  WS-SHT-PEND-DATE     PIC X(08).
           05  FILLER               PIC X(10) VALUE "  AMOUNT: ".
           05  WS-SHT-PEND-AMOUNT   PIC $$,$$$,$$9.99.
       01  WS-SHEET-PEND-NOTE       PIC X(50)  VALUE
           "    AN APPROVED ITEM IS PAID ON FINLPAYA".
       01  WS-SHEET-DUE-LINE.
           05  FILLER               PIC X(36) VALUE
               "REIMBURSEMENT BALANCE DUE (CREDIT): ".
           05  WS-SHT-DUE-AMOUNT    PIC $$,$$$,$$9.99.
       01  WS-SHEET-CASE-HEAD       PIC X(50)  VALUE
           "WELLNESS CASES OPEN - CLOSED AS SEPARATED".
       01  WS-SHEET-CASE-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE "NOTICED ".
           05  WS-SHT-CASE-NOTICE   PIC X(08).
           05  FILLER               PIC X(11) VALUE "  PROGRAM: ".
           05  WS-SHT-CASE-PROGRAM  PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SHT-CASE-STATUS   PIC X(18).
       01  WS-SHEET-NONE-LINE       PIC X(50)  VALUE
           "    NONE".
       01  WS-SHEET-NET-LINE.
           05  WS-SHT-NET-LABEL     PIC X(36).
           05  WS-SHT-NET-AMOUNT    PIC $$,$$$,$$9.99.
       01  WS-SHEET-SIGN-HEAD       PIC X(50)  VALUE
           "SIGN-OFF".
       01  WS-SHEET-SIGN-1          PIC X(50)  VALUE
           "    HUMAN RESOURCES  ____________  DATE ________".
       01  WS-SHEET-SIGN-2          PIC X(50)  VALUE
           "    PAYROLL          ____________  DATE ________".
       01  WS-SHEET-SIGN-3          PIC X(50)  VALUE
           "    LOAN CLERK       ____________  DATE ________".
       01  WS-SHEET-SIGN-4          PIC X(50)  VALUE
           "    WELLNESS         ____________  DATE ________".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-SEP-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:6) TO WS-PAY-PERIOD.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "EMPMSTR MISSING - NO CLEARANCE"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.
           PERFORM 1100-LOAD-PENDING THRU 1100-EXIT.
           PERFORM 1200-LOAD-ENROLLMENTS THRU 1200-EXIT.
      *    a register that did not load whole would clear its missing
      *    leavers - and pay them - a second time, and a partial
      *    enrollment master cannot be rewritten with cases closed;
      *    nothing goes to FINLPAY until both fit
           IF WS-TABLE-FULL-YES
               MOVE "SEPREG/ENRLMSTR"   TO WS-EXC-FIELD-NAME
               MOVE SPACES              TO WS-EXC-BAD-VALUE
               MOVE "FILE TOO LARGE - NO CLEARANCE"
                                        TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMSTR-STATUS = "00"
               SET WS-LOAN-OPEN-YES TO TRUE
           END-IF.
           OPEN EXTEND CLEARANCE-REGISTER-FILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT CLEARANCE-REGISTER-FILE
           END-IF.
           OPEN OUTPUT CLEARANCE-SHEET-FILE.
           OPEN OUTPUT FINAL-PAY-FILE.
           OPEN EXTEND MAINT-FILE.
           IF WS-MNT-STATUS = "35"
               OPEN OUTPUT MAINT-FILE
           END-IF.
           PERFORM 4000-WRITE-FINAL-PAY-HEADER THRU 4000-EXIT.
           PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT.
           PERFORM 4200-WRITE-FINAL-PAY-TRAILER THRU 4200-EXIT.
           CLOSE FINAL-PAY-FILE.
           CLOSE MAINT-FILE.
           CLOSE CLEARANCE-SHEET-FILE.
           CLOSE CLEARANCE-REGISTER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-LOAN-OPEN-YES
               CLOSE LOAN-MASTER-FILE
           END-IF.
           IF WS-CASES-CLOSED-COUNT > ZERO
               PERFORM 5000-REWRITE-ENROLLMENTS THRU 5000-EXIT
           END-IF.
           MOVE "CLEAR" TO WS-CTL-MODE.
           PERFORM 9300-WRITE-CONTROL-TOTALS THRU 9300-EXIT.
           MOVE SPACES TO WS-AUD-KEY-ID.
           MOVE "SEPARATION CLEARANCE RUN" TO WS-AUD-KEY-INPUT.
           MOVE WS-CTL-WRITTEN-COUNT  TO WS-LEAVER-COUNT-DISP.
           MOVE WS-CASES-CLOSED-COUNT TO WS-CASE-COUNT-DISP.
           STRING "LEAVERS CLEARED=" WS-LEAVER-COUNT-DISP
               " CASES CLOSED=" WS-CASE-COUNT-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       0000-WRAP-UP.
           CLOSE EXCEPTION-FILE.
           CLOSE AUDIT-LOG-FILE.
           STOP RUN.

      *****************************************************************
      *  1000-LOAD-REGISTER : pull the SEPREG clearance register - an *
      *                       employee on it has been cleared already *
      *                       and no file yet is a first run          *
      *****************************************************************
       1000-LOAD-REGISTER.
           MOVE 'N'  TO WS-REG-EOF-SWITCH.
           MOVE ZERO TO WS-REG-USED.
           OPEN INPUT CLEARANCE-REGISTER-FILE.
           IF WS-REG-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-REGISTER THRU 1010-EXIT.
           PERFORM UNTIL WS-REG-EOF-YES
               IF WS-REG-USED < WS-REG-MAX
                   ADD 1 TO WS-REG-USED
                   MOVE SG-EMP-ID TO WS-REG-EMP-ID(WS-REG-USED)
               ELSE
                   MOVE "SG-EMP-ID"  TO WS-EXC-FIELD-NAME
                   MOVE SG-EMP-ID    TO WS-EXC-BAD-VALUE
                   MOVE "REGISTER TABLE FULL - NOT RUN"
                                     TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-TABLE-FULL-YES TO TRUE
               END-IF
               PERFORM 1010-READ-REGISTER THRU 1010-EXIT
           END-PERFORM.
           CLOSE CLEARANCE-REGISTER-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-REGISTER.
           READ CLEARANCE-REGISTER-FILE
               AT END
                   SET WS-REG-EOF-YES TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-PENDING : pull the APPRPEND approval queue - no    *
      *                      file means nothing is awaiting approval  *
      *****************************************************************
       1100-LOAD-PENDING.
           MOVE 'N'  TO WS-PEND-EOF-SWITCH.
           MOVE ZERO TO WS-PND-USED.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-PENDING THRU 1110-EXIT.
           PERFORM UNTIL WS-PEND-EOF-YES
               IF WS-PND-USED < WS-PND-MAX
                   ADD 1 TO WS-PND-USED
                   MOVE PN-EMP-ID    TO WS-PND-EMP-ID(WS-PND-USED)
                   MOVE PN-AMOUNT    TO WS-PND-AMOUNT(WS-PND-USED)
                   MOVE PN-SUSP-DATE TO WS-PND-SUSP-DATE(WS-PND-USED)
               ELSE
                   MOVE "PN-EMP-ID"  TO WS-EXC-FIELD-NAME
                   MOVE PN-EMP-ID    TO WS-EXC-BAD-VALUE
                   MOVE "PENDING TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-IF
               PERFORM 1110-READ-PENDING THRU 1110-EXIT
           END-PERFORM.
           CLOSE PENDING-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-PEND-EOF-YES TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-ENROLLMENTS : pull the ENRLMSTR enrollment master  *
      *                          into the working table.  No file yet *
      *                          is a first run, not an error.        *
      *****************************************************************
       1200-LOAD-ENROLLMENTS.
           MOVE 'N'  TO WS-ENRL-EOF-SWITCH.
           MOVE ZERO TO WS-ENR-USED.
           OPEN INPUT ENROLLMENT-MASTER-FILE.
           IF WS-ENRL-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           SET WS-ENRL-LOADED-YES TO TRUE.
           PERFORM 1210-READ-ENROLLMENT THRU 1210-EXIT.
           PERFORM UNTIL WS-ENRL-EOF-YES
               IF WS-ENR-USED < WS-ENR-MAX
                   ADD 1 TO WS-ENR-USED
                   MOVE EN-EMP-ID       TO WS-ENR-EMP-ID(WS-ENR-USED)
                   MOVE EN-NOTICE-DATE  TO WS-ENR-NOTICE(WS-ENR-USED)
                   MOVE EN-ENROLL-DATE  TO WS-ENR-ENROLL(WS-ENR-USED)
                   MOVE EN-PROGRAM-CODE TO WS-ENR-PROGRAM(WS-ENR-USED)
                   MOVE EN-STATUS-CODE  TO WS-ENR-STATUS(WS-ENR-USED)
               ELSE
      *            A master that will not fit cannot be rewritten
      *            without losing cases - the run is refused
                   MOVE "EN-EMP-ID" TO WS-EXC-FIELD-NAME
                   MOVE EN-EMP-ID   TO WS-EXC-BAD-VALUE
                   MOVE "ENRLMSTR TABLE FULL - NOT RUN"
                                    TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   MOVE 'N' TO WS-ENRL-LOADED-SWITCH
                   SET WS-TABLE-FULL-YES TO TRUE
               END-IF
               PERFORM 1210-READ-ENROLLMENT THRU 1210-EXIT
           END-PERFORM.
           CLOSE ENROLLMENT-MASTER-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-ENROLLMENT.
           READ ENROLLMENT-MASTER-FILE
               AT END
                   SET WS-ENRL-EOF-YES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SWEEP-MASTER : walk EMPMSTR in key order and clear each *
      *                      terminated employee not yet registered   *
      *****************************************************************
       2000-SWEEP-MASTER.
           MOVE 'N' TO WS-EMP-EOF-SWITCH.
           MOVE LOW-VALUES TO PR-PERSON-ID.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN PR-PERSON-ID
               INVALID KEY
                   GO TO 2000-EXIT
           END-START.
           PERFORM 2010-READ-EMPLOYEE THRU 2010-EXIT.
           PERFORM UNTIL WS-EMP-EOF-YES
               PERFORM 2100-CLEAR-ONE-EMPLOYEE THRU 2100-EXIT
               PERFORM 2010-READ-EMPLOYEE THRU 2010-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2010-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EMP-EOF-YES TO TRUE
           END-READ.
           IF WS-EMP-STATUS NOT = "00"
               SET WS-EMP-EOF-YES TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.

      *****************************************************************
      *  2100-CLEAR-ONE-EMPLOYEE : one leaver's sign-off page - the   *
      *                            loans, the approval queue, the     *
      *                            balance due and the open wellness  *
      *                            cases, then the net settlement     *
      *****************************************************************
       2100-CLEAR-ONE-EMPLOYEE.
           IF NOT EM-STATUS-TERMINATED
               GO TO 2100-EXIT
           END-IF.
           IF EM-STATUS-DATE > WS-TODAY
               GO TO 2100-EXIT
           END-IF.
      *    a duplicate id merged away is 'T' but nobody left - its
      *    loans and balance now sit on the surviving id
           IF EM-MERGED-TO-ID NOT = SPACES
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-REG-FOUND-SUB.
           PERFORM 2110-MATCH-REGISTER THRU 2110-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-USED
                   OR WS-REG-FOUND-SUB > ZERO.
           IF WS-REG-FOUND-SUB > ZERO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CTL-READ-COUNT.
           MOVE ZERO TO WS-EMP-LOAN-COUNT WS-EMP-PEND-COUNT
                        WS-EMP-CASE-COUNT WS-EMP-LOAN-TOTAL
                        WS-EMP-PEND-TOTAL.
           MOVE WS-SHEET-RULE-LINE TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE WS-TODAY TO WS-SHT-TITLE-DATE.
           MOVE WS-SHEET-TITLE-LINE TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE PR-PERSON-ID   TO WS-SHT-EMP-ID.
           MOVE EM-NAME        TO WS-SHT-EMP-NAME.
           MOVE EM-DEPT-CODE   TO WS-SHT-DEPT.
           MOVE WS-SHEET-EMP-LINE TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE EM-STATUS-DATE TO WS-SHT-SEP-DATE.
           MOVE EM-MYID        TO WS-SHT-BADGE.
           MOVE WS-SHEET-SEP-LINE TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE SPACES TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           PERFORM 2200-LIST-LOANS THRU 2200-EXIT.
           PERFORM 2300-LIST-PENDING THRU 2300-EXIT.
           PERFORM 2400-BALANCE-DUE THRU 2400-EXIT.
           PERFORM 2500-CLOSE-CASES THRU 2500-EXIT.
           PERFORM 2600-NET-AND-SIGN-OFF THRU 2600-EXIT.
           PERFORM 2700-REGISTER-LEAVER THRU 2700-EXIT.
           ADD 1 TO WS-CTL-WRITTEN-COUNT.
           MOVE PR-PERSON-ID TO WS-AUD-KEY-ID.
           MOVE SPACES TO WS-AUD-KEY-INPUT WS-AUD-KEY-RESULT.
           STRING "SEPARATION CLEARANCE SEP " EM-STATUS-DATE
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           MOVE WS-EMP-LOAN-COUNT TO WS-COUNT-DISP.
           MOVE WS-EMP-CASE-COUNT TO WS-CASE-COUNT-DISP.
           STRING "CLEARED LOANS=" WS-COUNT-DISP
               " CASES CLOSED=" WS-CASE-COUNT-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       2100-EXIT.
           EXIT.

       2110-MATCH-REGISTER.
           IF WS-REG-EMP-ID(WS-REG-SUB) = PR-PERSON-ID
               MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2200-LIST-LOANS : every open LOANMSTR loan of the leaver's - *
      *                    the outstanding balance is the payoff, as  *
      *                    on the LoanLedger payoff quote, and goes   *
      *                    to FINLPAY as a deduction.  The same       *
      *                    payoff goes to LOANMNT as an 'S' final-pay *
      *                    settlement dated the separation date, so   *
      *                    LoanLedger's MAINT run closes the loan     *
      *****************************************************************
       2200-LIST-LOANS.
           MOVE WS-SHEET-LOAN-HEAD TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           IF NOT WS-LOAN-OPEN-YES
               GO TO 2200-DONE
           END-IF.
           MOVE LOW-VALUES TO LM-LOAN-ID.
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LM-LOAN-ID
               INVALID KEY
                   GO TO 2200-DONE
           END-START.
           PERFORM 2210-READ-LOAN THRU 2210-EXIT.
           PERFORM UNTIL WS-LOANMSTR-STATUS NOT = "00"
               IF LM-EMP-ID = PR-PERSON-ID
                       AND LM-STATUS-OPEN
                   PERFORM 2220-LIST-ONE-LOAN THRU 2220-EXIT
               END-IF
               PERFORM 2210-READ-LOAN THRU 2210-EXIT
           END-PERFORM.
       2200-DONE.
           IF WS-EMP-LOAN-COUNT = ZERO
               MOVE WS-SHEET-NONE-LINE TO CS-SHEET-LINE
               WRITE CS-SHEET-LINE
           END-IF.
       2200-EXIT.
           EXIT.

       2210-READ-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       2210-EXIT.
           EXIT.

       2220-LIST-ONE-LOAN.
           ADD 1 TO WS-EMP-LOAN-COUNT.
           ADD LM-OUTSTANDING-BAL TO WS-EMP-LOAN-TOTAL.
           MOVE LM-LOAN-ID         TO WS-SHT-LOAN-ID.
           MOVE LM-ORIG-DATE       TO WS-SHT-LOAN-ORIG.
           MOVE LM-OUTSTANDING-BAL TO WS-SHT-LOAN-PAYOFF.
           MOVE WS-SHEET-LOAN-LINE TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           IF LM-OUTSTANDING-BAL > ZERO
               MOVE LM-LOAN-ID         TO WS-FPAY-ITEM-ID
               MOVE LM-OUTSTANDING-BAL TO WS-FPAY-AMOUNT
               MOVE 'D'                TO WS-FPAY-ENTRY-TYPE
               PERFORM 4100-WRITE-FINAL-PAY-DETAIL THRU 4100-EXIT
               PERFORM 2230-WRITE-SETTLEMENT THRU 2230-EXIT
           END-IF.
       2220-EXIT.
           EXIT.

       2230-WRITE-SETTLEMENT.
           MOVE SPACES         TO LT-MAINT-RECORD.
           MOVE LM-LOAN-ID     TO LT-LOAN-ID.
           MOVE 'S'            TO LT-TRAN-TYPE.
           MOVE ZERO           TO LT-NEW-RATE.
           MOVE ZERO           TO LT-NEW-TERM.
           MOVE EM-STATUS-DATE TO LT-EFFECTIVE-DATE.
           WRITE LT-MAINT-RECORD.
       2230-EXIT.
           EXIT.

      *****************************************************************
      *  2300-LIST-PENDING : APPRPEND items still awaiting approval - *
      *                      printed for the approver, not paid here. *
      *                      APPROVE pays a released one on FINLPAYA  *
      *                      once the leaver is on SEPREG             *
      *****************************************************************
       2300-LIST-PENDING.
           MOVE SPACES TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE WS-SHEET-PEND-HEAD TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           PERFORM 2310-LIST-ONE-PENDING THRU 2310-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-USED.
           IF WS-EMP-PEND-COUNT = ZERO
               MOVE WS-SHEET-NONE-LINE TO CS-SHEET-LINE
           ELSE
               MOVE WS-SHEET-PEND-NOTE TO CS-SHEET-LINE
           END-IF.
           WRITE CS-SHEET-LINE.
       2300-EXIT.
           EXIT.

       2310-LIST-ONE-PENDING.
           IF WS-PND-EMP-ID(WS-PND-SUB) NOT = PR-PERSON-ID
               GO TO 2310-EXIT
           END-IF.
           ADD 1 TO WS-EMP-PEND-COUNT.
           ADD WS-PND-AMOUNT(WS-PND-SUB) TO WS-EMP-PEND-TOTAL.
           MOVE WS-PND-SUSP-DATE(WS-PND-SUB) TO WS-SHT-PEND-DATE.
           MOVE WS-PND-AMOUNT(WS-PND-SUB)    TO WS-SHT-PEND-AMOUNT.
           MOVE WS-SHEET-PEND-LINE TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
       2310-EXIT.
           EXIT.

      *****************************************************************
      *  2400-BALANCE-DUE : the EM-AMOUNT reimbursement balance still *
      *                     owed to the leaver goes to FINLPAY as a   *
      *                     credit and comes off the master, logged   *
      *                     to EMPCHGLG - paid once, it must not be   *
      *                     merged or reversed as if still owed       *
      *****************************************************************
       2400-BALANCE-DUE.
           MOVE EM-AMOUNT TO WS-EMP-CREDIT.
           MOVE SPACES TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE WS-EMP-CREDIT TO WS-SHT-DUE-AMOUNT.
           MOVE WS-SHEET-DUE-LINE TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           IF WS-EMP-CREDIT = ZERO
               GO TO 2400-EXIT
           END-IF.
           MOVE "REIMBURSE"   TO WS-FPAY-ITEM-ID.
           MOVE WS-EMP-CREDIT TO WS-FPAY-AMOUNT.
           MOVE 'C'           TO WS-FPAY-ENTRY-TYPE.
           PERFORM 4100-WRITE-FINAL-PAY-DETAIL THRU 4100-EXIT.
           PERFORM 9810-SNAP-BEFORE THRU 9810-EXIT.
           MOVE ZERO TO EM-AMOUNT.
           REWRITE EM-EMPLOYEE-RECORD
               INVALID KEY
                   MOVE "PR-PERSON-ID"  TO WS-EXC-FIELD-NAME
                   MOVE PR-PERSON-ID    TO WS-EXC-BAD-VALUE
                   MOVE "BALANCE PAID - MASTER NOT SET"
                                        TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   ADD 1 TO WS-CTL-REJECT-COUNT
                   GO TO 2400-EXIT
           END-REWRITE.
           MOVE "SEPCLEAR" TO WS-CHG-SOURCE.
           PERFORM 9820-LOG-CHANGES THRU 9820-EXIT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-CLOSE-CASES : every wellness case of the leaver's still *
      *                     awaiting a response or enrolled is listed *
      *                     and closed as separated                   *
      *****************************************************************
       2500-CLOSE-CASES.
           MOVE SPACES TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE WS-SHEET-CASE-HEAD TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           PERFORM 2510-CLOSE-ONE-CASE THRU 2510-EXIT
               VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-USED.
           IF WS-EMP-CASE-COUNT = ZERO
               MOVE WS-SHEET-NONE-LINE TO CS-SHEET-LINE
               WRITE CS-SHEET-LINE
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CLOSE-ONE-CASE.
           IF WS-ENR-EMP-ID(WS-ENR-SUB) NOT = PR-PERSON-ID
               GO TO 2510-EXIT
           END-IF.
           EVALUATE WS-ENR-STATUS(WS-ENR-SUB)
               WHEN 'N'
               WHEN ' '
                   MOVE "AWAITING RESPONSE" TO WS-SHT-CASE-STATUS
               WHEN 'E'
                   MOVE "ENROLLED"          TO WS-SHT-CASE-STATUS
               WHEN OTHER
                   GO TO 2510-EXIT
           END-EVALUATE.
           ADD 1 TO WS-EMP-CASE-COUNT.
           MOVE WS-ENR-NOTICE(WS-ENR-SUB)  TO WS-SHT-CASE-NOTICE.
           MOVE WS-ENR-PROGRAM(WS-ENR-SUB) TO WS-SHT-CASE-PROGRAM.
           MOVE WS-SHEET-CASE-LINE TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           IF WS-ENRL-LOADED-YES
               MOVE 'S' TO WS-ENR-STATUS(WS-ENR-SUB)
               ADD 1 TO WS-CASES-CLOSED-COUNT
           END-IF.
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  2600-NET-AND-SIGN-OFF : the net settlement on the final pay  *
      *                          and the four sign-off lines          *
      *****************************************************************
       2600-NET-AND-SIGN-OFF.
           COMPUTE WS-EMP-NET = WS-EMP-CREDIT - WS-EMP-LOAN-TOTAL.
           MOVE SPACES TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           IF WS-EMP-NET < ZERO
               MOVE "NET OWED BY EMPLOYEE (FINAL PAY):  "
                                    TO WS-SHT-NET-LABEL
               COMPUTE WS-SHT-NET-AMOUNT = ZERO - WS-EMP-NET
           ELSE
               MOVE "NET DUE TO EMPLOYEE (FINAL PAY):   "
                                    TO WS-SHT-NET-LABEL
               MOVE WS-EMP-NET      TO WS-SHT-NET-AMOUNT
           END-IF.
           MOVE WS-SHEET-NET-LINE TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE SPACES TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE WS-SHEET-SIGN-HEAD TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE WS-SHEET-SIGN-1 TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE WS-SHEET-SIGN-2 TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE WS-SHEET-SIGN-3 TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
           MOVE WS-SHEET-SIGN-4 TO CS-SHEET-LINE.
           WRITE CS-SHEET-LINE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-REGISTER-LEAVER : enter the leaver on SEPREG with the   *
      *                         figures sent to payroll, so the next  *
      *                         run does not clear them again         *
      *****************************************************************
       2700-REGISTER-LEAVER.
           MOVE SPACES            TO SG-CLEARANCE-RECORD.
           MOVE PR-PERSON-ID      TO SG-EMP-ID.
           MOVE EM-STATUS-DATE    TO SG-SEP-DATE.
           MOVE WS-TODAY          TO SG-CLEAR-DATE.
           MOVE WS-EMP-LOAN-TOTAL TO SG-LOAN-PAYOFF.
           MOVE WS-EMP-CREDIT     TO SG-CREDIT-DUE.
           MOVE WS-EMP-PEND-TOTAL TO SG-PENDING-AMOUNT.
           MOVE WS-EMP-CASE-COUNT TO SG-CASES-CLOSED.
           WRITE SG-CLEARANCE-RECORD.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  4000-WRITE-FINAL-PAY-HEADER : the 'H' record the bureau      *
      *                                checks before ingesting the    *
      *                                details.  The effective pay    *
      *                                period is the run month.       *
      *****************************************************************
       4000-WRITE-FINAL-PAY-HEADER.
           MOVE SPACES           TO FP-FINAL-PAY-RECORD.
           MOVE 'H'              TO FP-RECORD-TYPE.
           MOVE WS-TODAY         TO FP-HDR-RUN-DATE.
           MOVE WS-PAY-PERIOD    TO FP-HDR-PAY-PERIOD.
           WRITE FP-FINAL-PAY-RECORD.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-WRITE-FINAL-PAY-DETAIL : one 'D' record per settlement  *
      *                                item - a deduction or a credit *
      *****************************************************************
       4100-WRITE-FINAL-PAY-DETAIL.
           MOVE SPACES             TO FP-FINAL-PAY-RECORD.
           MOVE 'D'                TO FP-RECORD-TYPE.
           MOVE PR-PERSON-ID       TO FP-DET-EMP-ID.
           MOVE WS-FPAY-ITEM-ID    TO FP-DET-ITEM-ID.
           MOVE WS-FPAY-AMOUNT     TO FP-DET-AMOUNT.
           MOVE WS-PAY-PERIOD      TO FP-DET-PAY-PERIOD.
           MOVE WS-FPAY-ENTRY-TYPE TO FP-DET-ENTRY-TYPE.
           MOVE EM-STATUS-DATE     TO FP-DET-SEP-DATE.
           WRITE FP-FINAL-PAY-RECORD.
           ADD 1 TO WS-FPAY-COUNT.
           ADD WS-FPAY-AMOUNT TO WS-FPAY-HASH-TOTAL.
           IF WS-FPAY-ENTRY-TYPE = 'C'
               ADD WS-FPAY-AMOUNT      TO WS-FPAY-NET-CREDIT
           ELSE
               SUBTRACT WS-FPAY-AMOUNT FROM WS-FPAY-NET-CREDIT
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-WRITE-FINAL-PAY-TRAILER : the 'T' record carrying the   *
      *                                 detail count, amount hash and *
      *                                 net credit the bureau         *
      *                                 verifies against              *
      *****************************************************************
       4200-WRITE-FINAL-PAY-TRAILER.
           MOVE SPACES             TO FP-FINAL-PAY-RECORD.
           MOVE 'T'                TO FP-RECORD-TYPE.
           MOVE WS-FPAY-COUNT      TO FP-TRL-RECORD-COUNT.
           MOVE WS-FPAY-HASH-TOTAL TO FP-TRL-HASH-TOTAL.
           MOVE WS-FPAY-NET-CREDIT TO FP-TRL-NET-CREDIT.
           WRITE FP-FINAL-PAY-RECORD.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  5000-REWRITE-ENROLLMENTS : write the table back as the new   *
      *                             ENRLMSTR with the leavers' cases  *
      *                             closed                            *
      *****************************************************************
       5000-REWRITE-ENROLLMENTS.
           OPEN OUTPUT ENROLLMENT-MASTER-FILE.
           PERFORM 5100-WRITE-ONE-ENROLLMENT THRU 5100-EXIT
               VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-USED.
           CLOSE ENROLLMENT-MASTER-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-ENROLLMENT.
           MOVE SPACES TO EN-ENROLLMENT-RECORD.
           MOVE WS-ENR-EMP-ID(WS-ENR-SUB)  TO EN-EMP-ID.
           MOVE WS-ENR-NOTICE(WS-ENR-SUB)  TO EN-NOTICE-DATE.
           MOVE WS-ENR-ENROLL(WS-ENR-SUB)  TO EN-ENROLL-DATE.
           MOVE WS-ENR-PROGRAM(WS-ENR-SUB) TO EN-PROGRAM-CODE.
           MOVE WS-ENR-STATUS(WS-ENR-SUB)  TO EN-STATUS-CODE.
           WRITE EN-ENROLLMENT-RECORD.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one rejected entry to the      *
      *                         shared EXCPRPT exception report       *
      *****************************************************************
       9100-WRITE-EXCEPTION.
           MOVE SPACES         TO EX-EXCEPTION-RECORD.
           MOVE "SEPCLEAR"     TO EX-PROGRAM-ID.
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
           MOVE "SEPCLEAR"     TO AU-PROGRAM-ID.
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
      *                              of leavers found, leavers        *
      *                              cleared and the net final-pay    *
      *                              credit to CTLTOTS                *
      *****************************************************************
       9300-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           MOVE SPACES             TO CT-CONTROL-RECORD.
           MOVE "SEPCLEAR"         TO CT-PROGRAM-ID.
           MOVE WS-CTL-MODE        TO CT-STEP-MODE.
           ACCEPT CT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CT-RUN-TIME FROM TIME.
           MOVE WS-CTL-READ-COUNT    TO CT-RECORDS-READ.
           MOVE WS-CTL-WRITTEN-COUNT TO CT-RECORDS-WRITTEN.
           MOVE WS-CTL-REJECT-COUNT  TO CT-RECORDS-REJECTED.
           MOVE WS-FPAY-NET-CREDIT   TO CT-AMOUNT-TOTAL.
           WRITE CT-CONTROL-RECORD.
           CLOSE CONTROL-TOTALS-FILE.
       9300-EXIT.
           EXIT.

      *****************************************************************
      *  9800-STAGE-FIELDS : every field of the master record in      *
      *                      hand, as text, one slot per field in     *
      *                      WS-CHG-FIELD-NAME order                  *
      *****************************************************************
       9800-STAGE-FIELDS.
           MOVE SPACES          TO WS-CHG-STAGE-TABLE.
           MOVE PR-PERSON-ID    TO WS-CHG-STAGE(1).
           MOVE PR-AGE          TO WS-CHG-AGE.
           MOVE WS-CHG-AGE-X    TO WS-CHG-STAGE(2).
           MOVE EM-NAME         TO WS-CHG-STAGE(3).
           MOVE EM-AMOUNT       TO WS-CHG-AMOUNT.
           MOVE WS-CHG-AMOUNT-X TO WS-CHG-STAGE(4).
           MOVE EM-MYID         TO WS-CHG-STAGE(5).
           MOVE EM-STATUS-CODE  TO WS-CHG-STAGE(6).
           MOVE EM-STATUS-DATE  TO WS-CHG-STAGE(7).
           MOVE EM-DEPT-CODE    TO WS-CHG-STAGE(8).
           MOVE EM-BIRTH-DATE   TO WS-CHG-STAGE(9).
           MOVE EM-MERGED-TO-ID TO WS-CHG-STAGE(10).
       9800-EXIT.
           EXIT.

      *    taken straight after the master is read, before anything
      *    in the record moves
       9810-SNAP-BEFORE.
           PERFORM 9800-STAGE-FIELDS THRU 9800-EXIT.
           MOVE WS-CHG-STAGE-TABLE TO WS-CHG-BEFORE-TABLE.
       9810-EXIT.
           EXIT.

      *****************************************************************
      *  9820-LOG-CHANGES : the master record is on disk - append one *
      *                     EMPCHGLG before/after record for each     *
      *                     field that differs from the snapshot      *
      *****************************************************************
       9820-LOG-CHANGES.
           PERFORM 9800-STAGE-FIELDS THRU 9800-EXIT.
           IF WS-CHG-STAGE-TABLE = WS-CHG-BEFORE-TABLE
               GO TO 9820-EXIT
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHG-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           PERFORM 9830-LOG-ONE-FIELD THRU 9830-EXIT
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-FIELD-COUNT.
           CLOSE CHANGE-LOG-FILE.
       9820-EXIT.
           EXIT.

       9830-LOG-ONE-FIELD.
           IF WS-CHG-STAGE(WS-CHG-SUB) = WS-CHG-BEFORE(WS-CHG-SUB)
               GO TO 9830-EXIT
           END-IF.
           MOVE SPACES           TO MC-CHANGE-RECORD.
           MOVE PR-PERSON-ID     TO MC-EMP-ID.
           ACCEPT MC-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT MC-CHANGE-TIME FROM TIME.
           MOVE "SEPCLEAR"       TO MC-PROGRAM-ID.
           MOVE WS-CHG-SOURCE    TO MC-SOURCE.
           MOVE WS-CHG-FIELD-NAME(WS-CHG-SUB) TO MC-FIELD-NAME.
           MOVE WS-CHG-BEFORE(WS-CHG-SUB)     TO MC-BEFORE-VALUE.
           MOVE WS-CHG-STAGE(WS-CHG-SUB)      TO MC-AFTER-VALUE.
           WRITE MC-CHANGE-RECORD.
       9830-EXIT.
           EXIT.
