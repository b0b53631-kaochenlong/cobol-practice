       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityCheck.
       AUTHOR. RKM.
       INSTALLATION. Wellness and Payroll Batch Support.
       DATE-WRITTEN. 2026-09-09.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  ------------------------------------------------------------ *
      *  2026-09-09  RKM  First cut : the month-end referential       *
      *                   integrity sweep.  Every file keyed off the  *
      *                   employee id is checked against EMPMSTR      *
      *                   (BMIHIST, LOANMSTR, LOANDLQ, ENRLMSTR,      *
      *                   DEPTHIST, APPRPEND, SURVOUT); each master   *
      *                   department is checked against the latest    *
      *                   DEPTHIST row and against DEPTREF; LOANDLQ   *
      *                   entries are checked against their loan's    *
      *                   status; open loans and open wellness cases  *
      *                   of terminated employees are listed; and the *
      *                   last ACCTJRNL result for every account is   *
      *                   crossed against its ACCTBAL balance.  Each  *
      *                   finding prints to INTEGRPT with a per-file  *
      *                   summary, and the run's counts go to CTLTOTS *
      *                   so BalanceReport fails the window on a      *
      *                   serious break.  Until now these surfaced    *
      *                   only when an inquiry screen looked wrong.   *
      *  2026-09-11  RKM  BMIHIST, ENRLMSTR and SURVOUT records under *
      *                   a '#' placeholder were anonymized by        *
      *                   RetentionPurge and are off the master by    *
      *                   design - no longer reported as orphans.     *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *  2026-09-29  RKM  An orphan DEPTHIST id is reported once, not *
      *                   once per history row.  A DEPTHIST or        *
      *                   ACCTJRNL too large for its table is now a   *
      *                   serious break instead of leaving the rest   *
      *                   unchecked under a clean verdict.  Open      *
      *                   loans of leavers already cleared on SEPREG  *
      *                   are no longer listed.                       *
      *  2026-09-29  RKM  An open loan of a leaver already cleared on *
      *                   SEPREG is reported again, under its own     *
      *                   CLEARED LEAVER LOAN warning.  The finding   *
      *                   names the date the FINLPAY payoff was sent, *
      *                   and stays until LoanLedger's MAINT run      *
      *                   settles the loan.                           *
      *****************************************************************
      *  A SERIOUS break is one that moves or misstates money : a     *
      *  loan, delinquency or pending reimbursement for an id not on  *
      *  the master, a delinquency entry for a loan that is missing,  *
      *  paid off or written off, and an account whose journal chain  *
      *  does not end at its ACCTBAL balance - and a DEPTHIST or      *
      *  ACCTJRNL too large to load whole, since the rows past the    *
      *  table go unchecked.  Everything else is a WARNING for the    *
      *  data owners to work.  CTLTOTS carries the records examined   *
      *  as read, the warnings as written and the serious breaks as   *
      *  rejected.                                                    *
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
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-HISTORY-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-LOANMSTR-STATUS.
           SELECT DELINQ-STATE-FILE ASSIGN TO "LOANDLQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-STATUS.
           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRL-STATUS.
           SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT PENDING-FILE ASSIGN TO "APPRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT SURVEY-RESULTS-FILE ASSIGN TO "SURVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURVEY-STATUS.
           SELECT ACCOUNT-BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INT-LOG-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CLEARANCE-REGISTER-FILE ASSIGN TO "SEPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEPREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY emprec.

       FD  BMI-HISTORY-FILE.
           COPY bmihistrec.

       FD  LOAN-MASTER-FILE.
           COPY loanmstrec.

       FD  DELINQ-STATE-FILE.
           COPY loandlqrec.

       FD  ENROLLMENT-MASTER-FILE.
           COPY enrlmstrec.

       FD  DEPT-HISTORY-FILE.
           COPY depthstrec.

       FD  DEPARTMENT-FILE.
           COPY deptrec.

       FD  PENDING-FILE.
           COPY apprpndrec.

       FD  SURVEY-RESULTS-FILE.
           COPY survyrec
               REPLACING LEADING ==PR-== BY ==SR-==.
           COPY survcmtrec.

       FD  ACCOUNT-BALANCE-FILE.
           COPY acctbalrec.

       FD  ACCOUNT-JOURNAL-FILE.
           COPY acctjrnlrec.

       FD  INTEGRITY-REPORT-FILE.
       01  IR-REPORT-LINE           PIC X(100).

       FD  EXCEPTION-FILE.
           COPY excptrec.

       FD  AUDIT-LOG-FILE.
           COPY auditrec.

       FD  CONTROL-TOTALS-FILE.
           COPY ctlrec.

       FD  CLEARANCE-REGISTER-FILE.
           COPY sepregrec.

       WORKING-STORAGE SECTION.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HIST-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-LOANMSTR-STATUS       PIC X(02)  VALUE SPACES.
       77  WS-DLQ-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ENRL-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-DH-STATUS             PIC X(02)  VALUE SPACES.
       77  WS-DEPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-PEND-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-SURVEY-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-ACCT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-AJ-STATUS             PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EXC-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-INT-LOG-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-CTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-SEPREG-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-SEPREG-EOF-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-SEPREG-EOF-YES               VALUE 'Y'.
       77  WS-LDH-FULL-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-LDH-FULL-YES                 VALUE 'Y'.
       77  WS-AJT-FULL-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-AJT-FULL-YES                 VALUE 'Y'.
       77  WS-EMP-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-EMP-EOF-YES                  VALUE 'Y'.
       77  WS-DLQ-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-DLQ-EOF-YES                  VALUE 'Y'.
       77  WS-ENRL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-ENRL-EOF-YES                 VALUE 'Y'.
       77  WS-DH-EOF-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-DH-EOF-YES                   VALUE 'Y'.
       77  WS-DEPT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-DEPT-EOF-YES                 VALUE 'Y'.
       77  WS-PEND-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-PEND-EOF-YES                 VALUE 'Y'.
       77  WS-SURVEY-EOF-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-SURVEY-EOF-YES               VALUE 'Y'.
       77  WS-AJ-EOF-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-AJ-EOF-YES                   VALUE 'Y'.
       77  WS-LOAN-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-LOAN-OPEN-YES                VALUE 'Y'.
       77  WS-EMP-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-EMP-FOUND-YES                VALUE 'Y'.
       77  WS-SERIOUS-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-SERIOUS-YES                  VALUE 'Y'.
       01  WS-TODAY                 PIC X(08)  VALUE SPACES.
       01  WS-CTL-MODE              PIC X(08)  VALUE SPACES.
       77  WS-CTL-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-WRITTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-FIND-EMP-ID           PIC X(10)  VALUE SPACES.
       01  WS-LAST-HIST-EMP-ID      PIC X(10)  VALUE SPACES.
       01  WS-FIND-EMP-STATUS       PIC X(01)  VALUE SPACES.
       01  WS-RESPONDENT-ID         PIC X(10)  VALUE SPACES.
      *****************************************************************
      *  The files swept, loaded the old way via REDEFINES so the     *
      *  list reads off the page, with a count of records examined    *
      *  and findings raised per file for the closing summary         *
      *****************************************************************
       01  WS-AREA-DATA.
           05  FILLER PIC X(08) VALUE "EMPMSTR ".
           05  FILLER PIC X(08) VALUE "BMIHIST ".
           05  FILLER PIC X(08) VALUE "LOANMSTR".
           05  FILLER PIC X(08) VALUE "LOANDLQ ".
           05  FILLER PIC X(08) VALUE "ENRLMSTR".
           05  FILLER PIC X(08) VALUE "DEPTHIST".
           05  FILLER PIC X(08) VALUE "APPRPEND".
           05  FILLER PIC X(08) VALUE "SURVOUT ".
           05  FILLER PIC X(08) VALUE "ACCTJRNL".
       01  WS-AREA-TABLE REDEFINES WS-AREA-DATA.
           05  WS-AREA-NAME OCCURS 9 TIMES PIC X(08).
       77  WS-AREA-MAX              PIC 9(02) COMP VALUE 9.
       77  WS-AREA-SUB              PIC 9(02) COMP VALUE ZERO.
       01  WS-AREA-COUNTS.
           05  WS-AREA-ENTRY OCCURS 9 TIMES.
               10  WS-AREA-EXAMINED PIC 9(07) COMP.
               10  WS-AREA-WARNINGS PIC 9(07) COMP.
               10  WS-AREA-SERIOUS  PIC 9(07) COMP.
      *****************************************************************
      *  DEPTREF department codes                                     *
      *****************************************************************
       77  WS-DPT-MAX               PIC 9(03) COMP VALUE 100.
       77  WS-DPT-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-DPT-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-DPT-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-DPT-TABLE.
           05  WS-DPT-ENTRY OCCURS 100 TIMES.
               10  WS-DPT-CODE      PIC X(04).
      *****************************************************************
      *  The latest DEPTHIST assignment per employee                  *
      *****************************************************************
       77  WS-LDH-MAX               PIC 9(03) COMP VALUE 500.
       77  WS-LDH-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-LDH-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-LDH-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-LDH-TABLE.
           05  WS-LDH-ENTRY OCCURS 500 TIMES.
               10  WS-LDH-EMP-ID    PIC X(10).
               10  WS-LDH-DEPT      PIC X(04).
               10  WS-LDH-DATE      PIC X(08).
      *****************************************************************
      *  The last ACCTJRNL result balance per account                 *
      *****************************************************************
       77  WS-AJT-MAX               PIC 9(03) COMP VALUE 500.
       77  WS-AJT-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-AJT-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-AJT-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-AJT-TABLE.
           05  WS-AJT-ENTRY OCCURS 500 TIMES.
               10  WS-AJT-ACCOUNT   PIC X(10).
               10  WS-AJT-RESULT    PIC S9(05).
      *****************************************************************
      *  The SEPREG register of leavers SeparationClearance has       *
      *  cleared - their loan payoffs already went to payroll on      *
      *  FINLPAY on the clear date                                    *
      *****************************************************************
       77  WS-SRG-MAX               PIC 9(03) COMP VALUE 500.
       77  WS-SRG-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-SRG-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-SRG-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-SRG-TABLE.
           05  WS-SRG-ENTRY OCCURS 500 TIMES.
               10  WS-SRG-EMP-ID    PIC X(10).
               10  WS-SRG-CLEAR-DATE PIC X(08).
      *****************************************************************
      *  The finding in hand                                          *
      *****************************************************************
       01  WS-FND-CHECK             PIC X(20)  VALUE SPACES.
       01  WS-FND-KEY               PIC X(20)  VALUE SPACES.
       01  WS-FND-DETAIL            PIC X(30)  VALUE SPACES.
       01  WS-BAL-DISP              PIC -----9.
       01  WS-JRN-DISP              PIC -----9.
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.
       01  WS-AUD-KEY-ID            PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY-INPUT         PIC X(45)  VALUE SPACES.
       01  WS-AUD-KEY-RESULT        PIC X(45)  VALUE SPACES.
       01  WS-WARN-DISP             PIC ZZZZZZ9.
       01  WS-SERIOUS-DISP          PIC ZZZZZZ9.
      *****************************************************************
      *  Report line layouts                                          *
      *****************************************************************
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(40) VALUE
               "REFERENTIAL INTEGRITY SWEEP       DATE: ".
           05  WS-TITLE-DATE        PIC X(08).
       01  WS-HEAD-LINE             PIC X(100) VALUE
           "CHECK                 FILE      KEY                   DETAIL
      -    "                          SEVERITY".
       01  WS-DETAIL-LINE.
           05  WS-DET-CHECK         PIC X(20).
           05  FILLER               PIC X(02).
           05  WS-DET-FILE          PIC X(08).
           05  FILLER               PIC X(02).
           05  WS-DET-KEY           PIC X(20).
           05  FILLER               PIC X(02).
           05  WS-DET-DETAIL        PIC X(30).
           05  FILLER               PIC X(02).
           05  WS-DET-SEVERITY      PIC X(07).
       01  WS-SUM-HEAD-LINE         PIC X(60) VALUE
           "FILE       EXAMINED  WARNINGS   SERIOUS".
       01  WS-SUM-LINE.
           05  WS-SUM-FILE          PIC X(08).
           05  FILLER               PIC X(02).
           05  WS-SUM-EXAMINED      PIC ZZZZZZ9.
           05  FILLER               PIC X(03).
           05  WS-SUM-WARNINGS      PIC ZZZZZZ9.
           05  FILLER               PIC X(03).
           05  WS-SUM-SERIOUS       PIC ZZZZZZ9.
       01  WS-VERDICT-LINE.
           05  FILLER               PIC X(17) VALUE
               "SWEEP VERDICT:   ".
           05  WS-VERDICT-TEXT      PIC X(24).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-INT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           INITIALIZE WS-AREA-COUNTS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "EMPMSTR MISSING - NO SWEEP"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMSTR-STATUS = "00"
               SET WS-LOAN-OPEN-YES TO TRUE
           END-IF.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE WS-TODAY TO WS-TITLE-DATE.
           MOVE WS-TITLE-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE WS-HEAD-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           PERFORM 1000-LOAD-DEPARTMENTS THRU 1000-EXIT.
           PERFORM 1100-LOAD-DEPT-HISTORY THRU 1100-EXIT.
           PERFORM 1200-LOAD-SEP-REGISTER THRU 1200-EXIT.
           PERFORM 2000-CHECK-EMPLOYEES THRU 2000-EXIT.
           PERFORM 3000-CHECK-BMI-HISTORY THRU 3000-EXIT.
           PERFORM 3100-CHECK-LOANS THRU 3100-EXIT.
           PERFORM 3200-CHECK-DELINQUENCY THRU 3200-EXIT.
           PERFORM 3300-CHECK-ENROLLMENTS THRU 3300-EXIT.
           PERFORM 3400-CHECK-PENDING THRU 3400-EXIT.
           PERFORM 3500-CHECK-SURVEYS THRU 3500-EXIT.
           PERFORM 4000-CHECK-ACCOUNTS THRU 4000-EXIT.
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
           CLOSE INTEGRITY-REPORT-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-LOAN-OPEN-YES
               CLOSE LOAN-MASTER-FILE
           END-IF.
           MOVE "SWEEP" TO WS-CTL-MODE.
           PERFORM 9300-WRITE-CONTROL-TOTALS THRU 9300-EXIT.
           MOVE SPACES TO WS-AUD-KEY-ID.
           MOVE "REFERENTIAL INTEGRITY SWEEP" TO WS-AUD-KEY-INPUT.
           MOVE WS-CTL-WRITTEN-COUNT TO WS-WARN-DISP.
           MOVE WS-CTL-REJECT-COUNT  TO WS-SERIOUS-DISP.
           STRING "WARNINGS=" WS-WARN-DISP
               " SERIOUS=" WS-SERIOUS-DISP
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
      *  1000-LOAD-DEPARTMENTS : pull the DEPTREF department codes    *
      *****************************************************************
       1000-LOAD-DEPARTMENTS.
           MOVE ZERO TO WS-DPT-USED.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               MOVE "DEPARTMENT-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-DEPT-STATUS    TO WS-EXC-BAD-VALUE
               MOVE "DEPTREF MISSING - NO DEPT CHECK"
                                      TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-DEPARTMENT THRU 1010-EXIT.
           PERFORM UNTIL WS-DEPT-EOF-YES
               IF WS-DPT-USED < WS-DPT-MAX
                   ADD 1 TO WS-DPT-USED
                   MOVE DP-DEPT-CODE TO WS-DPT-CODE(WS-DPT-USED)
               ELSE
                   MOVE "DP-DEPT-CODE" TO WS-EXC-FIELD-NAME
                   MOVE DP-DEPT-CODE   TO WS-EXC-BAD-VALUE
                   MOVE "DEPARTMENT TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-IF
               PERFORM 1010-READ-DEPARTMENT THRU 1010-EXIT
           END-PERFORM.
           CLOSE DEPARTMENT-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-DEPARTMENT.
           READ DEPARTMENT-FILE
               AT END
                   SET WS-DEPT-EOF-YES TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-DEPT-HISTORY : keep each employee's latest         *
      *                           DEPTHIST assignment (a later record *
      *                           on the same date wins) and flag     *
      *                           history for ids not on the master,  *
      *                           once per id - DEPTHIST is appended  *
      *                           in date order, so an id's rows are  *
      *                           not together and the id is checked  *
      *                           when it first enters the table      *
      *****************************************************************
       1100-LOAD-DEPT-HISTORY.
           MOVE ZERO TO WS-LDH-USED.
           MOVE 6 TO WS-AREA-SUB.
           OPEN INPUT DEPT-HISTORY-FILE.
           IF WS-DH-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-DEPT-HISTORY THRU 1110-EXIT.
           PERFORM UNTIL WS-DH-EOF-YES
               PERFORM 1120-KEEP-LATEST THRU 1120-EXIT
               PERFORM 1110-READ-DEPT-HISTORY THRU 1110-EXIT
           END-PERFORM.
           CLOSE DEPT-HISTORY-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-DEPT-HISTORY.
           READ DEPT-HISTORY-FILE
               AT END
                   SET WS-DH-EOF-YES TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1120-KEEP-LATEST.
           ADD 1 TO WS-AREA-EXAMINED(WS-AREA-SUB).
           MOVE ZERO TO WS-LDH-FOUND-SUB.
           PERFORM 1130-MATCH-LATEST THRU 1130-EXIT
               VARYING WS-LDH-SUB FROM 1 BY 1
               UNTIL WS-LDH-SUB > WS-LDH-USED
                   OR WS-LDH-FOUND-SUB > ZERO.
           IF WS-LDH-FOUND-SUB = ZERO
      *        the table cannot take the id : every row past this
      *        point goes unchecked against the master, so the
      *        sweep fails rather than report a clean result
               IF WS-LDH-USED NOT < WS-LDH-MAX
                   IF NOT WS-LDH-FULL-YES
                       SET WS-LDH-FULL-YES TO TRUE
                       MOVE "DEPT HISTORY TABLE" TO WS-FND-CHECK
                       MOVE DH-EMP-ID            TO WS-FND-KEY
                       MOVE "TABLE FULL - REST UNCHECKED"
                                                 TO WS-FND-DETAIL
                       MOVE 'Y' TO WS-SERIOUS-SWITCH
                       PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                   END-IF
                   GO TO 1120-EXIT
               END-IF
               MOVE DH-EMP-ID TO WS-FIND-EMP-ID
               PERFORM 8000-LOOKUP-EMPLOYEE THRU 8000-EXIT
               IF NOT WS-EMP-FOUND-YES
                   MOVE "ORPHAN ASSIGNMENT" TO WS-FND-CHECK
                   MOVE DH-EMP-ID           TO WS-FND-KEY
                   MOVE "EMPLOYEE NOT ON EMPMSTR" TO WS-FND-DETAIL
                   MOVE 'N' TO WS-SERIOUS-SWITCH
                   PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
               END-IF
               ADD 1 TO WS-LDH-USED
               MOVE WS-LDH-USED TO WS-LDH-FOUND-SUB
               MOVE DH-EMP-ID TO WS-LDH-EMP-ID(WS-LDH-FOUND-SUB)
               MOVE SPACES    TO WS-LDH-DATE(WS-LDH-FOUND-SUB)
           END-IF.
           IF DH-EFFECTIVE-DATE >= WS-LDH-DATE(WS-LDH-FOUND-SUB)
               MOVE DH-NEW-DEPT       TO WS-LDH-DEPT(WS-LDH-FOUND-SUB)
               MOVE DH-EFFECTIVE-DATE TO WS-LDH-DATE(WS-LDH-FOUND-SUB)
           END-IF.
       1120-EXIT.
           EXIT.

       1130-MATCH-LATEST.
           IF WS-LDH-EMP-ID(WS-LDH-SUB) = DH-EMP-ID
               MOVE WS-LDH-SUB TO WS-LDH-FOUND-SUB
           END-IF.
       1130-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-SEP-REGISTER : pull the SEPREG clearance register. *
      *                           No file yet means nobody has been   *
      *                           cleared.                            *
      *****************************************************************
       1200-LOAD-SEP-REGISTER.
           MOVE ZERO TO WS-SRG-USED.
           OPEN INPUT CLEARANCE-REGISTER-FILE.
           IF WS-SEPREG-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-SEP-REGISTER THRU 1210-EXIT.
           PERFORM UNTIL WS-SEPREG-EOF-YES
               IF WS-SRG-USED < WS-SRG-MAX
                   ADD 1 TO WS-SRG-USED
                   MOVE SG-EMP-ID TO WS-SRG-EMP-ID(WS-SRG-USED)
                   MOVE SG-CLEAR-DATE
                                  TO WS-SRG-CLEAR-DATE(WS-SRG-USED)
               ELSE
                   MOVE "SG-EMP-ID" TO WS-EXC-FIELD-NAME
                   MOVE SG-EMP-ID   TO WS-EXC-BAD-VALUE
                   MOVE "CLEARANCE REGISTER TABLE FULL"
                                    TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-IF
               PERFORM 1210-READ-SEP-REGISTER THRU 1210-EXIT
           END-PERFORM.
           CLOSE CLEARANCE-REGISTER-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-SEP-REGISTER.
           READ CLEARANCE-REGISTER-FILE
               AT END
                   SET WS-SEPREG-EOF-YES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-MATCH-SEP-REGISTER.
           IF WS-SRG-EMP-ID(WS-SRG-SUB) = LM-EMP-ID
               MOVE WS-SRG-SUB TO WS-SRG-FOUND-SUB
           END-IF.
       1220-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHECK-EMPLOYEES : each master department against the    *
      *                         latest DEPTHIST row and against       *
      *                         DEPTREF                               *
      *****************************************************************
       2000-CHECK-EMPLOYEES.
           MOVE 1 TO WS-AREA-SUB.
           MOVE 'N' TO WS-EMP-EOF-SWITCH.
           MOVE LOW-VALUES TO PR-PERSON-ID.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN PR-PERSON-ID
               INVALID KEY
                   GO TO 2000-EXIT
           END-START.
           PERFORM 2010-READ-EMPLOYEE THRU 2010-EXIT.
           PERFORM UNTIL WS-EMP-EOF-YES
               PERFORM 2100-CHECK-ONE-EMPLOYEE THRU 2100-EXIT
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

       2100-CHECK-ONE-EMPLOYEE.
           ADD 1 TO WS-AREA-EXAMINED(WS-AREA-SUB).
           MOVE 'N' TO WS-SERIOUS-SWITCH.
           MOVE ZERO TO WS-LDH-FOUND-SUB.
           PERFORM 2110-MATCH-EMP-HISTORY THRU 2110-EXIT
               VARYING WS-LDH-SUB FROM 1 BY 1
               UNTIL WS-LDH-SUB > WS-LDH-USED
                   OR WS-LDH-FOUND-SUB > ZERO.
           IF WS-LDH-FOUND-SUB > ZERO
               IF WS-LDH-DEPT(WS-LDH-FOUND-SUB) NOT = EM-DEPT-CODE
                   MOVE "DEPT VS DEPTHIST"  TO WS-FND-CHECK
                   MOVE PR-PERSON-ID        TO WS-FND-KEY
                   MOVE SPACES              TO WS-FND-DETAIL
                   STRING "MASTER " EM-DEPT-CODE " DEPTHIST "
                       WS-LDH-DEPT(WS-LDH-FOUND-SUB)
                       DELIMITED BY SIZE INTO WS-FND-DETAIL
                   END-STRING
                   PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
               END-IF
           END-IF.
           IF WS-DPT-USED = ZERO
               GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WS-DPT-FOUND-SUB.
           PERFORM 2120-MATCH-DEPARTMENT THRU 2120-EXIT
               VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-USED
                   OR WS-DPT-FOUND-SUB > ZERO.
           IF WS-DPT-FOUND-SUB = ZERO
               MOVE "DEPT NOT ON DEPTREF" TO WS-FND-CHECK
               MOVE PR-PERSON-ID          TO WS-FND-KEY
               MOVE SPACES                TO WS-FND-DETAIL
               STRING "DEPT CODE '" EM-DEPT-CODE "'"
                   DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-MATCH-EMP-HISTORY.
           IF WS-LDH-EMP-ID(WS-LDH-SUB) = PR-PERSON-ID
               MOVE WS-LDH-SUB TO WS-LDH-FOUND-SUB
           END-IF.
       2110-EXIT.
           EXIT.

       2120-MATCH-DEPARTMENT.
           IF WS-DPT-CODE(WS-DPT-SUB) = EM-DEPT-CODE
               MOVE WS-DPT-SUB TO WS-DPT-FOUND-SUB
           END-IF.
       2120-EXIT.
           EXIT.

      *****************************************************************
      *  3000-CHECK-BMI-HISTORY : screenings for ids not on the       *
      *                           master, reported once per id        *
      *****************************************************************
       3000-CHECK-BMI-HISTORY.
           MOVE 2 TO WS-AREA-SUB.
           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WS-LAST-HIST-EMP-ID.
           MOVE LOW-VALUES TO HB-HISTORY-KEY.
           START BMI-HISTORY-FILE KEY IS NOT LESS THAN HB-HISTORY-KEY
               INVALID KEY
                   GO TO 3000-CLOSE
           END-START.
           PERFORM 3010-READ-HISTORY THRU 3010-EXIT.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
               ADD 1 TO WS-AREA-EXAMINED(WS-AREA-SUB)
               IF HB-EMP-ID NOT = WS-LAST-HIST-EMP-ID
                       AND HB-EMP-ID(1:1) NOT = '#'
                   MOVE HB-EMP-ID TO WS-LAST-HIST-EMP-ID
                   MOVE HB-EMP-ID TO WS-FIND-EMP-ID
                   PERFORM 8000-LOOKUP-EMPLOYEE THRU 8000-EXIT
                   IF NOT WS-EMP-FOUND-YES
                       MOVE "ORPHAN SCREENING"  TO WS-FND-CHECK
                       MOVE HB-EMP-ID           TO WS-FND-KEY
                       MOVE "EMPLOYEE NOT ON EMPMSTR"
                                                TO WS-FND-DETAIL
                       MOVE 'N' TO WS-SERIOUS-SWITCH
                       PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                   END-IF
               END-IF
               PERFORM 3010-READ-HISTORY THRU 3010-EXIT
           END-PERFORM.
       3000-CLOSE.
           CLOSE BMI-HISTORY-FILE.
       3000-EXIT.
           EXIT.

       3010-READ-HISTORY.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       3010-EXIT.
           EXIT.

      *****************************************************************
      *  3100-CHECK-LOANS : loans for ids not on the master (serious) *
      *                     and open loans still held by terminated   *
      *                     employees.  A leaver on SEPREG has had    *
      *                     the payoff deducted on FINLPAY and is     *
      *                     reported under its own check until        *
      *                     LoanLedger's MAINT run settles the loan   *
      *****************************************************************
       3100-CHECK-LOANS.
           MOVE 3 TO WS-AREA-SUB.
           IF NOT WS-LOAN-OPEN-YES
               GO TO 3100-EXIT
           END-IF.
           MOVE LOW-VALUES TO LM-LOAN-ID.
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LM-LOAN-ID
               INVALID KEY
                   GO TO 3100-EXIT
           END-START.
           PERFORM 3110-READ-LOAN THRU 3110-EXIT.
           PERFORM UNTIL WS-LOANMSTR-STATUS NOT = "00"
               PERFORM 3120-CHECK-ONE-LOAN THRU 3120-EXIT
               PERFORM 3110-READ-LOAN THRU 3110-EXIT
           END-PERFORM.
       3100-EXIT.
           EXIT.

       3110-READ-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       3110-EXIT.
           EXIT.

       3120-CHECK-ONE-LOAN.
           ADD 1 TO WS-AREA-EXAMINED(WS-AREA-SUB).
           MOVE LM-EMP-ID TO WS-FIND-EMP-ID.
           PERFORM 8000-LOOKUP-EMPLOYEE THRU 8000-EXIT.
           IF NOT WS-EMP-FOUND-YES
               MOVE "ORPHAN LOAN"       TO WS-FND-CHECK
               MOVE LM-LOAN-ID          TO WS-FND-KEY
               MOVE SPACES              TO WS-FND-DETAIL
               STRING "EMPLOYEE " LM-EMP-ID " NOT ON MASTER"
                   DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               MOVE 'Y' TO WS-SERIOUS-SWITCH
               PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
               GO TO 3120-EXIT
           END-IF.
           IF LM-STATUS-OPEN AND WS-FIND-EMP-STATUS = 'T'
               MOVE ZERO TO WS-SRG-FOUND-SUB
               PERFORM 1220-MATCH-SEP-REGISTER THRU 1220-EXIT
                   VARYING WS-SRG-SUB FROM 1 BY 1
                   UNTIL WS-SRG-SUB > WS-SRG-USED
                       OR WS-SRG-FOUND-SUB > ZERO
               IF WS-SRG-FOUND-SUB > ZERO
                   MOVE "CLEARED LEAVER LOAN" TO WS-FND-CHECK
                   MOVE LM-LOAN-ID            TO WS-FND-KEY
                   MOVE SPACES                TO WS-FND-DETAIL
                   STRING "FINLPAY PAYOFF SENT "
                       WS-SRG-CLEAR-DATE(WS-SRG-FOUND-SUB)
                       DELIMITED BY SIZE INTO WS-FND-DETAIL
                   END-STRING
                   MOVE 'N' TO WS-SERIOUS-SWITCH
                   PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                   GO TO 3120-EXIT
               END-IF
               MOVE "OPEN LOAN TERMINATED" TO WS-FND-CHECK
               MOVE LM-LOAN-ID             TO WS-FND-KEY
               MOVE SPACES                 TO WS-FND-DETAIL
               STRING "EMPLOYEE " LM-EMP-ID " IS 'T'"
                   DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               MOVE 'N' TO WS-SERIOUS-SWITCH
               PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.
       3120-EXIT.
           EXIT.

      *****************************************************************
      *  3200-CHECK-DELINQUENCY : LOANDLQ entries for ids not on the  *
      *                           master, or for loans missing, paid  *
      *                           off or written off - all serious    *
      *****************************************************************
       3200-CHECK-DELINQUENCY.
           MOVE 4 TO WS-AREA-SUB.
           OPEN INPUT DELINQ-STATE-FILE.
           IF WS-DLQ-STATUS NOT = "00"
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3210-READ-DELINQ THRU 3210-EXIT.
           PERFORM UNTIL WS-DLQ-EOF-YES
               PERFORM 3220-CHECK-ONE-DELINQ THRU 3220-EXIT
               PERFORM 3210-READ-DELINQ THRU 3210-EXIT
           END-PERFORM.
           CLOSE DELINQ-STATE-FILE.
       3200-EXIT.
           EXIT.

       3210-READ-DELINQ.
           READ DELINQ-STATE-FILE
               AT END
                   SET WS-DLQ-EOF-YES TO TRUE
           END-READ.
       3210-EXIT.
           EXIT.

       3220-CHECK-ONE-DELINQ.
           ADD 1 TO WS-AREA-EXAMINED(WS-AREA-SUB).
           MOVE 'Y' TO WS-SERIOUS-SWITCH.
           MOVE DQ-EMP-ID TO WS-FIND-EMP-ID.
           PERFORM 8000-LOOKUP-EMPLOYEE THRU 8000-EXIT.
           IF NOT WS-EMP-FOUND-YES
               MOVE "ORPHAN DELINQUENCY" TO WS-FND-CHECK
               MOVE DQ-LOAN-ID           TO WS-FND-KEY
               MOVE SPACES               TO WS-FND-DETAIL
               STRING "EMPLOYEE " DQ-EMP-ID " NOT ON MASTER"
                   DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.
           IF NOT WS-LOAN-OPEN-YES
               GO TO 3220-EXIT
           END-IF.
           MOVE DQ-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE KEY IS LM-LOAN-ID
               INVALID KEY
                   MOVE "DELINQ LOAN MISSING" TO WS-FND-CHECK
                   MOVE DQ-LOAN-ID            TO WS-FND-KEY
                   MOVE "LOAN NOT ON LOANMSTR" TO WS-FND-DETAIL
                   PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
               NOT INVALID KEY
                   IF LM-STATUS-PAID-OFF OR LM-STATUS-WRITTEN-OFF
                       MOVE "DELINQ LOAN CLOSED" TO WS-FND-CHECK
                       MOVE DQ-LOAN-ID           TO WS-FND-KEY
                       MOVE SPACES               TO WS-FND-DETAIL
                       STRING "LOAN STATUS '" LM-STATUS-CODE
                           "' ON LOANMSTR"
                           DELIMITED BY SIZE INTO WS-FND-DETAIL
                       END-STRING
                       PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                   END-IF
           END-READ.
       3220-EXIT.
           EXIT.

      *****************************************************************
      *  3300-CHECK-ENROLLMENTS : cases for ids not on the master and *
      *                           cases still open for terminated     *
      *                           employees                           *
      *****************************************************************
       3300-CHECK-ENROLLMENTS.
           MOVE 5 TO WS-AREA-SUB.
           OPEN INPUT ENROLLMENT-MASTER-FILE.
           IF WS-ENRL-STATUS NOT = "00"
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3310-READ-ENROLLMENT THRU 3310-EXIT.
           PERFORM UNTIL WS-ENRL-EOF-YES
               PERFORM 3320-CHECK-ONE-ENROLLMENT THRU 3320-EXIT
               PERFORM 3310-READ-ENROLLMENT THRU 3310-EXIT
           END-PERFORM.
           CLOSE ENROLLMENT-MASTER-FILE.
       3300-EXIT.
           EXIT.

       3310-READ-ENROLLMENT.
           READ ENROLLMENT-MASTER-FILE
               AT END
                   SET WS-ENRL-EOF-YES TO TRUE
           END-READ.
       3310-EXIT.
           EXIT.

       3320-CHECK-ONE-ENROLLMENT.
           ADD 1 TO WS-AREA-EXAMINED(WS-AREA-SUB).
           MOVE 'N' TO WS-SERIOUS-SWITCH.
           IF EN-EMP-ID(1:1) = '#'
               GO TO 3320-EXIT
           END-IF.
           MOVE EN-EMP-ID TO WS-FIND-EMP-ID.
           PERFORM 8000-LOOKUP-EMPLOYEE THRU 8000-EXIT.
           IF NOT WS-EMP-FOUND-YES
               MOVE "ORPHAN ENROLLMENT" TO WS-FND-CHECK
               MOVE EN-EMP-ID           TO WS-FND-KEY
               MOVE SPACES              TO WS-FND-DETAIL
               STRING "NOTICE " EN-NOTICE-DATE " NOT ON MASTER"
                   DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
               GO TO 3320-EXIT
           END-IF.
           IF (EN-STATUS-NOTICED OR EN-STATUS-ENROLLED)
                   AND WS-FIND-EMP-STATUS = 'T'
               MOVE "OPEN CASE TERMINATED" TO WS-FND-CHECK
               MOVE EN-EMP-ID              TO WS-FND-KEY
               MOVE SPACES                 TO WS-FND-DETAIL
               STRING "NOTICE " EN-NOTICE-DATE " STATUS '"
                   EN-STATUS-CODE "'"
                   DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
           END-IF.
       3320-EXIT.
           EXIT.

      *****************************************************************
      *  3400-CHECK-PENDING : reimbursements held for approval for    *
      *                       ids not on the master (serious)         *
      *****************************************************************
       3400-CHECK-PENDING.
           MOVE 7 TO WS-AREA-SUB.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS NOT = "00"
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3410-READ-PENDING THRU 3410-EXIT.
           PERFORM UNTIL WS-PEND-EOF-YES
               ADD 1 TO WS-AREA-EXAMINED(WS-AREA-SUB)
               MOVE PN-EMP-ID TO WS-FIND-EMP-ID
               PERFORM 8000-LOOKUP-EMPLOYEE THRU 8000-EXIT
               IF NOT WS-EMP-FOUND-YES
                   MOVE "ORPHAN PENDING ITEM" TO WS-FND-CHECK
                   MOVE PN-EMP-ID             TO WS-FND-KEY
                   MOVE SPACES                TO WS-FND-DETAIL
                   STRING "SUSPENDED " PN-SUSP-DATE " NOT ON MAST"
                       DELIMITED BY SIZE INTO WS-FND-DETAIL
                   END-STRING
                   MOVE 'Y' TO WS-SERIOUS-SWITCH
                   PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
               END-IF
               PERFORM 3410-READ-PENDING THRU 3410-EXIT
           END-PERFORM.
           CLOSE PENDING-FILE.
       3400-EXIT.
           EXIT.

       3410-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-PEND-EOF-YES TO TRUE
           END-READ.
       3410-EXIT.
           EXIT.

      *****************************************************************
      *  3500-CHECK-SURVEYS : survey responses and their 'C' comment  *
      *                       records for ids not on the master       *
      *****************************************************************
       3500-CHECK-SURVEYS.
           MOVE 8 TO WS-AREA-SUB.
           OPEN INPUT SURVEY-RESULTS-FILE.
           IF WS-SURVEY-STATUS NOT = "00"
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3510-READ-SURVEY THRU 3510-EXIT.
           PERFORM UNTIL WS-SURVEY-EOF-YES
               ADD 1 TO WS-AREA-EXAMINED(WS-AREA-SUB)
               IF CM-COMMENT-REC
                   MOVE CM-RESPONDENT-ID TO WS-RESPONDENT-ID
               ELSE
                   MOVE SR-PERSON-ID     TO WS-RESPONDENT-ID
               END-IF
               MOVE WS-RESPONDENT-ID TO WS-FIND-EMP-ID
               PERFORM 8000-LOOKUP-EMPLOYEE THRU 8000-EXIT
               IF NOT WS-EMP-FOUND-YES
                       AND WS-RESPONDENT-ID(1:1) NOT = '#'
                   MOVE "ORPHAN SURVEY"     TO WS-FND-CHECK
                   MOVE WS-RESPONDENT-ID    TO WS-FND-KEY
                   IF CM-COMMENT-REC
                       MOVE "COMMENT - NOT ON EMPMSTR"
                                            TO WS-FND-DETAIL
                   ELSE
                       MOVE "RESPONSE - NOT ON EMPMSTR"
                                            TO WS-FND-DETAIL
                   END-IF
                   MOVE 'N' TO WS-SERIOUS-SWITCH
                   PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
               END-IF
               PERFORM 3510-READ-SURVEY THRU 3510-EXIT
           END-PERFORM.
           CLOSE SURVEY-RESULTS-FILE.
       3500-EXIT.
           EXIT.

       3510-READ-SURVEY.
           READ SURVEY-RESULTS-FILE
               AT END
                   SET WS-SURVEY-EOF-YES TO TRUE
           END-READ.
       3510-EXIT.
           EXIT.

      *****************************************************************
      *  4000-CHECK-ACCOUNTS : the last ACCTJRNL result for every     *
      *                        account (the journal is appended in    *
      *                        posting order) must be its ACCTBAL     *
      *                        balance, and every journalled account  *
      *                        must be on ACCTBAL                     *
      *****************************************************************
       4000-CHECK-ACCOUNTS.
           MOVE 9 TO WS-AREA-SUB.
           MOVE ZERO TO WS-AJT-USED.
           OPEN INPUT ACCOUNT-JOURNAL-FILE.
           IF WS-AJ-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4010-READ-JOURNAL THRU 4010-EXIT.
           PERFORM UNTIL WS-AJ-EOF-YES
               ADD 1 TO WS-AREA-EXAMINED(WS-AREA-SUB)
               PERFORM 4100-KEEP-LAST-RESULT THRU 4100-EXIT
               PERFORM 4010-READ-JOURNAL THRU 4010-EXIT
           END-PERFORM.
           CLOSE ACCOUNT-JOURNAL-FILE.
           OPEN INPUT ACCOUNT-BALANCE-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "ACCOUNT-BALANCE-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-ACCT-STATUS         TO WS-EXC-BAD-VALUE
               MOVE "ACCTBAL MISSING - NO ACCT CHECK"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE 'Y' TO WS-SERIOUS-SWITCH.
           PERFORM 4200-CHECK-ONE-ACCOUNT THRU 4200-EXIT
               VARYING WS-AJT-SUB FROM 1 BY 1
               UNTIL WS-AJT-SUB > WS-AJT-USED.
           CLOSE ACCOUNT-BALANCE-FILE.
       4000-EXIT.
           EXIT.

       4010-READ-JOURNAL.
           READ ACCOUNT-JOURNAL-FILE
               AT END
                   SET WS-AJ-EOF-YES TO TRUE
           END-READ.
       4010-EXIT.
           EXIT.

       4100-KEEP-LAST-RESULT.
           MOVE ZERO TO WS-AJT-FOUND-SUB.
           PERFORM 4110-MATCH-ACCOUNT THRU 4110-EXIT
               VARYING WS-AJT-SUB FROM 1 BY 1
               UNTIL WS-AJT-SUB > WS-AJT-USED
                   OR WS-AJT-FOUND-SUB > ZERO.
           IF WS-AJT-FOUND-SUB = ZERO
               IF WS-AJT-USED < WS-AJT-MAX
                   ADD 1 TO WS-AJT-USED
                   MOVE WS-AJT-USED TO WS-AJT-FOUND-SUB
                   MOVE AJ-ACCOUNT-ID
                       TO WS-AJT-ACCOUNT(WS-AJT-FOUND-SUB)
               ELSE
      *            every chain past this point goes unchecked, so the
      *            sweep fails rather than report a clean result
                   IF NOT WS-AJT-FULL-YES
                       SET WS-AJT-FULL-YES TO TRUE
                       MOVE "ACCOUNT TABLE"  TO WS-FND-CHECK
                       MOVE AJ-ACCOUNT-ID    TO WS-FND-KEY
                       MOVE "TABLE FULL - REST UNCHECKED"
                                             TO WS-FND-DETAIL
                       MOVE 'Y' TO WS-SERIOUS-SWITCH
                       PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                   END-IF
                   GO TO 4100-EXIT
               END-IF
           END-IF.
           MOVE AJ-RESULT-BALANCE TO WS-AJT-RESULT(WS-AJT-FOUND-SUB).
       4100-EXIT.
           EXIT.

       4110-MATCH-ACCOUNT.
           IF WS-AJT-ACCOUNT(WS-AJT-SUB) = AJ-ACCOUNT-ID
               MOVE WS-AJT-SUB TO WS-AJT-FOUND-SUB
           END-IF.
       4110-EXIT.
           EXIT.

       4200-CHECK-ONE-ACCOUNT.
           MOVE WS-AJT-ACCOUNT(WS-AJT-SUB) TO AB-ACCOUNT-ID.
           READ ACCOUNT-BALANCE-FILE KEY IS AB-ACCOUNT-ID
               INVALID KEY
                   MOVE "JOURNAL NO BALANCE"  TO WS-FND-CHECK
                   MOVE WS-AJT-ACCOUNT(WS-AJT-SUB) TO WS-FND-KEY
                   MOVE "ACCOUNT NOT ON ACCTBAL" TO WS-FND-DETAIL
                   PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
               NOT INVALID KEY
                   IF AB-BALANCE NOT = WS-AJT-RESULT(WS-AJT-SUB)
                       MOVE "JOURNAL VS BALANCE" TO WS-FND-CHECK
                       MOVE WS-AJT-ACCOUNT(WS-AJT-SUB) TO WS-FND-KEY
                       MOVE AB-BALANCE TO WS-BAL-DISP
                       MOVE WS-AJT-RESULT(WS-AJT-SUB) TO WS-JRN-DISP
                       MOVE SPACES TO WS-FND-DETAIL
                       STRING "ACCTBAL " WS-BAL-DISP
                           " JOURNAL " WS-JRN-DISP
                           DELIMITED BY SIZE INTO WS-FND-DETAIL
                       END-STRING
                       PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                   END-IF
           END-READ.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  5000-PRINT-SUMMARY : records examined and findings per file, *
      *                       and the sweep verdict                   *
      *****************************************************************
       5000-PRINT-SUMMARY.
           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE WS-SUM-HEAD-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           PERFORM 5100-PRINT-ONE-AREA THRU 5100-EXIT
               VARYING WS-AREA-SUB FROM 1 BY 1
               UNTIL WS-AREA-SUB > WS-AREA-MAX.
           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-CTL-REJECT-COUNT > ZERO
                   MOVE "SERIOUS BREAKS FOUND" TO WS-VERDICT-TEXT
               WHEN WS-CTL-WRITTEN-COUNT > ZERO
                   MOVE "WARNINGS ONLY"        TO WS-VERDICT-TEXT
               WHEN OTHER
                   MOVE "CLEAN"                TO WS-VERDICT-TEXT
           END-EVALUATE.
           MOVE WS-VERDICT-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-AREA.
           MOVE SPACES TO WS-SUM-LINE.
           MOVE WS-AREA-NAME(WS-AREA-SUB)     TO WS-SUM-FILE.
           MOVE WS-AREA-EXAMINED(WS-AREA-SUB) TO WS-SUM-EXAMINED.
           MOVE WS-AREA-WARNINGS(WS-AREA-SUB) TO WS-SUM-WARNINGS.
           MOVE WS-AREA-SERIOUS(WS-AREA-SUB)  TO WS-SUM-SERIOUS.
           MOVE WS-SUM-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           ADD WS-AREA-EXAMINED(WS-AREA-SUB) TO WS-CTL-READ-COUNT.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  7000-WRITE-FINDING : print one finding against the current   *
      *                       file and count it; a serious break is   *
      *                       also raised on EXCPRPT                  *
      *****************************************************************
       7000-WRITE-FINDING.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-FND-CHECK              TO WS-DET-CHECK.
           MOVE WS-AREA-NAME(WS-AREA-SUB) TO WS-DET-FILE.
           MOVE WS-FND-KEY                TO WS-DET-KEY.
           MOVE WS-FND-DETAIL             TO WS-DET-DETAIL.
           IF WS-SERIOUS-YES
               MOVE "SERIOUS" TO WS-DET-SEVERITY
               ADD 1 TO WS-AREA-SERIOUS(WS-AREA-SUB)
               ADD 1 TO WS-CTL-REJECT-COUNT
               MOVE WS-FND-CHECK  TO WS-EXC-FIELD-NAME
               MOVE WS-FND-KEY    TO WS-EXC-BAD-VALUE
               MOVE WS-FND-DETAIL TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           ELSE
               MOVE "WARNING" TO WS-DET-SEVERITY
               ADD 1 TO WS-AREA-WARNINGS(WS-AREA-SUB)
               ADD 1 TO WS-CTL-WRITTEN-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  8000-LOOKUP-EMPLOYEE : random read of EMPMSTR for the id in  *
      *                         hand, keeping its status code         *
      *****************************************************************
       8000-LOOKUP-EMPLOYEE.
           MOVE 'N'    TO WS-EMP-FOUND-SWITCH.
           MOVE SPACES TO WS-FIND-EMP-STATUS.
           MOVE WS-FIND-EMP-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE KEY IS PR-PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EMP-FOUND-YES TO TRUE
                   MOVE EM-STATUS-CODE TO WS-FIND-EMP-STATUS
           END-READ.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one flagged entry to the       *
      *                         shared EXCPRPT exception report       *
      *****************************************************************
       9100-WRITE-EXCEPTION.
           MOVE SPACES         TO EX-EXCEPTION-RECORD.
           MOVE "INTEGRTY"     TO EX-PROGRAM-ID.
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
      *  9200-WRITE-AUDIT-LOG : append one run summary to the shared  *
      *                         AUDITLOG audit trail                  *
      *****************************************************************
       9200-WRITE-AUDIT-LOG.
           MOVE SPACES         TO AU-AUDIT-RECORD.
           MOVE "INTEGRTY"     TO AU-PROGRAM-ID.
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
      *                              - records examined, warnings and *
      *                              serious breaks - to CTLTOTS for  *
      *                              the balancing step               *
      *****************************************************************
       9300-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           MOVE SPACES             TO CT-CONTROL-RECORD.
           MOVE "INTEGRTY"         TO CT-PROGRAM-ID.
           MOVE WS-CTL-MODE        TO CT-STEP-MODE.
           ACCEPT CT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CT-RUN-TIME FROM TIME.
           MOVE WS-CTL-READ-COUNT    TO CT-RECORDS-READ.
           MOVE WS-CTL-WRITTEN-COUNT TO CT-RECORDS-WRITTEN.
           MOVE WS-CTL-REJECT-COUNT  TO CT-RECORDS-REJECTED.
           MOVE ZERO                 TO CT-AMOUNT-TOTAL.
           WRITE CT-CONTROL-RECORD.
           CLOSE CONTROL-TOTALS-FILE.
       9300-EXIT.
           EXIT.
