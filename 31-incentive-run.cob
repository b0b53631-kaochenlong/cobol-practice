       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncentiveRun.
       AUTHOR. RKM.
       INSTALLATION. Wellness and Payroll Batch Support.
       DATE-WRITTEN. 2026-09-22.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  ------------------------------------------------------------ *
      *  2026-09-22  RKM  First cut : the wellness incentive run.     *
      *                   Every completed ENRLMSTR enrollment earns   *
      *                   the INCVRULE credit for its program code,   *
      *                   and every enrolled employee whose latest    *
      *                   BMIHIST screening sits in a better BMI      *
      *                   category than the baseline earns the step   *
      *                   bonus for each category step improved, all  *
      *                   held to the plan-year maximum per employee. *
      *                   What is paid goes on the INCVREG register   *
      *                   so nobody is paid twice, and out on INCVAMT *
      *                   as an AMTIN reimbursement batch - header,   *
      *                   details, trailer - that Variables POST      *
      *                   applies through the normal edit, approval   *
      *                   and claim-cap path.  INCVRPT lists the      *
      *                   credits by department for the benefits      *
      *                   budget.  Until now benefits keyed the       *
      *                   credits onto AMTIN by hand.                 *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *****************************************************************
      *  Run on demand by benefits.  INCVAMT is released by copying   *
      *  it to AMTIN for the next window, so it never overwrites the  *
      *  claims HR keyed; its header carries source INCENTIV and a    *
      *  batch number of 'I' and the run's YYDDD date, so InputEdit's *
      *  BATCHLOG check refuses the same batch released twice.  The   *
      *  credits are on INCVREG from the moment INCVAMT is written -  *
      *  a batch that is never released is never paid.  A second run  *
      *  the same day is refused (RETURN-CODE 8) rather than          *
      *  overwrite an INCVAMT that may not have been released yet.    *
      *  The baseline is the last screening on or before the          *
      *  employee's earliest enrollment, as WellnessEnroll's outcome  *
      *  section takes it; Normal ranks 0, Overweight and             *
      *  Underweight 1, Obese 2.  An improvement already paid is      *
      *  measured from the rank it was paid down to, so only new      *
      *  steps earn a second bonus.  The plan year is the calendar    *
      *  year of the run, the year POST caps the claim in.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCENTIVE-RULE-FILE ASSIGN TO "INCVRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT CLAIM-CATEGORY-FILE ASSIGN TO "CLMCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT INCENTIVE-REGISTER-FILE ASSIGN TO "INCVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
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
           SELECT INCENTIVE-BATCH-FILE ASSIGN TO "INCVAMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT INCENTIVE-REPORT-FILE ASSIGN TO "INCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCENTIVE-RULE-FILE.
           COPY incvrulrec.

       FD  CLAIM-CATEGORY-FILE.
           COPY clmcatrec.

       FD  INCENTIVE-REGISTER-FILE.
           COPY incvregrec.

       FD  ENROLLMENT-MASTER-FILE.
           COPY enrlmstrec.

       FD  DEPARTMENT-FILE.
           COPY deptrec.

       FD  EMPLOYEE-MASTER-FILE.
           COPY emprec.

       FD  BMI-HISTORY-FILE.
           COPY bmihistrec.

       FD  INCENTIVE-BATCH-FILE.
           COPY amtrec.
           COPY feedctlrec
               REPLACING LEADING ==FC-== BY ==FI-==.

       FD  INCENTIVE-REPORT-FILE.
       01  IR-REPORT-LINE           PIC X(100).

       FD  EXCEPTION-FILE.
           COPY excptrec.

       FD  AUDIT-LOG-FILE.
           COPY auditrec.

       WORKING-STORAGE SECTION.
       77  WS-RULE-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-CAT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-REG-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ENR-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-DEPT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HIST-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-BATCH-STATUS          PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EXC-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-INC-LOG-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-RULE-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-RULE-EOF-YES                 VALUE 'Y'.
       77  WS-CAT-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-CAT-EOF-YES                  VALUE 'Y'.
       77  WS-REG-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-REG-EOF-YES                  VALUE 'Y'.
       77  WS-ENR-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-ENR-EOF-YES                  VALUE 'Y'.
       77  WS-DEPT-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-DEPT-EOF-YES                 VALUE 'Y'.
       77  WS-HIST-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-HIST-OPEN-YES                VALUE 'Y'.
       77  WS-REFUSE-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-REFUSE-YES                   VALUE 'Y'.
       77  WS-CAT-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-CAT-FOUND-YES                VALUE 'Y'.
       77  WS-ENROLLED-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-ENROLLED-YES                 VALUE 'Y'.
       77  WS-PAID-SWITCH           PIC X(01)  VALUE 'N'.
           88  WS-PAID-YES                     VALUE 'Y'.
       01  WS-TODAY                 PIC X(08)  VALUE SPACES.
       01  WS-JULIAN-TODAY          PIC 9(05)  VALUE ZERO.
       01  WS-PLAN-YEAR             PIC X(04)  VALUE SPACES.
       01  WS-BATCH-NO              PIC X(06)  VALUE SPACES.
      *****************************************************************
      *  The INCVRULE rules : the credit per program code, the bonus  *
      *  per category step, the plan-year maximum and the claim type  *
      *  the credits are paid under                                   *
      *****************************************************************
       77  WS-PGM-MAX               PIC 9(03) COMP VALUE 50.
       77  WS-PGM-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-PGM-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-PGM-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 50 TIMES.
               10  WS-PGM-CODE      PIC X(06).
               10  WS-PGM-AMOUNT    PIC 9(06)V99.
       01  WS-STEP-BONUS            PIC 9(06)V99 VALUE ZERO.
       01  WS-ANNUAL-MAX            PIC 9(06)V99 VALUE ZERO.
       01  WS-PAY-CLAIM-TYPE        PIC X(04)  VALUE "WINC".
      *****************************************************************
      *  The INCVREG register, loaded whole : what each employee has  *
      *  been paid, for what, and in which plan year                  *
      *****************************************************************
       77  WS-REG-MAX               PIC 9(05) COMP VALUE 3000.
       77  WS-REG-USED              PIC 9(05) COMP VALUE ZERO.
       77  WS-REG-SUB               PIC 9(05) COMP VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 3000 TIMES.
               10  WS-REG-EMP-ID    PIC X(10).
               10  WS-REG-PLAN-YEAR PIC X(04).
               10  WS-REG-ITEM-TYPE PIC X(01).
               10  WS-REG-NOTICE    PIC X(08).
               10  WS-REG-RANK      PIC 9(01).
               10  WS-REG-AMOUNT    PIC 9(06)V99.
      *****************************************************************
      *  The ENRLMSTR enrollment cases, loaded whole.  The done flag  *
      *  marks a case whose employee has already been paid for        *
      *****************************************************************
       77  WS-CASE-MAX              PIC 9(03) COMP VALUE 500.
       77  WS-CASE-USED             PIC 9(03) COMP VALUE ZERO.
       77  WS-CASE-SUB              PIC 9(03) COMP VALUE ZERO.
       77  WS-CASE-SUB-2            PIC 9(03) COMP VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 500 TIMES.
               10  WS-CASE-EMP-ID   PIC X(10).
               10  WS-CASE-NOTICE   PIC X(08).
               10  WS-CASE-ENROLL   PIC X(08).
               10  WS-CASE-PROGRAM  PIC X(06).
               10  WS-CASE-STATUS   PIC X(01).
               10  WS-CASE-DONE     PIC X(01).
      *****************************************************************
      *  The DEPTREF table the register is grouped by.  Slot 1 is the *
      *  catch-all for an employee whose department is not on it      *
      *****************************************************************
       77  WS-DEPT-MAX              PIC 9(03) COMP VALUE 50.
       77  WS-DEPT-USED             PIC 9(03) COMP VALUE ZERO.
       77  WS-DEPT-SUB              PIC 9(03) COMP VALUE ZERO.
       77  WS-DEPT-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-DEPT-CODE     PIC X(04).
               10  WS-DEPT-NAME     PIC X(20).
               10  WS-DEPT-ITEMS    PIC 9(05) COMP.
               10  WS-DEPT-TOTAL    PIC 9(09)V99.
      *****************************************************************
      *  The credits paid this run, held for the department register. *
      *  One completion per case and one improvement per employee at  *
      *  most, so twice the case table always holds them              *
      *****************************************************************
       77  WS-ITEM-USED             PIC 9(04) COMP VALUE ZERO.
       77  WS-ITEM-SUB              PIC 9(04) COMP VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 1000 TIMES.
               10  WS-ITEM-EMP-ID   PIC X(10).
               10  WS-ITEM-DEPT-SUB PIC 9(03) COMP.
               10  WS-ITEM-TEXT     PIC X(36).
               10  WS-ITEM-AMOUNT   PIC 9(06)V99.
      *****************************************************************
      *  The employee in hand                                         *
      *****************************************************************
       01  WS-CUR-EMP-ID            PIC X(10)  VALUE SPACES.
       01  WS-CUR-ENROLL            PIC X(08)  VALUE SPACES.
       01  WS-YEAR-PAID             PIC 9(07)V99 VALUE ZERO.
       01  WS-RANK-PAID-TO          PIC 9(01)  VALUE ZERO.
       01  WS-BASE-CATEGORY         PIC X(12)  VALUE SPACES.
       01  WS-LATEST-CATEGORY       PIC X(12)  VALUE SPACES.
       01  WS-RANK-CATEGORY         PIC X(12)  VALUE SPACES.
       01  WS-RANK                  PIC 9(01)  VALUE ZERO.
       01  WS-BASE-RANK             PIC 9(01)  VALUE ZERO.
       01  WS-LATEST-RANK           PIC 9(01)  VALUE ZERO.
       01  WS-STEPS                 PIC 9(01)  VALUE ZERO.
      *****************************************************************
      *  The credit in hand                                           *
      *****************************************************************
       01  WS-PAY-ITEM-TYPE         PIC X(01)  VALUE SPACES.
       01  WS-PAY-NOTICE            PIC X(08)  VALUE SPACES.
       01  WS-PAY-PROGRAM           PIC X(06)  VALUE SPACES.
       01  WS-PAY-AMOUNT            PIC 9(06)V99 VALUE ZERO.
       01  WS-PAY-TEXT              PIC X(36)  VALUE SPACES.
      *****************************************************************
      *  Run counts and batch controls                                *
      *****************************************************************
       77  WS-CNT-CASES             PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-EMPLOYEES         PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-COMPLETIONS       PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-IMPROVEMENTS      PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-ALREADY-PAID      PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-NO-RULE           PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-TRIMMED           PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-AT-MAXIMUM        PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-NOT-ELIGIBLE      PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-CREDITS           PIC 9(07) COMP VALUE ZERO.
       01  WS-BATCH-HASH            PIC 9(11)V99 VALUE ZERO.
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.
       01  WS-AUD-KEY-ID            PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY-INPUT         PIC X(45)  VALUE SPACES.
       01  WS-AUD-KEY-RESULT        PIC X(45)  VALUE SPACES.
       01  WS-COUNT-DISP            PIC ZZZZZZ9.
       01  WS-TOTAL-DISP            PIC ZZZZZZZZ9.99.
      *****************************************************************
      *  Report line layouts                                          *
      *****************************************************************
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(38) VALUE
               "WELLNESS INCENTIVE REGISTER RUN DATE: ".
           05  WS-TITLE-DATE        PIC X(08).
           05  FILLER               PIC X(09) VALUE "  BATCH: ".
           05  WS-TITLE-BATCH       PIC X(06).
       01  WS-DEPT-HEAD-LINE.
           05  FILLER               PIC X(12) VALUE "DEPARTMENT: ".
           05  WS-DH-CODE           PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DH-NAME           PIC X(20).
       01  WS-COL-HEAD-LINE.
           05  FILLER               PIC X(50) VALUE
               "  EMPLOYEE    CREDIT FOR".
           05  FILLER               PIC X(14) VALUE
               "        AMOUNT".
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(02).
           05  WS-DET-EMP-ID        PIC X(10).
           05  FILLER               PIC X(02).
           05  WS-DET-TEXT          PIC X(36).
           05  WS-DET-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(14).
           05  WS-TOT-LABEL         PIC X(36).
           05  WS-TOT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SUM-LINE.
           05  WS-SUM-LABEL         PIC X(40).
           05  WS-SUM-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-INC-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-JULIAN-TODAY FROM DAY.
           MOVE WS-TODAY(1:4) TO WS-PLAN-YEAR.
           MOVE 'I'             TO WS-BATCH-NO(1:1).
           MOVE WS-JULIAN-TODAY TO WS-BATCH-NO(2:5).
           PERFORM 1000-LOAD-RULES THRU 1000-EXIT.
           IF NOT WS-REFUSE-YES
               PERFORM 1100-CHECK-CLAIM-TYPE THRU 1100-EXIT
           END-IF.
           IF NOT WS-REFUSE-YES
               PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT
           END-IF.
           IF NOT WS-REFUSE-YES
               PERFORM 1300-LOAD-CASES THRU 1300-EXIT
           END-IF.
           IF NOT WS-REFUSE-YES
               OPEN INPUT EMPLOYEE-MASTER-FILE
               IF WS-EMP-STATUS NOT = "00"
                   MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
                   MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
                   MOVE "EMPMSTR MISSING - NONE PAID"
                                               TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-REFUSE-YES TO TRUE
               END-IF
           END-IF.
           IF WS-REFUSE-YES
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WS-AUD-KEY-ID
               MOVE "WELLNESS INCENTIVE RUN" TO WS-AUD-KEY-INPUT
               MOVE "REFUSED - SEE EXCPRPT" TO WS-AUD-KEY-RESULT
               PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1400-LOAD-DEPARTMENTS THRU 1400-EXIT.
      *    no BMIHIST pays completions only
           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               SET WS-HIST-OPEN-YES TO TRUE
           ELSE
               MOVE "BMI-HISTORY-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-HIST-STATUS     TO WS-EXC-BAD-VALUE
               MOVE "BMIHIST ABSENT - NO STEP BONUS"
                                       TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           OPEN EXTEND INCENTIVE-REGISTER-FILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT INCENTIVE-REGISTER-FILE
           END-IF.
           OPEN OUTPUT INCENTIVE-BATCH-FILE.
           PERFORM 2000-WRITE-BATCH-HEADER THRU 2000-EXIT.
           PERFORM 3000-PAY-ONE-EMPLOYEE THRU 3000-EXIT
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-USED.
           PERFORM 2900-WRITE-BATCH-TRAILER THRU 2900-EXIT.
           CLOSE INCENTIVE-BATCH-FILE.
           CLOSE INCENTIVE-REGISTER-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-HIST-OPEN-YES
               CLOSE BMI-HISTORY-FILE
           END-IF.
           PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT.
           MOVE SPACES TO WS-AUD-KEY-ID.
           STRING "WELLNESS INCENTIVE RUN, BATCH " WS-BATCH-NO
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           MOVE WS-CNT-CREDITS TO WS-COUNT-DISP.
           MOVE WS-BATCH-HASH  TO WS-TOTAL-DISP.
           STRING "CREDITS=" WS-COUNT-DISP " TOTAL=" WS-TOTAL-DISP
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
      *  1000-LOAD-RULES : pull the INCVRULE rules.  The file must be *
      *                    there - a run with no rules would pay      *
      *                    nothing and still look like it ran         *
      *****************************************************************
       1000-LOAD-RULES.
           OPEN INPUT INCENTIVE-RULE-FILE.
           IF WS-RULE-STATUS NOT = "00"
               MOVE "INCENTIVE-RULE-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-RULE-STATUS        TO WS-EXC-BAD-VALUE
               MOVE "INCVRULE MISSING - NONE PAID" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-RULE THRU 1010-EXIT.
           PERFORM UNTIL WS-RULE-EOF-YES
               PERFORM 1020-STORE-RULE THRU 1020-EXIT
               PERFORM 1010-READ-RULE THRU 1010-EXIT
           END-PERFORM.
           CLOSE INCENTIVE-RULE-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-RULE.
           READ INCENTIVE-RULE-FILE
               AT END
                   SET WS-RULE-EOF-YES TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

       1020-STORE-RULE.
           IF IR-RULE-CLAIM-TYPE
               IF IR-PROGRAM-CODE(1:4) NOT = SPACES
                   MOVE IR-PROGRAM-CODE(1:4) TO WS-PAY-CLAIM-TYPE
               END-IF
               GO TO 1020-EXIT
           END-IF.
           IF IR-AMOUNT NOT NUMERIC
               MOVE "IR-AMOUNT"      TO WS-EXC-FIELD-NAME
               MOVE IR-RULE-RECORD   TO WS-EXC-BAD-VALUE
               MOVE "RULE AMOUNT NOT NUMERIC - SKIPPED"
                                     TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1020-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN IR-RULE-STEP
                   MOVE IR-AMOUNT TO WS-STEP-BONUS
               WHEN IR-RULE-MAXIMUM
                   MOVE IR-AMOUNT TO WS-ANNUAL-MAX
               WHEN IR-RULE-PROGRAM
                   IF WS-PGM-USED < WS-PGM-MAX
                       ADD 1 TO WS-PGM-USED
                       MOVE IR-PROGRAM-CODE
                           TO WS-PGM-CODE(WS-PGM-USED)
                       MOVE IR-AMOUNT
                           TO WS-PGM-AMOUNT(WS-PGM-USED)
                   ELSE
                       MOVE "IR-PROGRAM-CODE" TO WS-EXC-FIELD-NAME
                       MOVE IR-PROGRAM-CODE   TO WS-EXC-BAD-VALUE
                       MOVE "PROGRAM RULE TABLE FULL - SKIPPED"
                                              TO WS-EXC-REASON
                       PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   END-IF
               WHEN OTHER
                   MOVE "IR-RULE-TYPE"   TO WS-EXC-FIELD-NAME
                   MOVE IR-RULE-TYPE     TO WS-EXC-BAD-VALUE
                   MOVE "UNKNOWN INCENTIVE RULE"
                                         TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-EVALUATE.
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  1100-CHECK-CLAIM-TYPE : the credits are paid under a CLMCAT  *
      *                          category - one POST does not know    *
      *                          would suspend every credit, so the   *
      *                          run is refused instead               *
      *****************************************************************
       1100-CHECK-CLAIM-TYPE.
           OPEN INPUT CLAIM-CATEGORY-FILE.
           IF WS-CAT-STATUS = "00"
               PERFORM 1110-READ-CATEGORY THRU 1110-EXIT
               PERFORM UNTIL WS-CAT-EOF-YES
                   IF CC-CLAIM-TYPE = WS-PAY-CLAIM-TYPE
                       SET WS-CAT-FOUND-YES TO TRUE
                   END-IF
                   PERFORM 1110-READ-CATEGORY THRU 1110-EXIT
               END-PERFORM
               CLOSE CLAIM-CATEGORY-FILE
           END-IF.
           IF NOT WS-CAT-FOUND-YES
               MOVE "WS-PAY-CLAIM-TYPE" TO WS-EXC-FIELD-NAME
               MOVE WS-PAY-CLAIM-TYPE   TO WS-EXC-BAD-VALUE
               MOVE "CLAIM TYPE NOT ON CLMCAT" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-CATEGORY.
           READ CLAIM-CATEGORY-FILE
               AT END
                   SET WS-CAT-EOF-YES TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-REGISTER : pull INCVREG into the register table.   *
      *                       No register yet is a first run.  A      *
      *                       register too big for the table, or one  *
      *                       already carrying today's batch, refuses *
      *                       the run - either way someone would be   *
      *                       paid twice                              *
      *****************************************************************
       1200-LOAD-REGISTER.
           OPEN INPUT INCENTIVE-REGISTER-FILE.
           IF WS-REG-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-REGISTER THRU 1210-EXIT.
           PERFORM UNTIL WS-REG-EOF-YES
               IF IV-BATCH-NO = WS-BATCH-NO
                   MOVE "IV-BATCH-NO"   TO WS-EXC-FIELD-NAME
                   MOVE IV-BATCH-NO     TO WS-EXC-BAD-VALUE
                   MOVE "ALREADY RUN TODAY - NONE PAID"
                                        TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-REFUSE-YES TO TRUE
                   SET WS-REG-EOF-YES TO TRUE
               ELSE
                   IF WS-REG-USED < WS-REG-MAX
                       ADD 1 TO WS-REG-USED
                       MOVE IV-EMP-ID
                           TO WS-REG-EMP-ID(WS-REG-USED)
                       MOVE IV-PLAN-YEAR
                           TO WS-REG-PLAN-YEAR(WS-REG-USED)
                       MOVE IV-ITEM-TYPE
                           TO WS-REG-ITEM-TYPE(WS-REG-USED)
                       MOVE IV-NOTICE-DATE
                           TO WS-REG-NOTICE(WS-REG-USED)
                       MOVE IV-RANK-PAID-TO
                           TO WS-REG-RANK(WS-REG-USED)
                       MOVE IV-AMOUNT
                           TO WS-REG-AMOUNT(WS-REG-USED)
                       PERFORM 1210-READ-REGISTER THRU 1210-EXIT
                   ELSE
                       MOVE "INCVREG"       TO WS-EXC-FIELD-NAME
                       MOVE SPACES          TO WS-EXC-BAD-VALUE
                       MOVE "FILE TOO LARGE - NONE PAID"
                                            TO WS-EXC-REASON
                       PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                       SET WS-REFUSE-YES TO TRUE
                       SET WS-REG-EOF-YES TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE INCENTIVE-REGISTER-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-REGISTER.
           READ INCENTIVE-REGISTER-FILE
               AT END
                   SET WS-REG-EOF-YES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-CASES : pull the ENRLMSTR enrollment master into   *
      *                    the case table                             *
      *****************************************************************
       1300-LOAD-CASES.
           OPEN INPUT ENROLLMENT-MASTER-FILE.
           IF WS-ENR-STATUS NOT = "00"
               MOVE "ENROLLMENT-MASTER" TO WS-EXC-FIELD-NAME
               MOVE WS-ENR-STATUS       TO WS-EXC-BAD-VALUE
               MOVE "ENRLMSTR MISSING - NONE PAID" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-READ-CASE THRU 1310-EXIT.
           PERFORM UNTIL WS-ENR-EOF-YES
               IF WS-CASE-USED < WS-CASE-MAX
                   ADD 1 TO WS-CASE-USED
                   ADD 1 TO WS-CNT-CASES
                   MOVE EN-EMP-ID
                       TO WS-CASE-EMP-ID(WS-CASE-USED)
                   MOVE EN-NOTICE-DATE
                       TO WS-CASE-NOTICE(WS-CASE-USED)
                   MOVE EN-ENROLL-DATE
                       TO WS-CASE-ENROLL(WS-CASE-USED)
                   MOVE EN-PROGRAM-CODE
                       TO WS-CASE-PROGRAM(WS-CASE-USED)
                   MOVE EN-STATUS-CODE
                       TO WS-CASE-STATUS(WS-CASE-USED)
                   MOVE 'N' TO WS-CASE-DONE(WS-CASE-USED)
                   PERFORM 1310-READ-CASE THRU 1310-EXIT
               ELSE
                   MOVE "ENRLMSTR"          TO WS-EXC-FIELD-NAME
                   MOVE SPACES              TO WS-EXC-BAD-VALUE
                   MOVE "FILE TOO LARGE - NONE PAID"
                                            TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-REFUSE-YES TO TRUE
                   SET WS-ENR-EOF-YES TO TRUE
               END-IF
           END-PERFORM.
           CLOSE ENROLLMENT-MASTER-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-CASE.
           READ ENROLLMENT-MASTER-FILE
               AT END
                   SET WS-ENR-EOF-YES TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      *****************************************************************
      *  1400-LOAD-DEPARTMENTS : pull the DEPTREF reference file into *
      *                          the department table.  Slot 1 is the *
      *                          catch-all for credits that cannot be *
      *                          placed in a department.              *
      *****************************************************************
       1400-LOAD-DEPARTMENTS.
           MOVE 1        TO WS-DEPT-USED.
           MOVE "????"   TO WS-DEPT-CODE(1).
           MOVE "UNASSIGNED" TO WS-DEPT-NAME(1).
           MOVE ZERO     TO WS-DEPT-ITEMS(1).
           MOVE ZERO     TO WS-DEPT-TOTAL(1).
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               MOVE "DEPARTMENT-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-DEPT-STATUS    TO WS-EXC-BAD-VALUE
               MOVE "DEPTREF COULD NOT BE OPENED"
                                      TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-READ-DEPARTMENT THRU 1410-EXIT.
           PERFORM UNTIL WS-DEPT-EOF-YES
               IF WS-DEPT-USED < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-USED
                   MOVE DP-DEPT-CODE TO WS-DEPT-CODE(WS-DEPT-USED)
                   MOVE DP-DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-USED)
                   MOVE ZERO         TO WS-DEPT-ITEMS(WS-DEPT-USED)
                   MOVE ZERO         TO WS-DEPT-TOTAL(WS-DEPT-USED)
               ELSE
                   MOVE "DP-DEPT-CODE" TO WS-EXC-FIELD-NAME
                   MOVE DP-DEPT-CODE   TO WS-EXC-BAD-VALUE
                   MOVE "DEPARTMENT TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-IF
               PERFORM 1410-READ-DEPARTMENT THRU 1410-EXIT
           END-PERFORM.
           CLOSE DEPARTMENT-FILE.
       1400-EXIT.
           EXIT.

       1410-READ-DEPARTMENT.
           READ DEPARTMENT-FILE
               AT END
                   SET WS-DEPT-EOF-YES TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      *****************************************************************
      *  2000-WRITE-BATCH-HEADER : INCVAMT is an AMTIN batch in its   *
      *                            own right - source INCENTIV and a  *
      *                            batch number of 'I' and the run's  *
      *                            YYDDD date                         *
      *****************************************************************
       2000-WRITE-BATCH-HEADER.
           MOVE SPACES       TO FI-CONTROL-RECORD.
           MOVE 'H'          TO FI-RECORD-TYPE.
           MOVE "INCENTIV"   TO FI-HDR-SOURCE.
           MOVE WS-TODAY     TO FI-HDR-CREATE-DATE.
           MOVE WS-BATCH-NO  TO FI-HDR-BATCH-NO.
           WRITE FI-CONTROL-RECORD.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2900-WRITE-BATCH-TRAILER : the credit count and the amount   *
      *                             hash InputEdit proves the batch   *
      *                             whole by                          *
      *****************************************************************
       2900-WRITE-BATCH-TRAILER.
           MOVE SPACES       TO FI-CONTROL-RECORD.
           MOVE 'T'          TO FI-RECORD-TYPE.
           MOVE WS-CNT-CREDITS TO FI-TRL-RECORD-COUNT.
           MOVE WS-BATCH-HASH  TO FI-TRL-HASH-TOTAL.
           WRITE FI-CONTROL-RECORD.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PAY-ONE-EMPLOYEE : the first case not yet done names an *
      *                          employee.  All of that employee's    *
      *                          cases are gathered : an enrolled or  *
      *                          completed one makes them a program   *
      *                          participant, and the earliest        *
      *                          enrollment date is their baseline.   *
      *                          A participant still employed is paid *
      *                          each completion, then the step       *
      *                          bonus                                *
      *****************************************************************
       3000-PAY-ONE-EMPLOYEE.
           IF WS-CASE-DONE(WS-CASE-SUB) = 'Y'
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-CASE-EMP-ID(WS-CASE-SUB) TO WS-CUR-EMP-ID.
           MOVE HIGH-VALUES TO WS-CUR-ENROLL.
           MOVE 'N' TO WS-ENROLLED-SWITCH.
           PERFORM 3010-GATHER-CASE THRU 3010-EXIT
               VARYING WS-CASE-SUB-2 FROM WS-CASE-SUB BY 1
               UNTIL WS-CASE-SUB-2 > WS-CASE-USED.
           IF NOT WS-ENROLLED-YES
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-CNT-EMPLOYEES.
           MOVE WS-CUR-EMP-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "EN-EMP-ID"     TO WS-EXC-FIELD-NAME
                   MOVE WS-CUR-EMP-ID   TO WS-EXC-BAD-VALUE
                   MOVE "NOT ON EMPMSTR - NOT PAID"
                                        TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   ADD 1 TO WS-CNT-NOT-ELIGIBLE
                   GO TO 3000-EXIT
           END-READ.
           IF EM-STATUS-TERMINATED
               MOVE "EN-EMP-ID"     TO WS-EXC-FIELD-NAME
               MOVE WS-CUR-EMP-ID   TO WS-EXC-BAD-VALUE
               IF EM-MERGED-TO-ID NOT = SPACES
                   MOVE "MERGED AWAY - NOT PAID" TO WS-EXC-REASON
               ELSE
                   MOVE "TERMINATED - NOT PAID"  TO WS-EXC-REASON
               END-IF
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               ADD 1 TO WS-CNT-NOT-ELIGIBLE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 8000-FIND-DEPARTMENT THRU 8000-EXIT.
           MOVE ZERO TO WS-YEAR-PAID.
           MOVE 9    TO WS-RANK-PAID-TO.
           PERFORM 3020-TALLY-REGISTER THRU 3020-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-USED.
           PERFORM 3100-PAY-COMPLETION THRU 3100-EXIT
               VARYING WS-CASE-SUB-2 FROM WS-CASE-SUB BY 1
               UNTIL WS-CASE-SUB-2 > WS-CASE-USED.
           PERFORM 3200-PAY-IMPROVEMENT THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3010-GATHER-CASE.
           IF WS-CASE-EMP-ID(WS-CASE-SUB-2) NOT = WS-CUR-EMP-ID
               GO TO 3010-EXIT
           END-IF.
           MOVE 'Y' TO WS-CASE-DONE(WS-CASE-SUB-2).
           IF WS-CASE-STATUS(WS-CASE-SUB-2) = 'E'
                   OR WS-CASE-STATUS(WS-CASE-SUB-2) = 'C'
               SET WS-ENROLLED-YES TO TRUE
               IF WS-CASE-ENROLL(WS-CASE-SUB-2) NOT = SPACES
                   AND WS-CASE-ENROLL(WS-CASE-SUB-2) < WS-CUR-ENROLL
                   MOVE WS-CASE-ENROLL(WS-CASE-SUB-2)
                       TO WS-CUR-ENROLL
               END-IF
           END-IF.
       3010-EXIT.
           EXIT.

      *****************************************************************
      *  3020-TALLY-REGISTER : what the register already shows for    *
      *                        the employee - the plan year's credits *
      *                        so far and the lowest rank a step      *
      *                        bonus has been paid down to            *
      *****************************************************************
       3020-TALLY-REGISTER.
           IF WS-REG-EMP-ID(WS-REG-SUB) NOT = WS-CUR-EMP-ID
               GO TO 3020-EXIT
           END-IF.
           IF WS-REG-PLAN-YEAR(WS-REG-SUB) = WS-PLAN-YEAR
               ADD WS-REG-AMOUNT(WS-REG-SUB) TO WS-YEAR-PAID
           END-IF.
           IF WS-REG-ITEM-TYPE(WS-REG-SUB) = 'I'
               AND WS-REG-RANK(WS-REG-SUB) < WS-RANK-PAID-TO
               MOVE WS-REG-RANK(WS-REG-SUB) TO WS-RANK-PAID-TO
           END-IF.
       3020-EXIT.
           EXIT.

      *****************************************************************
      *  3100-PAY-COMPLETION : one of the employee's cases - a        *
      *                        completed one not already on the       *
      *                        register earns its program's credit    *
      *****************************************************************
       3100-PAY-COMPLETION.
           IF WS-CASE-EMP-ID(WS-CASE-SUB-2) NOT = WS-CUR-EMP-ID
               OR WS-CASE-STATUS(WS-CASE-SUB-2) NOT = 'C'
               GO TO 3100-EXIT
           END-IF.
           MOVE 'N' TO WS-PAID-SWITCH.
           PERFORM 3110-CHECK-PAID THRU 3110-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-USED
                   OR WS-PAID-YES.
           IF WS-PAID-YES
               ADD 1 TO WS-CNT-ALREADY-PAID
               GO TO 3100-EXIT
           END-IF.
           MOVE ZERO TO WS-PGM-FOUND-SUB.
           PERFORM 3120-FIND-PROGRAM THRU 3120-EXIT
               VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-USED
                   OR WS-PGM-FOUND-SUB > ZERO.
           IF WS-PGM-FOUND-SUB = ZERO
               MOVE "EN-PROGRAM-CODE" TO WS-EXC-FIELD-NAME
               MOVE WS-CASE-PROGRAM(WS-CASE-SUB-2)
                                      TO WS-EXC-BAD-VALUE
               MOVE "NO INCENTIVE RULE - NOT PAID" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               ADD 1 TO WS-CNT-NO-RULE
               GO TO 3100-EXIT
           END-IF.
           MOVE 'C' TO WS-PAY-ITEM-TYPE.
           MOVE WS-CASE-NOTICE(WS-CASE-SUB-2)  TO WS-PAY-NOTICE.
           MOVE WS-CASE-PROGRAM(WS-CASE-SUB-2) TO WS-PAY-PROGRAM.
           MOVE WS-PGM-AMOUNT(WS-PGM-FOUND-SUB) TO WS-PAY-AMOUNT.
           MOVE SPACES TO WS-PAY-TEXT.
           STRING "COMPLETED PROGRAM " WS-PAY-PROGRAM
               DELIMITED BY SIZE INTO WS-PAY-TEXT.
           MOVE SPACES TO WS-BASE-CATEGORY WS-LATEST-CATEGORY.
           MOVE ZERO   TO WS-LATEST-RANK.
           PERFORM 4000-PAY-CREDIT THRU 4000-EXIT.
           IF WS-PAY-AMOUNT > ZERO
               ADD 1 TO WS-CNT-COMPLETIONS
           END-IF.
       3100-EXIT.
           EXIT.

       3110-CHECK-PAID.
           IF WS-REG-EMP-ID(WS-REG-SUB) = WS-CUR-EMP-ID
               AND WS-REG-ITEM-TYPE(WS-REG-SUB) = 'C'
               AND WS-REG-NOTICE(WS-REG-SUB)
                   = WS-CASE-NOTICE(WS-CASE-SUB-2)
               SET WS-PAID-YES TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

       3120-FIND-PROGRAM.
           IF WS-PGM-CODE(WS-PGM-SUB) = WS-CASE-PROGRAM(WS-CASE-SUB-2)
               MOVE WS-PGM-SUB TO WS-PGM-FOUND-SUB
           END-IF.
       3120-EXIT.
           EXIT.

      *****************************************************************
      *  3200-PAY-IMPROVEMENT : walk the employee's BMIHIST - the     *
      *                         last screening on or before the       *
      *                         earliest enrollment is the baseline,  *
      *                         the last overall is where they are    *
      *                         now.  Each category step below the    *
      *                         baseline, or below the rank already   *
      *                         paid to if that is lower, earns the   *
      *                         step bonus                            *
      *****************************************************************
       3200-PAY-IMPROVEMENT.
           IF NOT WS-HIST-OPEN-YES
               OR WS-STEP-BONUS = ZERO
               OR WS-CUR-ENROLL = HIGH-VALUES
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO WS-BASE-CATEGORY WS-LATEST-CATEGORY.
           MOVE WS-CUR-EMP-ID TO HB-EMP-ID.
           MOVE LOW-VALUES TO HB-SCREEN-DATE.
           START BMI-HISTORY-FILE KEY IS NOT LESS THAN HB-HISTORY-KEY
               INVALID KEY
                   GO TO 3200-EXIT
           END-START.
           PERFORM 3210-READ-HISTORY THRU 3210-EXIT.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   OR HB-EMP-ID NOT = WS-CUR-EMP-ID
               IF HB-SCREEN-DATE <= WS-CUR-ENROLL
                   MOVE HB-CATEGORY TO WS-BASE-CATEGORY
               END-IF
               MOVE HB-CATEGORY TO WS-LATEST-CATEGORY
               PERFORM 3210-READ-HISTORY THRU 3210-EXIT
           END-PERFORM.
           MOVE WS-BASE-CATEGORY TO WS-RANK-CATEGORY.
           PERFORM 8100-RANK-CATEGORY THRU 8100-EXIT.
           MOVE WS-RANK TO WS-BASE-RANK.
           MOVE WS-LATEST-CATEGORY TO WS-RANK-CATEGORY.
           PERFORM 8100-RANK-CATEGORY THRU 8100-EXIT.
           MOVE WS-RANK TO WS-LATEST-RANK.
           IF WS-BASE-RANK = 9 OR WS-LATEST-RANK = 9
               GO TO 3200-EXIT
           END-IF.
           IF WS-RANK-PAID-TO < WS-BASE-RANK
               MOVE WS-RANK-PAID-TO TO WS-BASE-RANK
           END-IF.
           IF WS-LATEST-RANK NOT < WS-BASE-RANK
               GO TO 3200-EXIT
           END-IF.
           COMPUTE WS-STEPS = WS-BASE-RANK - WS-LATEST-RANK.
           MOVE 'I' TO WS-PAY-ITEM-TYPE.
           MOVE SPACES TO WS-PAY-NOTICE WS-PAY-PROGRAM.
           COMPUTE WS-PAY-AMOUNT = WS-STEP-BONUS * WS-STEPS.
           MOVE SPACES TO WS-PAY-TEXT.
           STRING "IMPROVED " DELIMITED BY SIZE
               WS-BASE-CATEGORY DELIMITED BY SPACE
               " TO " DELIMITED BY SIZE
               WS-LATEST-CATEGORY DELIMITED BY SPACE
               INTO WS-PAY-TEXT.
           PERFORM 4000-PAY-CREDIT THRU 4000-EXIT.
           IF WS-PAY-AMOUNT > ZERO
               ADD 1 TO WS-CNT-IMPROVEMENTS
           END-IF.
       3200-EXIT.
           EXIT.

       3210-READ-HISTORY.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       3210-EXIT.
           EXIT.

      *****************************************************************
      *  4000-PAY-CREDIT : hold the credit in hand to the plan-year   *
      *                    maximum, then write it to INCVAMT and      *
      *                    INCVREG and keep it for the register       *
      *                    report.  A credit trimmed to nothing is    *
      *                    not paid and not recorded                  *
      *****************************************************************
       4000-PAY-CREDIT.
           IF WS-ANNUAL-MAX > ZERO
               IF WS-YEAR-PAID NOT < WS-ANNUAL-MAX
                   MOVE ZERO TO WS-PAY-AMOUNT
                   ADD 1 TO WS-CNT-AT-MAXIMUM
                   GO TO 4000-EXIT
               END-IF
               IF WS-YEAR-PAID + WS-PAY-AMOUNT > WS-ANNUAL-MAX
                   COMPUTE WS-PAY-AMOUNT
                       = WS-ANNUAL-MAX - WS-YEAR-PAID
                   ADD 1 TO WS-CNT-TRIMMED
               END-IF
           END-IF.
           IF WS-PAY-AMOUNT = ZERO
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES          TO AM-AMOUNT-RECORD.
           MOVE WS-CUR-EMP-ID   TO AM-EMP-ID.
           MOVE WS-PAY-AMOUNT   TO AM-AMOUNT.
           MOVE WS-PAY-CLAIM-TYPE TO AM-CLAIM-TYPE.
           MOVE WS-TODAY        TO AM-RECEIPT-DATE.
           WRITE AM-AMOUNT-RECORD.
           ADD 1 TO WS-CNT-CREDITS.
           ADD WS-PAY-AMOUNT TO WS-BATCH-HASH.
           ADD WS-PAY-AMOUNT TO WS-YEAR-PAID.
           MOVE SPACES          TO IV-REGISTER-RECORD.
           MOVE WS-CUR-EMP-ID   TO IV-EMP-ID.
           MOVE WS-PLAN-YEAR    TO IV-PLAN-YEAR.
           MOVE WS-PAY-ITEM-TYPE TO IV-ITEM-TYPE.
           MOVE WS-PAY-NOTICE   TO IV-NOTICE-DATE.
           MOVE WS-PAY-PROGRAM  TO IV-PROGRAM-CODE.
           MOVE WS-BASE-CATEGORY   TO IV-FROM-CATEGORY.
           MOVE WS-LATEST-CATEGORY TO IV-TO-CATEGORY.
           MOVE WS-LATEST-RANK  TO IV-RANK-PAID-TO.
           MOVE WS-PAY-AMOUNT   TO IV-AMOUNT.
           MOVE WS-TODAY        TO IV-RUN-DATE.
           MOVE WS-BATCH-NO     TO IV-BATCH-NO.
           WRITE IV-REGISTER-RECORD.
           ADD 1 TO WS-ITEM-USED.
           MOVE WS-CUR-EMP-ID     TO WS-ITEM-EMP-ID(WS-ITEM-USED).
           MOVE WS-DEPT-FOUND-SUB TO WS-ITEM-DEPT-SUB(WS-ITEM-USED).
           MOVE WS-PAY-TEXT       TO WS-ITEM-TEXT(WS-ITEM-USED).
           MOVE WS-PAY-AMOUNT     TO WS-ITEM-AMOUNT(WS-ITEM-USED).
           ADD 1 TO WS-DEPT-ITEMS(WS-DEPT-FOUND-SUB).
           ADD WS-PAY-AMOUNT TO WS-DEPT-TOTAL(WS-DEPT-FOUND-SUB).
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  5000-PRINT-REGISTER : the credits by department in DEPTREF   *
      *                        order, unassigned first, each with its *
      *                        subtotal, then the grand total and the *
      *                        run's counts                           *
      *****************************************************************
       5000-PRINT-REGISTER.
           OPEN OUTPUT INCENTIVE-REPORT-FILE.
           MOVE WS-TODAY    TO WS-TITLE-DATE.
           MOVE WS-BATCH-NO TO WS-TITLE-BATCH.
           MOVE WS-TITLE-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           PERFORM 5100-PRINT-DEPARTMENT THRU 5100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-USED.
           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL INCENTIVE CREDITS" TO WS-TOT-LABEL.
           MOVE WS-BATCH-HASH TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE "ENROLLMENT CASES READ"     TO WS-SUM-LABEL.
           MOVE WS-CNT-CASES                TO WS-SUM-COUNT.
           PERFORM 5300-WRITE-SUM-LINE THRU 5300-EXIT.
           MOVE "PROGRAM PARTICIPANTS"      TO WS-SUM-LABEL.
           MOVE WS-CNT-EMPLOYEES            TO WS-SUM-COUNT.
           PERFORM 5300-WRITE-SUM-LINE THRU 5300-EXIT.
           MOVE "NOT ELIGIBLE - NOT PAID"   TO WS-SUM-LABEL.
           MOVE WS-CNT-NOT-ELIGIBLE         TO WS-SUM-COUNT.
           PERFORM 5300-WRITE-SUM-LINE THRU 5300-EXIT.
           MOVE "COMPLETION CREDITS PAID"   TO WS-SUM-LABEL.
           MOVE WS-CNT-COMPLETIONS          TO WS-SUM-COUNT.
           PERFORM 5300-WRITE-SUM-LINE THRU 5300-EXIT.
           MOVE "COMPLETIONS ALREADY PAID"  TO WS-SUM-LABEL.
           MOVE WS-CNT-ALREADY-PAID         TO WS-SUM-COUNT.
           PERFORM 5300-WRITE-SUM-LINE THRU 5300-EXIT.
           MOVE "COMPLETIONS WITH NO RULE"  TO WS-SUM-LABEL.
           MOVE WS-CNT-NO-RULE              TO WS-SUM-COUNT.
           PERFORM 5300-WRITE-SUM-LINE THRU 5300-EXIT.
           MOVE "IMPROVEMENT BONUSES PAID"  TO WS-SUM-LABEL.
           MOVE WS-CNT-IMPROVEMENTS         TO WS-SUM-COUNT.
           PERFORM 5300-WRITE-SUM-LINE THRU 5300-EXIT.
           MOVE "CREDITS TRIMMED TO THE MAXIMUM" TO WS-SUM-LABEL.
           MOVE WS-CNT-TRIMMED              TO WS-SUM-COUNT.
           PERFORM 5300-WRITE-SUM-LINE THRU 5300-EXIT.
           MOVE "CREDITS NOT PAID - AT MAXIMUM" TO WS-SUM-LABEL.
           MOVE WS-CNT-AT-MAXIMUM           TO WS-SUM-COUNT.
           PERFORM 5300-WRITE-SUM-LINE THRU 5300-EXIT.
           MOVE "CREDITS WRITTEN TO INCVAMT" TO WS-SUM-LABEL.
           MOVE WS-CNT-CREDITS              TO WS-SUM-COUNT.
           PERFORM 5300-WRITE-SUM-LINE THRU 5300-EXIT.
           CLOSE INCENTIVE-REPORT-FILE.
       5000-EXIT.
           EXIT.

       5100-PRINT-DEPARTMENT.
           IF WS-DEPT-ITEMS(WS-DEPT-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO WS-DH-CODE.
           MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-DH-NAME.
           MOVE WS-DEPT-HEAD-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           MOVE WS-COL-HEAD-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
           PERFORM 5200-PRINT-CREDIT THRU 5200-EXIT
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-USED.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "DEPARTMENT TOTAL" TO WS-TOT-LABEL.
           MOVE WS-DEPT-TOTAL(WS-DEPT-SUB) TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
       5100-EXIT.
           EXIT.

       5200-PRINT-CREDIT.
           IF WS-ITEM-DEPT-SUB(WS-ITEM-SUB) NOT = WS-DEPT-SUB
               GO TO 5200-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-ITEM-EMP-ID(WS-ITEM-SUB) TO WS-DET-EMP-ID.
           MOVE WS-ITEM-TEXT(WS-ITEM-SUB)   TO WS-DET-TEXT.
           MOVE WS-ITEM-AMOUNT(WS-ITEM-SUB) TO WS-DET-AMOUNT.
           MOVE WS-DETAIL-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
       5200-EXIT.
           EXIT.

       5300-WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO IR-REPORT-LINE.
           WRITE IR-REPORT-LINE.
       5300-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FIND-DEPARTMENT : place the employee in the department  *
      *                         table - slot 1 when EMPMSTR's code is *
      *                         not on DEPTREF                        *
      *****************************************************************
       8000-FIND-DEPARTMENT.
           MOVE 1 TO WS-DEPT-FOUND-SUB.
           PERFORM 8010-MATCH-DEPARTMENT THRU 8010-EXIT
               VARYING WS-DEPT-SUB FROM 2 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-USED
                   OR WS-DEPT-FOUND-SUB > 1.
       8000-EXIT.
           EXIT.

       8010-MATCH-DEPARTMENT.
           IF WS-DEPT-CODE(WS-DEPT-SUB) = EM-DEPT-CODE
               MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
           END-IF.
       8010-EXIT.
           EXIT.

      *****************************************************************
      *  8100-RANK-CATEGORY : the step rank of WS-RANK-CATEGORY -     *
      *                       9 for no screening or a category the    *
      *                       bonus does not rank                     *
      *****************************************************************
       8100-RANK-CATEGORY.
           EVALUATE WS-RANK-CATEGORY
               WHEN "Normal"
                   MOVE 0 TO WS-RANK
               WHEN "Overweight"
               WHEN "Underweight"
                   MOVE 1 TO WS-RANK
               WHEN "Obese"
                   MOVE 2 TO WS-RANK
               WHEN OTHER
                   MOVE 9 TO WS-RANK
           END-EVALUATE.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one line to the shared         *
      *                         exception report                      *
      *****************************************************************
       9100-WRITE-EXCEPTION.
           MOVE SPACES         TO EX-EXCEPTION-RECORD.
           MOVE "INCENTIV"     TO EX-PROGRAM-ID.
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
      *                            EXCPRPT instead of silently        *
      *                            dropping the tail of the value     *
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
           MOVE "INCENTIV"     TO AU-PROGRAM-ID.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE WS-AUD-KEY-ID     TO AU-KEY-ID.
           MOVE WS-AUD-KEY-INPUT  TO AU-KEY-INPUT.
           MOVE WS-AUD-KEY-RESULT TO AU-KEY-RESULT.
           WRITE AU-AUDIT-RECORD.
       9200-EXIT.
           EXIT.
