       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClaimScreen.
       AUTHOR. RKM.
       INSTALLATION. Wellness and Payroll Batch Support.
       DATE-WRITTEN. 2026-09-23.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  ------------------------------------------------------------ *
      *  2026-09-23  RKM  First cut : the duplicate and suspicious    *
      *                   reimbursement screen between InputEdit and  *
      *                   Variables POST.  Every AMTCLN claim is      *
      *                   checked against the employee's recent       *
      *                   postings on POSTREG, the APPRPEND approval  *
      *                   queue, the claims held here and the rest of *
      *                   the batch : the same employee and amount    *
      *                   within the CLMSCRUL day window, more claims *
      *                   in the period than CLMSCRUL allows, or a    *
      *                   round amount just under the department's    *
      *                   APPRLIM limit.  A flagged claim is taken    *
      *                   out of AMTCLN and held on CLMHOLD for       *
      *                   review; the CLMRVW review feed releases it  *
      *                   back into the next POST or denies it.       *
      *                   Every flag and decision goes on the CLMFLAG *
      *                   log, and WEEKLY mode prints the week's      *
      *                   suspicious claims for Internal Audit on     *
      *                   SUSRPT.  Until now POST applied a           *
      *                   resubmitted AMTIN a second time unnoticed.  *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *  2026-09-29  RKM  Each run appends its control records to     *
      *                   CTLTOTS - SCREEN for the AMTCLN claims and  *
      *                   RELEASE for those released off CLMHOLD - so *
      *                   BalanceReport ties the claims through the   *
      *                   screen to POST instead of failing every     *
      *                   night a claim is held or released.          *
      *  2026-10-06  RKM  A claim resubmitted while an identical      *
      *                   claim is still held from an earlier run is  *
      *                   logged to CLMFLAG and EXCPRPT and dropped,  *
      *                   counted on the SCREEN control record,       *
      *                   instead of being held a second time where   *
      *                   no review decision could reach the older    *
      *                   copy.                                       *
      *****************************************************************
      *  POSTJRNL is rewritten by every POST run, so the posting      *
      *  history screened against is POSTREG - the same postings,     *
      *  kept, keyed by employee and run date.  A reversed posting    *
      *  is not a repeat.  Day windows use the banker's 30-day month, *
      *  as the pending report ages APPRPEND.  The screened claims    *
      *  are built on AMTSCR and copied back over AMTCLN only once    *
      *  CLMHOLD is written, and a claim already held or released     *
      *  today is recognised on a rerun, so a rerun never posts or    *
      *  holds a claim twice.  A released claim still goes through    *
      *  POST's approval limit and claim cap like any other.  A run   *
      *  that held claims ends with RETURN-CODE 4; one that cannot    *
      *  screen ends with RETURN-CODE 8 and AMTCLN untouched, so the  *
      *  window holds POST back rather than post unscreened claims.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-RULE-FILE ASSIGN TO "CLMSCRUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT APPROVAL-LIMITS-FILE ASSIGN TO "APPRLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
           SELECT PENDING-FILE ASSIGN TO "APPRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT HOLD-FILE ASSIGN TO "CLMHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "CLMRVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVW-STATUS.
           SELECT FLAG-LOG-FILE ASSIGN TO "CLMFLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.
           SELECT AMOUNT-CLEAN-FILE ASSIGN TO "AMTCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMTCLN-STATUS.
           SELECT SCREENED-FILE ASSIGN TO "AMTSCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT POSTING-REGISTER-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-REGISTER-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT SUSPICIOUS-REPORT-FILE ASSIGN TO "SUSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCN-LOG-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-RULE-FILE.
           COPY scrnrulrec.

       FD  APPROVAL-LIMITS-FILE.
           COPY apprlimrec.

       FD  PENDING-FILE.
           COPY apprpndrec.

       FD  HOLD-FILE.
           COPY clmholdrec.

       FD  REVIEW-FILE.
           COPY clmrvwrec.

       FD  FLAG-LOG-FILE.
           COPY clmflgrec.

       FD  AMOUNT-CLEAN-FILE.
           COPY amtrec.

       FD  SCREENED-FILE.
       01  SC-SCREENED-RECORD       PIC X(30).

       FD  EMPLOYEE-MASTER-FILE.
           COPY emprec.

       FD  POSTING-REGISTER-FILE.
           COPY pstregrec.

       FD  SUSPICIOUS-REPORT-FILE.
       01  SR-REPORT-LINE           PIC X(100).

       FD  EXCEPTION-FILE.
           COPY excptrec.

       FD  AUDIT-LOG-FILE.
           COPY auditrec.

       FD  CONTROL-TOTALS-FILE.
           COPY ctlrec.

       WORKING-STORAGE SECTION.
       77  WS-RULE-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-LIM-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-PEND-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-HOLD-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-RVW-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-FLAG-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-AMTCLN-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-SCR-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-REG-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EXC-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-SCN-LOG-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-CTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RULE-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-RULE-EOF-YES                 VALUE 'Y'.
       77  WS-LIM-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-LIM-EOF-YES                  VALUE 'Y'.
       77  WS-PEND-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-PEND-EOF-YES                 VALUE 'Y'.
       77  WS-HOLD-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-HOLD-EOF-YES                 VALUE 'Y'.
       77  WS-RVW-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-RVW-EOF-YES                  VALUE 'Y'.
       77  WS-FLAG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-FLAG-EOF-YES                 VALUE 'Y'.
       77  WS-AMT-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-AMT-EOF-YES                  VALUE 'Y'.
       77  WS-SCR-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-SCR-EOF-YES                  VALUE 'Y'.
       77  WS-REG-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-REG-OPEN-YES                 VALUE 'Y'.
       77  WS-REFUSE-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-REFUSE-YES                   VALUE 'Y'.
       77  WS-BATCH-FULL-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-BATCH-FULL-YES               VALUE 'Y'.
       01  WS-CMD-LINE              PIC X(20)  VALUE SPACES.
       01  WS-TODAY                 PIC X(08)  VALUE SPACES.
      *****************************************************************
      *  The CLMSCRUL screening rules, with their built-in values     *
      *****************************************************************
       01  WS-DUP-DAYS              PIC 9(05)  VALUE 30.
       01  WS-FREQ-DAYS             PIC 9(05)  VALUE 30.
       01  WS-FREQ-MAX              PIC 9(05)  VALUE 5.
       01  WS-ROUND-AMOUNT          PIC 9(06)V99 VALUE 50.
       01  WS-NEAR-PCT              PIC 9(03)V99 VALUE 10.
      *****************************************************************
      *  The APPRLIM department approval limits                       *
      *****************************************************************
       77  WS-LIM-MAX               PIC 9(03) COMP VALUE 50.
       77  WS-LIM-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-LIM-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 50 TIMES.
               10  WS-LIM-DEPT      PIC X(04).
               10  WS-LIM-AMOUNT    PIC 9(06)V99.
       01  WS-CUR-LIMIT             PIC 9(06)V99 VALUE ZERO.
      *****************************************************************
      *  The APPRPEND approval queue                                  *
      *****************************************************************
       77  WS-PEND-MAX              PIC 9(03) COMP VALUE 500.
       77  WS-PEND-USED             PIC 9(03) COMP VALUE ZERO.
       77  WS-PEND-SUB              PIC 9(03) COMP VALUE ZERO.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 500 TIMES.
               10  WS-PEND-EMP-ID   PIC X(10).
               10  WS-PEND-AMOUNT   PIC 9(06)V99.
               10  WS-PEND-DATE     PIC X(08).
      *****************************************************************
      *  The CLMHOLD suspense, loaded whole and written back whole    *
      *****************************************************************
       77  WS-HOLD-MAX              PIC 9(03) COMP VALUE 500.
       77  WS-HOLD-USED             PIC 9(03) COMP VALUE ZERO.
       77  WS-HOLD-SUB              PIC 9(03) COMP VALUE ZERO.
       77  WS-HOLD-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HOLD-IMAGE    PIC X(30).
               10  WS-HOLD-DATE     PIC X(08).
               10  WS-HOLD-STATUS-CODE PIC X(01).
               10  WS-HOLD-STATUS-DATE PIC X(08).
               10  WS-HOLD-DEPT     PIC X(04).
               10  WS-HOLD-FLAGS    PIC X(03).
               10  WS-HOLD-DETAIL   PIC X(30).
      *****************************************************************
      *  The claims already passed in this batch                      *
      *****************************************************************
       77  WS-BATCH-MAX             PIC 9(04) COMP VALUE 3000.
       77  WS-BATCH-USED            PIC 9(04) COMP VALUE ZERO.
       77  WS-BATCH-SUB             PIC 9(04) COMP VALUE ZERO.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 3000 TIMES.
               10  WS-BATCH-EMP-ID  PIC X(10).
               10  WS-BATCH-AMOUNT  PIC 9(06)V99.
      *****************************************************************
      *  The claim in hand and what the checks found                  *
      *****************************************************************
       01  WS-CLAIM-IMAGE           PIC X(30)  VALUE SPACES.
       01  WS-CUR-DEPT              PIC X(04)  VALUE SPACES.
       01  WS-FLAGS.
           05  WS-FLAG-DUP          PIC X(01)  VALUE SPACE.
               88  WS-FLAG-DUP-YES             VALUE 'Y'.
           05  WS-FLAG-FREQ         PIC X(01)  VALUE SPACE.
               88  WS-FLAG-FREQ-YES            VALUE 'Y'.
           05  WS-FLAG-ROUND        PIC X(01)  VALUE SPACE.
               88  WS-FLAG-ROUND-YES           VALUE 'Y'.
       01  WS-FLAG-DETAIL           PIC X(30)  VALUE SPACES.
       01  WS-DUP-FOUND             PIC X(24)  VALUE SPACES.
       77  WS-CLAIM-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-CLAIM-COUNT-DISP      PIC ZZZZ9.
       01  WS-FREQ-DAYS-DISP        PIC ZZZZ9.
       01  WS-NEAR-FLOOR            PIC 9(06)V99 VALUE ZERO.
       01  WS-ROUND-QUOTIENT        PIC 9(07)  VALUE ZERO.
       01  WS-ROUND-REMAINDER       PIC 9(06)V99 VALUE ZERO.
      *****************************************************************
      *  Day counting on the banker's 30-day month                    *
      *****************************************************************
       01  WS-TODAY-PARTS.
           05  WS-TODAY-YEAR        PIC 9(04).
           05  WS-TODAY-MONTH       PIC 9(02).
           05  WS-TODAY-DAY         PIC 9(02).
       01  WS-CHECK-DATE            PIC X(08)  VALUE SPACES.
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR        PIC 9(04).
           05  WS-CHECK-MONTH       PIC 9(02).
           05  WS-CHECK-DAY         PIC 9(02).
       01  WS-DAYS-SINCE            PIC S9(05) VALUE ZERO.
      *****************************************************************
      *  Run counts                                                   *
      *****************************************************************
       77  WS-CNT-READ              PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-PASSED            PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-HELD              PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-DUP               PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-FREQ              PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-ROUND             PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-RELEASED          PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-DENIED            PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-STILL-HELD        PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-RERUN             PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-DROPPED           PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-RELEASE-OUT       PIC 9(07) COMP VALUE ZERO.
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.
       01  WS-AUD-KEY-ID            PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY-INPUT         PIC X(45)  VALUE SPACES.
       01  WS-AUD-KEY-RESULT        PIC X(45)  VALUE SPACES.
       01  WS-COUNT-DISP            PIC ZZZZZZ9.
       01  WS-COUNT-DISP-2          PIC ZZZZZZ9.
       01  WS-COUNT-DISP-3          PIC ZZZZZZ9.
      *****************************************************************
      *  Weekly report line layouts                                   *
      *****************************************************************
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(44) VALUE
               "SUSPICIOUS REIMBURSEMENT CLAIMS WEEK ENDING ".
           05  WS-TITLE-DATE        PIC X(08).
       01  WS-SECTION-LINE          PIC X(40)  VALUE SPACES.
       01  WS-HEAD-LINE.
           05  FILLER               PIC X(50) VALUE
               "DATE      EVENT     EMPLOYEE      AMOUNT TYPE DEPT".
           05  FILLER               PIC X(40) VALUE
               " CHECKS    DETAIL / REVIEWER".
       01  WS-DETAIL-LINE.
           05  WS-DET-DATE          PIC X(08).
           05  FILLER               PIC X(02).
           05  WS-DET-EVENT         PIC X(08).
           05  FILLER               PIC X(02).
           05  WS-DET-EMP-ID        PIC X(10).
           05  WS-DET-AMOUNT        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01).
           05  WS-DET-TYPE          PIC X(04).
           05  FILLER               PIC X(01).
           05  WS-DET-DEPT          PIC X(04).
           05  FILLER               PIC X(01).
           05  WS-DET-CHECKS        PIC X(09).
           05  FILLER               PIC X(01).
           05  WS-DET-DETAIL        PIC X(30).
       01  WS-SUM-LINE.
           05  WS-SUM-LABEL         PIC X(36).
           05  WS-SUM-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-SCN-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-TODAY-PARTS.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF WS-CMD-LINE = "WEEKLY"
               PERFORM 7000-WEEKLY-REPORT THRU 7000-EXIT
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1000-LOAD-RULES THRU 1000-EXIT.
           PERFORM 1100-LOAD-LIMITS THRU 1100-EXIT.
           PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
           PERFORM 1300-LOAD-HOLDS THRU 1300-EXIT.
           IF NOT WS-REFUSE-YES
               OPEN INPUT EMPLOYEE-MASTER-FILE
               IF WS-EMP-STATUS NOT = "00"
                   MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
                   MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
                   MOVE "EMPMSTR MISSING - NOT SCREENED"
                                               TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-REFUSE-YES TO TRUE
               END-IF
           END-IF.
           IF WS-REFUSE-YES
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WS-AUD-KEY-ID
               MOVE "CLAIM SCREENING" TO WS-AUD-KEY-INPUT
               MOVE "REFUSED - SEE EXCPRPT" TO WS-AUD-KEY-RESULT
               PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT
               GO TO 0000-WRAP-UP
           END-IF.
      *    no POSTREG yet simply means nothing has posted
           OPEN INPUT POSTING-REGISTER-FILE.
           IF WS-REG-STATUS = "00"
               SET WS-REG-OPEN-YES TO TRUE
           END-IF.
           OPEN EXTEND FLAG-LOG-FILE.
           IF WS-FLAG-STATUS = "35"
               OPEN OUTPUT FLAG-LOG-FILE
           END-IF.
           PERFORM 2000-APPLY-REVIEWS THRU 2000-EXIT.
           OPEN OUTPUT SCREENED-FILE.
           PERFORM 2500-PASS-RELEASED THRU 2500-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-USED.
           OPEN INPUT AMOUNT-CLEAN-FILE.
           IF WS-AMTCLN-STATUS = "00"
               PERFORM 3000-READ-CLAIM THRU 3000-EXIT
               PERFORM UNTIL WS-AMT-EOF-YES
                   PERFORM 3100-SCREEN-ONE-CLAIM THRU 3100-EXIT
                   PERFORM 3000-READ-CLAIM THRU 3000-EXIT
               END-PERFORM
               CLOSE AMOUNT-CLEAN-FILE
           ELSE
               MOVE "AMOUNT-CLEAN-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-AMTCLN-STATUS    TO WS-EXC-BAD-VALUE
               MOVE "AMTCLN COULD NOT BE OPENED" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           CLOSE SCREENED-FILE.
           CLOSE FLAG-LOG-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-REG-OPEN-YES
               CLOSE POSTING-REGISTER-FILE
           END-IF.
           PERFORM 4000-WRITE-HOLDS THRU 4000-EXIT.
           PERFORM 4100-REPLACE-AMTCLN THRU 4100-EXIT.
           PERFORM 9300-WRITE-CONTROL-TOTALS THRU 9300-EXIT.
           IF WS-CNT-HELD > ZERO OR WS-CNT-DROPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-AUD-KEY-ID.
           MOVE WS-CNT-READ TO WS-COUNT-DISP.
           STRING "CLAIM SCREENING, CLAIMS READ=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           MOVE WS-CNT-PASSED   TO WS-COUNT-DISP.
           MOVE WS-CNT-HELD     TO WS-COUNT-DISP-2.
           MOVE WS-CNT-RELEASED TO WS-COUNT-DISP-3.
           STRING "PASSED=" WS-COUNT-DISP " HELD=" WS-COUNT-DISP-2
               " RELEASED=" WS-COUNT-DISP-3
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
      *  1000-LOAD-RULES : pull the CLMSCRUL rules over the built-in  *
      *                    values.  No file screens on the built-in   *
      *                    values rather than let POST go unscreened  *
      *****************************************************************
       1000-LOAD-RULES.
           OPEN INPUT SCREEN-RULE-FILE.
           IF WS-RULE-STATUS NOT = "00"
               MOVE "SCREEN-RULE-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-RULE-STATUS     TO WS-EXC-BAD-VALUE
               MOVE "CLMSCRUL MISSING - DEFAULTS USED"
                                       TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-RULE THRU 1010-EXIT.
           PERFORM UNTIL WS-RULE-EOF-YES
               PERFORM 1020-STORE-RULE THRU 1020-EXIT
               PERFORM 1010-READ-RULE THRU 1010-EXIT
           END-PERFORM.
           CLOSE SCREEN-RULE-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-RULE.
           READ SCREEN-RULE-FILE
               AT END
                   SET WS-RULE-EOF-YES TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

       1020-STORE-RULE.
           IF SR-VALUE NOT NUMERIC
               MOVE "SR-VALUE"       TO WS-EXC-FIELD-NAME
               MOVE SR-RULE-RECORD   TO WS-EXC-BAD-VALUE
               MOVE "RULE VALUE NOT NUMERIC - SKIPPED"
                                     TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1020-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SR-RULE-DUP-DAYS
                   MOVE SR-VALUE TO WS-DUP-DAYS
               WHEN SR-RULE-FREQ-DAYS
                   MOVE SR-VALUE TO WS-FREQ-DAYS
               WHEN SR-RULE-FREQ-MAX
                   MOVE SR-VALUE TO WS-FREQ-MAX
               WHEN SR-RULE-ROUND-AMOUNT
                   MOVE SR-VALUE TO WS-ROUND-AMOUNT
               WHEN SR-RULE-NEAR-PCT
                   MOVE SR-VALUE TO WS-NEAR-PCT
               WHEN OTHER
                   MOVE "SR-RULE-CODE"   TO WS-EXC-FIELD-NAME
                   MOVE SR-RULE-CODE     TO WS-EXC-BAD-VALUE
                   MOVE "UNKNOWN SCREENING RULE"
                                         TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-EVALUATE.
       1020-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-LIMITS : pull the APPRLIM department limits.  No   *
      *                     file means no department has a limit to   *
      *                     come in under                             *
      *****************************************************************
       1100-LOAD-LIMITS.
           OPEN INPUT APPROVAL-LIMITS-FILE.
           IF WS-LIM-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-LIMIT THRU 1110-EXIT.
           PERFORM UNTIL WS-LIM-EOF-YES
               IF WS-LIM-USED < WS-LIM-MAX
                       AND AL-LIMIT-AMOUNT NUMERIC
                   ADD 1 TO WS-LIM-USED
                   MOVE AL-DEPT-CODE    TO WS-LIM-DEPT(WS-LIM-USED)
                   MOVE AL-LIMIT-AMOUNT TO WS-LIM-AMOUNT(WS-LIM-USED)
               ELSE
                   MOVE "AL-DEPT-CODE" TO WS-EXC-FIELD-NAME
                   MOVE AL-DEPT-CODE   TO WS-EXC-BAD-VALUE
                   MOVE "LIMIT SKIPPED - FULL OR BAD"
                                       TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-IF
               PERFORM 1110-READ-LIMIT THRU 1110-EXIT
           END-PERFORM.
           CLOSE APPROVAL-LIMITS-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-LIMIT.
           READ APPROVAL-LIMITS-FILE
               AT END
                   SET WS-LIM-EOF-YES TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-PENDING : pull the APPRPEND approval queue.  No    *
      *                      file means nothing is waiting on         *
      *                      approval                                 *
      *****************************************************************
       1200-LOAD-PENDING.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-PENDING THRU 1210-EXIT.
           PERFORM UNTIL WS-PEND-EOF-YES
               IF WS-PEND-USED < WS-PEND-MAX
                   ADD 1 TO WS-PEND-USED
                   MOVE PN-EMP-ID    TO WS-PEND-EMP-ID(WS-PEND-USED)
                   MOVE PN-AMOUNT    TO WS-PEND-AMOUNT(WS-PEND-USED)
                   MOVE PN-SUSP-DATE TO WS-PEND-DATE(WS-PEND-USED)
               ELSE
                   MOVE "PN-EMP-ID" TO WS-EXC-FIELD-NAME
                   MOVE PN-EMP-ID   TO WS-EXC-BAD-VALUE
                   MOVE "PENDING TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-IF
               PERFORM 1210-READ-PENDING THRU 1210-EXIT
           END-PERFORM.
           CLOSE PENDING-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-PEND-EOF-YES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-HOLDS : pull the CLMHOLD suspense into the hold    *
      *                    table, dropping claims settled before      *
      *                    today.  A suspense too big for the table   *
      *                    refuses the run - writing it back short    *
      *                    would lose held claims                     *
      *****************************************************************
       1300-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-READ-HOLD THRU 1310-EXIT.
           PERFORM UNTIL WS-HOLD-EOF-YES
               IF NOT CH-STATUS-HELD
                       AND CH-STATUS-DATE < WS-TODAY
                   CONTINUE
               ELSE
                   IF WS-HOLD-USED < WS-HOLD-MAX
                       ADD 1 TO WS-HOLD-USED
                       PERFORM 1320-STORE-HOLD THRU 1320-EXIT
                   ELSE
                       MOVE "CLMHOLD"       TO WS-EXC-FIELD-NAME
                       MOVE SPACES          TO WS-EXC-BAD-VALUE
                       MOVE "FILE TOO LARGE - NOT SCREENED"
                                            TO WS-EXC-REASON
                       PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                       SET WS-REFUSE-YES TO TRUE
                       SET WS-HOLD-EOF-YES TO TRUE
                   END-IF
               END-IF
               IF NOT WS-HOLD-EOF-YES
                   PERFORM 1310-READ-HOLD THRU 1310-EXIT
               END-IF
           END-PERFORM.
           CLOSE HOLD-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-HOLD.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF-YES TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-STORE-HOLD.
           MOVE CH-CLAIM-IMAGE  TO WS-HOLD-IMAGE(WS-HOLD-USED).
           MOVE CH-HOLD-DATE    TO WS-HOLD-DATE(WS-HOLD-USED).
           MOVE CH-STATUS-CODE  TO WS-HOLD-STATUS-CODE(WS-HOLD-USED).
           MOVE CH-STATUS-DATE  TO WS-HOLD-STATUS-DATE(WS-HOLD-USED).
           MOVE CH-DEPT-CODE    TO WS-HOLD-DEPT(WS-HOLD-USED).
           MOVE CH-FLAG-DUP     TO WS-HOLD-FLAGS(WS-HOLD-USED)(1:1).
           MOVE CH-FLAG-FREQ    TO WS-HOLD-FLAGS(WS-HOLD-USED)(2:1).
           MOVE CH-FLAG-ROUND   TO WS-HOLD-FLAGS(WS-HOLD-USED)(3:1).
           MOVE CH-DETAIL       TO WS-HOLD-DETAIL(WS-HOLD-USED).
       1320-EXIT.
           EXIT.

      *****************************************************************
      *  2000-APPLY-REVIEWS : settle held claims off the CLMRVW       *
      *                       review feed.  A decision for a claim    *
      *                       already settled is a rerun and is       *
      *                       passed over; one for a claim never      *
      *                       held is flagged to EXCPRPT              *
      *****************************************************************
       2000-APPLY-REVIEWS.
           OPEN INPUT REVIEW-FILE.
           IF WS-RVW-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-READ-REVIEW THRU 2010-EXIT.
           PERFORM UNTIL WS-RVW-EOF-YES
               PERFORM 2100-APPLY-ONE-REVIEW THRU 2100-EXIT
               PERFORM 2010-READ-REVIEW THRU 2010-EXIT
           END-PERFORM.
           CLOSE REVIEW-FILE.
       2000-EXIT.
           EXIT.

       2010-READ-REVIEW.
           READ REVIEW-FILE
               AT END
                   SET WS-RVW-EOF-YES TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2100-APPLY-ONE-REVIEW.
           IF NOT CV-ACTION-RELEASE AND NOT CV-ACTION-DENY
               MOVE "CV-ACTION-CODE" TO WS-EXC-FIELD-NAME
               MOVE CV-REVIEW-RECORD TO WS-EXC-BAD-VALUE
               MOVE "UNKNOWN REVIEW ACTION" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE CV-CLAIM-IMAGE TO WS-CLAIM-IMAGE.
           PERFORM 8000-FIND-HOLD THRU 8000-EXIT.
           IF WS-HOLD-FOUND-SUB = ZERO
               MOVE "CV-EMP-ID"      TO WS-EXC-FIELD-NAME
               MOVE CV-EMP-ID        TO WS-EXC-BAD-VALUE
               MOVE "NO HELD CLAIM FOR REVIEW" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-HOLD-STATUS-CODE(WS-HOLD-FOUND-SUB) NOT = 'H'
               GO TO 2100-EXIT
           END-IF.
           MOVE CV-ACTION-CODE
               TO WS-HOLD-STATUS-CODE(WS-HOLD-FOUND-SUB).
           MOVE WS-TODAY TO WS-HOLD-STATUS-DATE(WS-HOLD-FOUND-SUB).
           MOVE SPACES         TO CF-FLAG-RECORD.
           MOVE WS-TODAY       TO CF-EVENT-DATE.
           MOVE CV-ACTION-CODE TO CF-EVENT-CODE.
           MOVE CV-EMP-ID      TO CF-EMP-ID.
           MOVE CV-AMOUNT      TO CF-AMOUNT.
           MOVE CV-CLAIM-TYPE  TO CF-CLAIM-TYPE.
           MOVE CV-RECEIPT-DATE TO CF-RECEIPT-DATE.
           MOVE WS-HOLD-DEPT(WS-HOLD-FOUND-SUB) TO CF-DEPT-CODE.
           MOVE WS-HOLD-FLAGS(WS-HOLD-FOUND-SUB)(1:1) TO CF-FLAG-DUP.
           MOVE WS-HOLD-FLAGS(WS-HOLD-FOUND-SUB)(2:1) TO CF-FLAG-FREQ.
           MOVE WS-HOLD-FLAGS(WS-HOLD-FOUND-SUB)(3:1)
                                             TO CF-FLAG-ROUND.
           MOVE WS-HOLD-DETAIL(WS-HOLD-FOUND-SUB) TO CF-DETAIL.
           MOVE CV-REVIEWER-ID TO CF-REVIEWER-ID.
           WRITE CF-FLAG-RECORD.
           IF CV-ACTION-RELEASE
               ADD 1 TO WS-CNT-RELEASED
           ELSE
               ADD 1 TO WS-CNT-DENIED
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2500-PASS-RELEASED : a claim released today goes to POST     *
      *                       ahead of the new batch, and counts as   *
      *                       part of it for the repeat checks        *
      *****************************************************************
       2500-PASS-RELEASED.
           IF WS-HOLD-STATUS-CODE(WS-HOLD-SUB) NOT = 'R'
               OR WS-HOLD-STATUS-DATE(WS-HOLD-SUB) NOT = WS-TODAY
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-HOLD-IMAGE(WS-HOLD-SUB) TO SC-SCREENED-RECORD.
           WRITE SC-SCREENED-RECORD.
           ADD 1 TO WS-CNT-RELEASE-OUT.
           MOVE WS-HOLD-IMAGE(WS-HOLD-SUB) TO AM-AMOUNT-RECORD.
           PERFORM 3800-REMEMBER-CLAIM THRU 3800-EXIT.
       2500-EXIT.
           EXIT.

       3000-READ-CLAIM.
           READ AMOUNT-CLEAN-FILE
               AT END
                   SET WS-AMT-EOF-YES TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-SCREEN-ONE-CLAIM : run one AMTCLN claim through the     *
      *                          checks - passed to AMTSCR, or held   *
      *                          on CLMHOLD and logged to CLMFLAG     *
      *****************************************************************
       3100-SCREEN-ONE-CLAIM.
           ADD 1 TO WS-CNT-READ.
           MOVE AM-AMOUNT-RECORD TO WS-CLAIM-IMAGE.
      *    a claim held or released today is this run's own work
      *    coming round again on a rerun
           PERFORM 8000-FIND-HOLD THRU 8000-EXIT.
           IF WS-HOLD-FOUND-SUB > ZERO
               IF (WS-HOLD-STATUS-CODE(WS-HOLD-FOUND-SUB) = 'H'
                       AND WS-HOLD-DATE(WS-HOLD-FOUND-SUB) = WS-TODAY)
                   OR (WS-HOLD-STATUS-CODE(WS-HOLD-FOUND-SUB) = 'R'
                       AND WS-HOLD-STATUS-DATE(WS-HOLD-FOUND-SUB)
                           = WS-TODAY)
                   ADD 1 TO WS-CNT-RERUN
                   GO TO 3100-EXIT
               END-IF
           END-IF.
      *    a claim still held from an earlier day is already waiting
      *    on review - the resubmission is logged and dropped rather
      *    than held a second time, where no review could reach it
           IF WS-HOLD-FOUND-SUB > ZERO
               IF WS-HOLD-STATUS-CODE(WS-HOLD-FOUND-SUB) = 'H'
                   PERFORM 3700-DROP-RESUBMISSION THRU 3700-EXIT
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO WS-FLAGS WS-FLAG-DETAIL WS-CUR-DEPT.
           MOVE AM-EMP-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EM-DEPT-CODE TO WS-CUR-DEPT
           END-READ.
           IF AM-AMOUNT NOT NUMERIC
               GO TO 3100-PASS
           END-IF.
           MOVE ZERO   TO WS-CLAIM-COUNT.
           MOVE SPACES TO WS-DUP-FOUND.
           IF WS-HOLD-FOUND-SUB > ZERO
               SET WS-FLAG-DUP-YES TO TRUE
               MOVE "RESUBMITTED AFTER REVIEW" TO WS-DUP-FOUND
           END-IF.
           PERFORM 3200-CHECK-POSTINGS THRU 3200-EXIT.
           PERFORM 3300-CHECK-PENDING THRU 3300-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-USED.
           PERFORM 3400-CHECK-BATCH THRU 3400-EXIT
               VARYING WS-BATCH-SUB FROM 1 BY 1
               UNTIL WS-BATCH-SUB > WS-BATCH-USED.
           IF WS-FLAG-DUP-YES
               ADD 1 TO WS-CNT-DUP
               MOVE WS-DUP-FOUND TO WS-FLAG-DETAIL
           END-IF.
           IF WS-FREQ-MAX > ZERO AND WS-FREQ-DAYS > ZERO
                   AND WS-CLAIM-COUNT + 1 > WS-FREQ-MAX
               SET WS-FLAG-FREQ-YES TO TRUE
               ADD 1 TO WS-CNT-FREQ
               IF WS-FLAG-DETAIL = SPACES
                   COMPUTE WS-CLAIM-COUNT-DISP = WS-CLAIM-COUNT + 1
                   MOVE WS-FREQ-DAYS TO WS-FREQ-DAYS-DISP
                   STRING WS-CLAIM-COUNT-DISP " CLAIMS IN "
                       WS-FREQ-DAYS-DISP " DAYS"
                       DELIMITED BY SIZE INTO WS-FLAG-DETAIL
               END-IF
           END-IF.
           PERFORM 3500-CHECK-ROUND-AMOUNT THRU 3500-EXIT.
           IF WS-FLAGS NOT = SPACES
               PERFORM 3600-HOLD-CLAIM THRU 3600-EXIT
               GO TO 3100-EXIT
           END-IF.
       3100-PASS.
           WRITE SC-SCREENED-RECORD FROM AM-AMOUNT-RECORD.
           ADD 1 TO WS-CNT-PASSED.
           PERFORM 3800-REMEMBER-CLAIM THRU 3800-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-CHECK-POSTINGS : walk the employee's POSTREG postings - *
      *                        one of the same amount inside the      *
      *                        repeat window is a duplicate, and each *
      *                        inside the period counts toward the    *
      *                        claim limit.  Reversed postings do not *
      *                        count                                  *
      *****************************************************************
       3200-CHECK-POSTINGS.
           IF NOT WS-REG-OPEN-YES
               GO TO 3200-EXIT
           END-IF.
           MOVE AM-EMP-ID  TO PG-EMP-ID.
           MOVE LOW-VALUES TO PG-RUN-DATE.
           MOVE ZERO       TO PG-SEQUENCE.
           START POSTING-REGISTER-FILE
               KEY IS NOT LESS THAN PG-REGISTER-KEY
               INVALID KEY
                   GO TO 3200-EXIT
           END-START.
           PERFORM 3210-READ-POSTING THRU 3210-EXIT.
           PERFORM UNTIL WS-REG-STATUS NOT = "00"
                   OR PG-EMP-ID NOT = AM-EMP-ID
               IF NOT PG-REVERSED-YES
                   MOVE PG-RUN-DATE TO WS-CHECK-DATE
                   PERFORM 8100-DAYS-SINCE THRU 8100-EXIT
                   IF WS-DUP-DAYS > ZERO
                           AND WS-DAYS-SINCE NOT > WS-DUP-DAYS
                           AND PG-POSTED-AMOUNT = AM-AMOUNT
                           AND NOT WS-FLAG-DUP-YES
                       SET WS-FLAG-DUP-YES TO TRUE
                       STRING "POSTED " PG-RUN-DATE
                           DELIMITED BY SIZE INTO WS-DUP-FOUND
                   END-IF
                   IF WS-DAYS-SINCE NOT > WS-FREQ-DAYS
                       ADD 1 TO WS-CLAIM-COUNT
                   END-IF
               END-IF
               PERFORM 3210-READ-POSTING THRU 3210-EXIT
           END-PERFORM.
       3200-EXIT.
           EXIT.

       3210-READ-POSTING.
           READ POSTING-REGISTER-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       3210-EXIT.
           EXIT.

       3300-CHECK-PENDING.
           IF WS-PEND-EMP-ID(WS-PEND-SUB) NOT = AM-EMP-ID
               GO TO 3300-EXIT
           END-IF.
           MOVE WS-PEND-DATE(WS-PEND-SUB) TO WS-CHECK-DATE.
           PERFORM 8100-DAYS-SINCE THRU 8100-EXIT.
           IF WS-DUP-DAYS > ZERO
                   AND WS-DAYS-SINCE NOT > WS-DUP-DAYS
                   AND WS-PEND-AMOUNT(WS-PEND-SUB) = AM-AMOUNT
                   AND NOT WS-FLAG-DUP-YES
               SET WS-FLAG-DUP-YES TO TRUE
               MOVE "PENDING APPROVAL" TO WS-DUP-FOUND
           END-IF.
           IF WS-DAYS-SINCE NOT > WS-FREQ-DAYS
               ADD 1 TO WS-CLAIM-COUNT
           END-IF.
       3300-EXIT.
           EXIT.

       3400-CHECK-BATCH.
           IF WS-BATCH-EMP-ID(WS-BATCH-SUB) NOT = AM-EMP-ID
               GO TO 3400-EXIT
           END-IF.
           ADD 1 TO WS-CLAIM-COUNT.
           IF WS-DUP-DAYS > ZERO
                   AND WS-BATCH-AMOUNT(WS-BATCH-SUB) = AM-AMOUNT
                   AND NOT WS-FLAG-DUP-YES
               SET WS-FLAG-DUP-YES TO TRUE
               MOVE "TWICE IN THIS BATCH" TO WS-DUP-FOUND
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  3500-CHECK-ROUND-AMOUNT : a whole multiple of the round      *
      *                            amount, at or just under the       *
      *                            department's approval limit - the  *
      *                            claim most likely sized to slip    *
      *                            past approval                      *
      *****************************************************************
       3500-CHECK-ROUND-AMOUNT.
           IF WS-ROUND-AMOUNT = ZERO OR WS-NEAR-PCT = ZERO
               GO TO 3500-EXIT
           END-IF.
           MOVE ZERO TO WS-CUR-LIMIT.
           PERFORM 3510-FIND-LIMIT THRU 3510-EXIT
               VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > WS-LIM-USED.
           IF WS-CUR-LIMIT = ZERO OR AM-AMOUNT > WS-CUR-LIMIT
               GO TO 3500-EXIT
           END-IF.
           COMPUTE WS-NEAR-FLOOR ROUNDED
               = WS-CUR-LIMIT * (100 - WS-NEAR-PCT) / 100.
           IF AM-AMOUNT < WS-NEAR-FLOOR
               GO TO 3500-EXIT
           END-IF.
           DIVIDE AM-AMOUNT BY WS-ROUND-AMOUNT
               GIVING WS-ROUND-QUOTIENT
               REMAINDER WS-ROUND-REMAINDER.
           IF WS-ROUND-REMAINDER NOT = ZERO
               GO TO 3500-EXIT
           END-IF.
           SET WS-FLAG-ROUND-YES TO TRUE.
           ADD 1 TO WS-CNT-ROUND.
           IF WS-FLAG-DETAIL = SPACES
               MOVE "ROUND AMOUNT UNDER APPRLIM" TO WS-FLAG-DETAIL
           END-IF.
       3500-EXIT.
           EXIT.

       3510-FIND-LIMIT.
           IF WS-LIM-DEPT(WS-LIM-SUB) = WS-CUR-DEPT
               AND WS-CUR-DEPT NOT = SPACES
               MOVE WS-LIM-AMOUNT(WS-LIM-SUB) TO WS-CUR-LIMIT
           END-IF.
       3510-EXIT.
           EXIT.

      *****************************************************************
      *  3600-HOLD-CLAIM : take the claim out of the batch onto the   *
      *                    hold table, log it to CLMFLAG and flag it  *
      *                    to EXCPRPT.  The table has room for one    *
      *                    more or the claim passes on to POST with   *
      *                    its flag still logged                      *
      *****************************************************************
       3600-HOLD-CLAIM.
           MOVE SPACES         TO CF-FLAG-RECORD.
           MOVE WS-TODAY       TO CF-EVENT-DATE.
           MOVE 'F'            TO CF-EVENT-CODE.
           MOVE AM-EMP-ID      TO CF-EMP-ID.
           MOVE AM-AMOUNT      TO CF-AMOUNT.
           MOVE AM-CLAIM-TYPE  TO CF-CLAIM-TYPE.
           MOVE AM-RECEIPT-DATE TO CF-RECEIPT-DATE.
           MOVE WS-CUR-DEPT    TO CF-DEPT-CODE.
           MOVE WS-FLAG-DUP    TO CF-FLAG-DUP.
           MOVE WS-FLAG-FREQ   TO CF-FLAG-FREQ.
           MOVE WS-FLAG-ROUND  TO CF-FLAG-ROUND.
           MOVE WS-FLAG-DETAIL TO CF-DETAIL.
           WRITE CF-FLAG-RECORD.
           IF WS-HOLD-USED NOT < WS-HOLD-MAX
               MOVE "CLMHOLD"       TO WS-EXC-FIELD-NAME
               MOVE AM-EMP-ID       TO WS-EXC-BAD-VALUE
               MOVE "HOLD TABLE FULL - CLAIM PASSED"
                                    TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               WRITE SC-SCREENED-RECORD FROM AM-AMOUNT-RECORD
               ADD 1 TO WS-CNT-PASSED
               PERFORM 3800-REMEMBER-CLAIM THRU 3800-EXIT
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-HOLD-USED.
           MOVE AM-AMOUNT-RECORD TO WS-HOLD-IMAGE(WS-HOLD-USED).
           MOVE WS-TODAY       TO WS-HOLD-DATE(WS-HOLD-USED).
           MOVE 'H'            TO WS-HOLD-STATUS-CODE(WS-HOLD-USED).
           MOVE WS-TODAY       TO WS-HOLD-STATUS-DATE(WS-HOLD-USED).
           MOVE WS-CUR-DEPT    TO WS-HOLD-DEPT(WS-HOLD-USED).
           MOVE WS-FLAGS       TO WS-HOLD-FLAGS(WS-HOLD-USED).
           MOVE WS-FLAG-DETAIL TO WS-HOLD-DETAIL(WS-HOLD-USED).
           ADD 1 TO WS-CNT-HELD.
           MOVE "AM-EMP-ID"    TO WS-EXC-FIELD-NAME.
           MOVE AM-EMP-ID      TO WS-EXC-BAD-VALUE.
           MOVE WS-FLAG-DETAIL TO WS-EXC-REASON.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT.
       3600-EXIT.
           EXIT.

      *****************************************************************
      *  3700-DROP-RESUBMISSION : the claim is still held from an     *
      *                           earlier run.  Log the flag to       *
      *                           CLMFLAG and to EXCPRPT and drop it  *
      *                           - the held copy's review settles it *
      *****************************************************************
       3700-DROP-RESUBMISSION.
           MOVE SPACES         TO CF-FLAG-RECORD.
           MOVE WS-TODAY       TO CF-EVENT-DATE.
           MOVE 'F'            TO CF-EVENT-CODE.
           MOVE AM-EMP-ID      TO CF-EMP-ID.
           MOVE AM-AMOUNT      TO CF-AMOUNT.
           MOVE AM-CLAIM-TYPE  TO CF-CLAIM-TYPE.
           MOVE AM-RECEIPT-DATE TO CF-RECEIPT-DATE.
           MOVE WS-HOLD-DEPT(WS-HOLD-FOUND-SUB) TO CF-DEPT-CODE.
           MOVE 'Y'            TO CF-FLAG-DUP.
           MOVE "RESUBMITTED WHILE HELD" TO CF-DETAIL.
           WRITE CF-FLAG-RECORD.
           ADD 1 TO WS-CNT-DROPPED.
           MOVE "AM-EMP-ID"    TO WS-EXC-FIELD-NAME.
           MOVE AM-EMP-ID      TO WS-EXC-BAD-VALUE.
           MOVE "RESUBMITTED WHILE HELD-DROPPED"
                               TO WS-EXC-REASON.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT.
       3700-EXIT.
           EXIT.

      *    the repeat checks only see as much of the batch as the
      *    table holds - said once, when it fills
       3800-REMEMBER-CLAIM.
           IF WS-BATCH-USED < WS-BATCH-MAX
               ADD 1 TO WS-BATCH-USED
               MOVE AM-EMP-ID TO WS-BATCH-EMP-ID(WS-BATCH-USED)
               MOVE AM-AMOUNT TO WS-BATCH-AMOUNT(WS-BATCH-USED)
           ELSE
               IF NOT WS-BATCH-FULL-YES
                   SET WS-BATCH-FULL-YES TO TRUE
                   MOVE "AMTCLN"        TO WS-EXC-FIELD-NAME
                   MOVE AM-EMP-ID       TO WS-EXC-BAD-VALUE
                   MOVE "BATCH TABLE FULL - REST UNPAIRED"
                                        TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-IF
           END-IF.
       3800-EXIT.
           EXIT.

      *****************************************************************
      *  4000-WRITE-HOLDS : write the hold table back as the new      *
      *                     CLMHOLD                                   *
      *****************************************************************
       4000-WRITE-HOLDS.
           OPEN OUTPUT HOLD-FILE.
           PERFORM 4010-WRITE-ONE-HOLD THRU 4010-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-USED.
           CLOSE HOLD-FILE.
       4000-EXIT.
           EXIT.

       4010-WRITE-ONE-HOLD.
           MOVE SPACES TO CH-HOLD-RECORD.
           MOVE WS-HOLD-IMAGE(WS-HOLD-SUB)       TO CH-CLAIM-IMAGE.
           MOVE WS-HOLD-DATE(WS-HOLD-SUB)        TO CH-HOLD-DATE.
           MOVE WS-HOLD-STATUS-CODE(WS-HOLD-SUB) TO CH-STATUS-CODE.
           MOVE WS-HOLD-STATUS-DATE(WS-HOLD-SUB) TO CH-STATUS-DATE.
           MOVE WS-HOLD-DEPT(WS-HOLD-SUB)        TO CH-DEPT-CODE.
           MOVE WS-HOLD-FLAGS(WS-HOLD-SUB)(1:1)  TO CH-FLAG-DUP.
           MOVE WS-HOLD-FLAGS(WS-HOLD-SUB)(2:1)  TO CH-FLAG-FREQ.
           MOVE WS-HOLD-FLAGS(WS-HOLD-SUB)(3:1)  TO CH-FLAG-ROUND.
           MOVE WS-HOLD-DETAIL(WS-HOLD-SUB)      TO CH-DETAIL.
           WRITE CH-HOLD-RECORD.
       4010-EXIT.
           EXIT.

      *****************************************************************
      *  4100-REPLACE-AMTCLN : copy the screened claims on AMTSCR     *
      *                        back over AMTCLN for POST              *
      *****************************************************************
       4100-REPLACE-AMTCLN.
           OPEN INPUT SCREENED-FILE.
           OPEN OUTPUT AMOUNT-CLEAN-FILE.
           PERFORM 4110-READ-SCREENED THRU 4110-EXIT.
           PERFORM UNTIL WS-SCR-EOF-YES
               WRITE AM-AMOUNT-RECORD FROM SC-SCREENED-RECORD
               PERFORM 4110-READ-SCREENED THRU 4110-EXIT
           END-PERFORM.
           CLOSE AMOUNT-CLEAN-FILE.
           CLOSE SCREENED-FILE.
       4100-EXIT.
           EXIT.

       4110-READ-SCREENED.
           READ SCREENED-FILE
               AT END
                   SET WS-SCR-EOF-YES TO TRUE
           END-READ.
       4110-EXIT.
           EXIT.

      *****************************************************************
      *  7000-WEEKLY-REPORT : WEEKLY mode - every claim flagged and   *
      *                       every review decision of the last seven *
      *                       days off CLMFLAG, then every claim      *
      *                       still held, for Internal Audit          *
      *****************************************************************
       7000-WEEKLY-REPORT.
           OPEN OUTPUT SUSPICIOUS-REPORT-FILE.
           MOVE WS-TODAY TO WS-TITLE-DATE.
           MOVE WS-TITLE-LINE TO SR-REPORT-LINE.
           WRITE SR-REPORT-LINE.
           MOVE SPACES TO SR-REPORT-LINE.
           WRITE SR-REPORT-LINE.
           MOVE "FLAGGED AND REVIEWED THIS WEEK" TO SR-REPORT-LINE.
           WRITE SR-REPORT-LINE.
           MOVE WS-HEAD-LINE TO SR-REPORT-LINE.
           WRITE SR-REPORT-LINE.
           OPEN INPUT FLAG-LOG-FILE.
           IF WS-FLAG-STATUS = "00"
               PERFORM 7010-READ-FLAG THRU 7010-EXIT
               PERFORM UNTIL WS-FLAG-EOF-YES
                   PERFORM 7100-PRINT-ONE-EVENT THRU 7100-EXIT
                   PERFORM 7010-READ-FLAG THRU 7010-EXIT
               END-PERFORM
               CLOSE FLAG-LOG-FILE
           END-IF.
           MOVE SPACES TO SR-REPORT-LINE.
           WRITE SR-REPORT-LINE.
           MOVE "STILL HELD FOR REVIEW" TO SR-REPORT-LINE.
           WRITE SR-REPORT-LINE.
           MOVE WS-HEAD-LINE TO SR-REPORT-LINE.
           WRITE SR-REPORT-LINE.
           PERFORM 1300-LOAD-HOLDS THRU 1300-EXIT.
           PERFORM 7200-PRINT-ONE-HELD THRU 7200-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-USED.
           MOVE SPACES TO SR-REPORT-LINE.
           WRITE SR-REPORT-LINE.
           MOVE "FLAGGED THIS WEEK"         TO WS-SUM-LABEL.
           MOVE WS-CNT-HELD                 TO WS-SUM-COUNT.
           PERFORM 7300-WRITE-SUM-LINE THRU 7300-EXIT.
           MOVE "  SAME EMPLOYEE AND AMOUNT" TO WS-SUM-LABEL.
           MOVE WS-CNT-DUP                  TO WS-SUM-COUNT.
           PERFORM 7300-WRITE-SUM-LINE THRU 7300-EXIT.
           MOVE "  TOO MANY CLAIMS IN PERIOD" TO WS-SUM-LABEL.
           MOVE WS-CNT-FREQ                 TO WS-SUM-COUNT.
           PERFORM 7300-WRITE-SUM-LINE THRU 7300-EXIT.
           MOVE "  ROUND AMOUNT UNDER LIMIT" TO WS-SUM-LABEL.
           MOVE WS-CNT-ROUND                TO WS-SUM-COUNT.
           PERFORM 7300-WRITE-SUM-LINE THRU 7300-EXIT.
           MOVE "RELEASED TO POST THIS WEEK" TO WS-SUM-LABEL.
           MOVE WS-CNT-RELEASED             TO WS-SUM-COUNT.
           PERFORM 7300-WRITE-SUM-LINE THRU 7300-EXIT.
           MOVE "DENIED THIS WEEK"          TO WS-SUM-LABEL.
           MOVE WS-CNT-DENIED               TO WS-SUM-COUNT.
           PERFORM 7300-WRITE-SUM-LINE THRU 7300-EXIT.
           MOVE "STILL HELD FOR REVIEW"     TO WS-SUM-LABEL.
           MOVE WS-CNT-STILL-HELD           TO WS-SUM-COUNT.
           PERFORM 7300-WRITE-SUM-LINE THRU 7300-EXIT.
           CLOSE SUSPICIOUS-REPORT-FILE.
           MOVE SPACES TO WS-AUD-KEY-ID.
           MOVE "SUSPICIOUS CLAIMS WEEKLY REPORT" TO WS-AUD-KEY-INPUT.
           MOVE WS-CNT-HELD       TO WS-COUNT-DISP.
           MOVE WS-CNT-STILL-HELD TO WS-COUNT-DISP-2.
           STRING "FLAGGED=" WS-COUNT-DISP " STILL HELD="
               WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       7000-EXIT.
           EXIT.

       7010-READ-FLAG.
           READ FLAG-LOG-FILE
               AT END
                   SET WS-FLAG-EOF-YES TO TRUE
           END-READ.
       7010-EXIT.
           EXIT.

       7100-PRINT-ONE-EVENT.
           MOVE CF-EVENT-DATE TO WS-CHECK-DATE.
           PERFORM 8100-DAYS-SINCE THRU 8100-EXIT.
           IF WS-DAYS-SINCE > 6
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
               WHEN CF-EVENT-FLAGGED
                   MOVE "FLAGGED"  TO WS-DET-EVENT
                   MOVE CF-DETAIL  TO WS-DET-DETAIL
                   ADD 1 TO WS-CNT-HELD
                   IF CF-FLAG-DUP = 'Y'
                       ADD 1 TO WS-CNT-DUP
                   END-IF
                   IF CF-FLAG-FREQ = 'Y'
                       ADD 1 TO WS-CNT-FREQ
                   END-IF
                   IF CF-FLAG-ROUND = 'Y'
                       ADD 1 TO WS-CNT-ROUND
                   END-IF
               WHEN CF-EVENT-RELEASED
                   MOVE "RELEASED" TO WS-DET-EVENT
                   MOVE CF-REVIEWER-ID TO WS-DET-DETAIL
                   ADD 1 TO WS-CNT-RELEASED
               WHEN OTHER
                   MOVE "DENIED"   TO WS-DET-EVENT
                   MOVE CF-REVIEWER-ID TO WS-DET-DETAIL
                   ADD 1 TO WS-CNT-DENIED
           END-EVALUATE.
           MOVE CF-EVENT-DATE TO WS-DET-DATE.
           MOVE CF-EMP-ID     TO WS-DET-EMP-ID.
           MOVE CF-AMOUNT     TO WS-DET-AMOUNT.
           MOVE CF-CLAIM-TYPE TO WS-DET-TYPE.
           MOVE CF-DEPT-CODE  TO WS-DET-DEPT.
           MOVE CF-FLAG-DUP   TO WS-FLAGS(1:1).
           MOVE CF-FLAG-FREQ  TO WS-FLAGS(2:1).
           MOVE CF-FLAG-ROUND TO WS-FLAGS(3:1).
           PERFORM 7400-SPELL-CHECKS THRU 7400-EXIT.
           MOVE WS-DETAIL-LINE TO SR-REPORT-LINE.
           WRITE SR-REPORT-LINE.
       7100-EXIT.
           EXIT.

       7200-PRINT-ONE-HELD.
           IF WS-HOLD-STATUS-CODE(WS-HOLD-SUB) NOT = 'H'
               GO TO 7200-EXIT
           END-IF.
           ADD 1 TO WS-CNT-STILL-HELD.
           MOVE WS-HOLD-IMAGE(WS-HOLD-SUB) TO AM-AMOUNT-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-HOLD-DATE(WS-HOLD-SUB)   TO WS-DET-DATE.
           MOVE "HELD"                      TO WS-DET-EVENT.
           MOVE AM-EMP-ID                   TO WS-DET-EMP-ID.
           MOVE AM-AMOUNT                   TO WS-DET-AMOUNT.
           MOVE AM-CLAIM-TYPE               TO WS-DET-TYPE.
           MOVE WS-HOLD-DEPT(WS-HOLD-SUB)   TO WS-DET-DEPT.
           MOVE WS-HOLD-FLAGS(WS-HOLD-SUB)  TO WS-FLAGS.
           PERFORM 7400-SPELL-CHECKS THRU 7400-EXIT.
           MOVE WS-HOLD-DETAIL(WS-HOLD-SUB) TO WS-DET-DETAIL.
           MOVE WS-DETAIL-LINE TO SR-REPORT-LINE.
           WRITE SR-REPORT-LINE.
       7200-EXIT.
           EXIT.

       7300-WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO SR-REPORT-LINE.
           WRITE SR-REPORT-LINE.
       7300-EXIT.
           EXIT.

      *    DUP, FRQ and RND for the checks a claim failed
       7400-SPELL-CHECKS.
           MOVE SPACES TO WS-DET-CHECKS.
           IF WS-FLAG-DUP-YES
               MOVE "DUP" TO WS-DET-CHECKS(1:3)
           END-IF.
           IF WS-FLAG-FREQ-YES
               MOVE "FRQ" TO WS-DET-CHECKS(4:3)
           END-IF.
           IF WS-FLAG-ROUND-YES
               MOVE "RND" TO WS-DET-CHECKS(7:3)
           END-IF.
       7400-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FIND-HOLD : locate WS-CLAIM-IMAGE on the hold table -   *
      *                   zero found-sub means never held.  The last  *
      *                   match wins, so a claim held again after an  *
      *                   earlier settlement is found as it stands    *
      *****************************************************************
       8000-FIND-HOLD.
           MOVE ZERO TO WS-HOLD-FOUND-SUB.
           PERFORM 8010-MATCH-HOLD THRU 8010-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-USED.
       8000-EXIT.
           EXIT.

       8010-MATCH-HOLD.
           IF WS-HOLD-IMAGE(WS-HOLD-SUB) = WS-CLAIM-IMAGE
               MOVE WS-HOLD-SUB TO WS-HOLD-FOUND-SUB
           END-IF.
       8010-EXIT.
           EXIT.

      *****************************************************************
      *  8100-DAYS-SINCE : days from WS-CHECK-DATE to today on the    *
      *                    banker's 30-day month; a date that is not  *
      *                    a date is treated as long ago              *
      *****************************************************************
       8100-DAYS-SINCE.
           IF WS-CHECK-DATE NOT NUMERIC
               MOVE 99999 TO WS-DAYS-SINCE
               GO TO 8100-EXIT
           END-IF.
           COMPUTE WS-DAYS-SINCE =
               (WS-TODAY-YEAR - WS-CHECK-YEAR) * 360
               + (WS-TODAY-MONTH - WS-CHECK-MONTH) * 30
               + WS-TODAY-DAY - WS-CHECK-DAY.
           IF WS-DAYS-SINCE < ZERO
               MOVE ZERO TO WS-DAYS-SINCE
           END-IF.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one line to the shared         *
      *                         exception report                      *
      *****************************************************************
       9100-WRITE-EXCEPTION.
           MOVE SPACES         TO EX-EXCEPTION-RECORD.
           MOVE "CLMSCRN"      TO EX-PROGRAM-ID.
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
           MOVE "CLMSCRN"      TO AU-PROGRAM-ID.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE WS-AUD-KEY-ID     TO AU-KEY-ID.
           MOVE WS-AUD-KEY-INPUT  TO AU-KEY-INPUT.
           MOVE WS-AUD-KEY-RESULT TO AU-KEY-RESULT.
           WRITE AU-AUDIT-RECORD.
       9200-EXIT.
           EXIT.

      *****************************************************************
      *  9300-WRITE-CONTROL-TOTALS : append this run's control        *
      *                              records to CTLTOTS for the       *
      *                              balancing step.  SCREEN covers   *
      *                              the AMTCLN claims InputEdit      *
      *                              wrote - passed, or held, or      *
      *                              already screened today and met   *
      *                              again on a rerun, or dropped as  *
      *                              a resubmission of a claim still  *
      *                              held - and ties to               *
      *                              the edit's AMTIN clean count.    *
      *                              RELEASE covers the claims        *
      *                              released off CLMHOLD into the    *
      *                              batch.  POST reads the written   *
      *                              side of both.                    *
      *****************************************************************
       9300-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           MOVE SPACES             TO CT-CONTROL-RECORD.
           MOVE "CLMSCRN"          TO CT-PROGRAM-ID.
           MOVE "SCREEN"           TO CT-STEP-MODE.
           ACCEPT CT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CT-RUN-TIME FROM TIME.
           MOVE WS-CNT-READ        TO CT-RECORDS-READ.
           MOVE WS-CNT-PASSED      TO CT-RECORDS-WRITTEN.
           COMPUTE CT-RECORDS-REJECTED = WS-CNT-HELD + WS-CNT-RERUN
                                       + WS-CNT-DROPPED.
           MOVE ZERO               TO CT-AMOUNT-TOTAL.
           WRITE CT-CONTROL-RECORD.
           MOVE SPACES             TO CT-CONTROL-RECORD.
           MOVE "CLMSCRN"          TO CT-PROGRAM-ID.
           MOVE "RELEASE"          TO CT-STEP-MODE.
           ACCEPT CT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CT-RUN-TIME FROM TIME.
           MOVE WS-CNT-RELEASE-OUT TO CT-RECORDS-READ.
           MOVE WS-CNT-RELEASE-OUT TO CT-RECORDS-WRITTEN.
           MOVE ZERO               TO CT-RECORDS-REJECTED.
           MOVE ZERO               TO CT-AMOUNT-TOTAL.
           WRITE CT-CONTROL-RECORD.
           CLOSE CONTROL-TOTALS-FILE.
       9300-EXIT.
           EXIT.
