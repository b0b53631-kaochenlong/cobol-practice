      *                   an OPSIN file against a window mid-flight.  *
      *                   The Driver's own steps pass WINDOW on the   *
      *                   command line to run inside the held lock.   *
      *  2026-09-17  RKM  Accounts now live on the ACCTMSTR account   *
      *                   master - owner, open date, open/frozen/     *
      *                   closed status and an optional floor         *
      *                   balance.  BATCH no longer opens an unknown  *
      *                   account at zero on first sight : a          *
      *                   transaction on an account not on the        *
      *                   master, frozen or closed, or one that would *
      *                   take the balance below its floor, is        *
      *                   rejected to EXCPRPT instead of applied.  A  *
      *                   new ACCTMAINT mode works the ACCTMNT feed   *
      *                   (open, freeze, unfreeze, close - close only *
      *                   at a zero balance), and a DORMANT mode      *
      *                   lists open and frozen accounts with no      *
      *                   activity in the last six months (or the     *
      *                   months given on the command line) to        *
      *                   ACCTDORM for the month-end window.  One     *
      *                   mistyped OPSIN account id was quietly       *
      *                   creating a new account.                     *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *  2026-09-27  RKM  A BATCH run on a day in a period closed in  *
      *                   PRDCTL dates its ACCTJRNL lines and account *
      *                   activity on the first open day, each        *
      *                   transaction reported to EXCPRPT.            *
      *  2026-09-29  RKM  ACCTDORM written as a catalogued            *
      *                   generation.  DORMANT months argument takes  *
      *                   one or two digits; a bad value ends RC 8.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLW-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PRDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-ID
               FILE STATUS IS WS-ACM-STATUS.
           SELECT ACCOUNT-MAINT-FILE ASSIGN TO "ACCTMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMX-STATUS.
           SELECT DORMANT-REPORT-FILE ASSIGN TO DYNAMIC WS-ACCTDORM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORM-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACTIVITY-FILE.
           COPY gljrnlrec.

       FD  PERIOD-CONTROL-FILE.
           COPY prdctlrec.

       FD  ACCOUNT-JOURNAL-FILE.
           COPY acctjrnlrec.

       FD  RUN-LOCK-FILE.
           COPY runlockrec.

       FD  ACCOUNT-MASTER-FILE.
           COPY acctmstrec.

       FD  ACCOUNT-MAINT-FILE.
           COPY acctmntrec.

       FD  DORMANT-REPORT-FILE.
       01  DR-DORMANT-LINE          PIC X(80).

       FD  EMPLOYEE-MASTER-FILE.
           COPY emprec.

       WORKING-STORAGE SECTION.
       01 N PIC S9(5).
       01 Result PIC S9(5) VALUE ZERO.
       01  WS-PRIOR-BALANCE         PIC S9(05) VALUE ZERO.
       01  WS-JRN-TODAY             PIC X(08)  VALUE SPACES.
       01  WS-RUN-DATE              PIC X(08)  VALUE SPACES.
      *    PRDCTL closed-period control : a batch run on a day inside
      *    a period Finance has closed journals on the first open day
      *    after it, and EXCPRPT lists every transaction so moved
       77  WS-PRD-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-PRD-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-PRD-EOF-YES                  VALUE 'Y'.
       77  WS-JRN-ROLLED-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-JRN-ROLLED-YES               VALUE 'Y'.
       01  WS-JRN-RUN-DATE          PIC X(08)  VALUE SPACES.
       01  WS-CLOSED-THRU           PIC X(06)  VALUE SPACES.
       01  WS-OPEN-FROM-DATE        PIC X(08)  VALUE SPACES.
       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR       PIC 9(04).
           05  WS-PERIOD-MONTH      PIC 9(02).
       01  WS-PAY-PERIOD            PIC X(06)  VALUE SPACES.
       77  WS-DEDUC-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-DEDUC-HASH-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01  WS-CKPT-GEN-NUMBER       PIC 9(05)  VALUE ZERO.
       01  WS-OPSRPT-NAME           PIC X(16)  VALUE "OPSRPT".
       01  WS-LOANRPT-NAME          PIC X(16)  VALUE "LOANRPT".
       01  WS-ACCTDORM-NAME         PIC X(16)  VALUE "ACCTDORM".
       77  WS-CTLG-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-CTLG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-CTLG-EOF-YES                 VALUE 'Y'.
       77  WS-CTL-WRITTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-CTL-AMOUNT-TOTAL      PIC S9(11)V99 VALUE ZERO.
      *****************************************************************
      *  Account master state : whether ACCTMSTR (and EMPMSTR, for    *
      *  the owner check on an open) could be opened, and why a       *
      *  transaction or maintenance item was refused                  *
      *****************************************************************
       77  WS-ACM-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-AMX-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-DORM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ACM-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-ACM-OPEN-YES                 VALUE 'Y'.
       77  WS-ACM-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-ACM-FOUND-YES                VALUE 'Y'.
       77  WS-EMP-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-EMP-OPEN-YES                 VALUE 'Y'.
       77  WS-ACCT-REFUSED-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-ACCT-REFUSED-YES             VALUE 'Y'.
       77  WS-AMX-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-AMX-EOF-YES                  VALUE 'Y'.
       77  WS-MNT-REJECT-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-MNT-REJECT-YES               VALUE 'Y'.
       77  WS-BAL-NEW-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-BAL-NEW-YES                  VALUE 'Y'.
       01  WS-ACCT-REFUSE-TEXT      PIC X(15)  VALUE SPACES.
       01  WS-NEW-FLOOR             PIC S9(05) VALUE ZERO.
      *****************************************************************
      *  Dormant-account listing : the cutoff is today less the       *
      *  months of inactivity asked for, on the same day of the month *
      *****************************************************************
       77  WS-DORM-MONTHS           PIC 9(02)  VALUE 6.
       77  WS-DORM-COUNT            PIC 9(05) COMP VALUE ZERO.
       01  WS-DORM-MONTH-INDEX      PIC 9(07)  VALUE ZERO.
       01  WS-DORM-REMAINDER        PIC 9(02)  VALUE ZERO.
       01  WS-DORM-DATE-PARTS.
           05  WS-DORM-YEAR         PIC 9(04).
           05  WS-DORM-MONTH        PIC 9(02).
           05  WS-DORM-DAY          PIC 9(02).
       01  WS-DORM-CUTOFF           PIC X(08)  VALUE SPACES.
       01  WS-DORM-COUNT-DISP       PIC ZZZZ9.
       01  WS-DORM-TITLE-LINE.
           05  FILLER               PIC X(24) VALUE
               "DORMANT ACCOUNTS  DATE: ".
           05  WS-DORM-TITLE-DATE   PIC X(08).
           05  FILLER               PIC X(22) VALUE
               "  NO ACTIVITY SINCE: ".
           05  WS-DORM-TITLE-CUTOFF PIC X(08).
       01  WS-DORM-HEAD-LINE.
           05  FILLER               PIC X(12) VALUE "ACCOUNT".
           05  FILLER               PIC X(12) VALUE "OWNER".
           05  FILLER               PIC X(08) VALUE "STATUS".
           05  FILLER               PIC X(15) VALUE "LAST ACTIVITY".
           05  FILLER               PIC X(07) VALUE "BALANCE".
       01  WS-DORM-DETAIL-LINE.
           05  WS-DORM-ACCOUNT-ID   PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DORM-OWNER-ID     PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DORM-STATUS-TEXT  PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DORM-LAST-DATE    PIC X(08).
           05  FILLER               PIC X(07) VALUE SPACES.
           05  WS-DORM-BALANCE      PIC -----9.
       01  WS-DORM-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE
               "DORMANT ACCOUNTS: ".
           05  WS-DORM-TOTAL-COUNT  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               INSPECT WS-CMD-LINE
                   REPLACING ALL "WINDOW" BY "      "
           END-IF.
           IF WS-CMD-LINE = "BATCH" OR "LOAN" OR "ACCTMAINT"
               PERFORM 0100-CHECK-RUN-LOCK THRU 0100-EXIT
               IF WS-LOCKED-OUT-YES
                   GO TO 0000-WRAP-UP
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-CMD-LINE = "BATCH"
                   PERFORM 3000-BATCH-MODE THRU 3000-EXIT
               WHEN WS-CMD-LINE = "LOAN"
                   PERFORM 4000-LOAN-MODE THRU 4000-EXIT
               WHEN WS-CMD-LINE = "AMORT"
                   PERFORM 5000-AMORT-MODE THRU 5000-EXIT
               WHEN WS-CMD-LINE = "ACCTMAINT"
                   PERFORM 6000-ACCOUNT-MAINT-MODE THRU 6000-EXIT
               WHEN WS-CMD-LINE(1:8) = "DORMANT "
                   PERFORM 7000-DORMANT-MODE THRU 7000-EXIT
               WHEN OTHER
                   PERFORM 1000-DEMO-MODE THRU 1000-EXIT
           END-EVALUATE.
      *****************************************************************
       3000-BATCH-MODE.
           ACCEPT WS-JRN-TODAY FROM DATE YYYYMMDD.
           MOVE WS-JRN-TODAY TO WS-JRN-RUN-DATE.
           PERFORM 9800-LOAD-CLOSED-PERIOD THRU 9800-EXIT.
           IF WS-CLOSED-THRU NOT = SPACES
                   AND WS-JRN-TODAY(1:6) NOT > WS-CLOSED-THRU
               SET WS-JRN-ROLLED-YES TO TRUE
               MOVE WS-OPEN-FROM-DATE TO WS-JRN-TODAY
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           PERFORM 9400-READ-CHECKPOINT THRU 9400-EXIT.
           OPEN EXTEND ACCOUNT-JOURNAL-FILE.
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACM-STATUS = "00"
               SET WS-ACM-OPEN-YES TO TRUE
           ELSE
               MOVE "ACCOUNT-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-ACM-STATUS         TO WS-EXC-BAD-VALUE
               MOVE "ACCTMSTR MISSING - ALL REFUSED"
                                          TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           IF WS-TRAN-STATUS = "00"
               PERFORM 9430-SKIP-TO-CHECKPOINT THRU 9430-EXIT
                   VARYING WS-CKPT-SKIP-SUB FROM 1 BY 1
           CLOSE REPORT-FILE.
           PERFORM 9510-CATALOG-GENERATION THRU 9510-EXIT.
           CLOSE BALANCE-FILE.
           IF WS-ACM-OPEN-YES
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           CLOSE ACCOUNT-JOURNAL-FILE.
           MOVE "BATCH"          TO WS-CTL-MODE.
           MOVE ZERO             TO WS-CTL-AMOUNT-TOTAL.
           MOVE ZERO          TO Result Rem.
           PERFORM 3250-FETCH-ACCOUNT-BALANCE THRU 3250-EXIT.
           MOVE AB-ACCOUNT-ID TO OR-ACCOUNT-ID.
           IF WS-ACCT-REFUSED-YES
               PERFORM 3270-REFUSE-TRANSACTION THRU 3270-EXIT
               GO TO 3200-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN TR-ADD
                   ADD TR-OPERAND TO N
                                        TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-EVALUATE.
      *    a result below the account's floor is not applied - the
      *    balance goes back to where it was
           IF OR-STATUS = SPACES AND AC-FLOOR-YES
                   AND N < AC-FLOOR-BALANCE
               MOVE WS-PRIOR-BALANCE  TO N
               MOVE ZERO              TO Result Rem
               MOVE "BELOW FLOOR"     TO OR-STATUS
               MOVE "AC-FLOOR-BALANCE" TO WS-EXC-FIELD-NAME
               MOVE AB-ACCOUNT-ID     TO WS-EXC-BAD-VALUE
               MOVE "WOULD BREACH ACCOUNT FLOOR"
                                      TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           MOVE N TO AB-BALANCE.
           REWRITE AB-BALANCE-RECORD.
           MOVE N      TO OR-RUNNING-N.
           END-IF.
           IF OR-STATUS = "PROCESSED" OR OR-STATUS = "NEW ACCOUNT"
               ADD 1 TO WS-CTL-WRITTEN-COUNT
               MOVE WS-JRN-TODAY TO AC-LAST-ACTIVITY
               REWRITE AC-ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               ADD 1 TO WS-CTL-REJECT-COUNT
           END-IF.

      *****************************************************************
      *  3250-FETCH-ACCOUNT-BALANCE : pull this transaction's account *
      *                               balance into N.  The account    *
      *                               must be open on ACCTMSTR -      *
      *                               unknown, frozen and closed      *
      *                               accounts are refused.  An       *
      *                               account on the master with no   *
      *                               balance yet opens at zero, and  *
      *                               the report says so.  A blank    *
      *                               account id (the old one-balance *
      *                               feed) falls in GENERAL.         *
      *****************************************************************
       3250-FETCH-ACCOUNT-BALANCE.
           MOVE 'N' TO WS-NEW-ACCOUNT-SWITCH.
           MOVE 'N' TO WS-ACCT-REFUSED-SWITCH.
           IF TR-ACCOUNT-ID = SPACES
               MOVE "GENERAL"      TO AB-ACCOUNT-ID
           ELSE
               MOVE TR-ACCOUNT-ID  TO AB-ACCOUNT-ID
           END-IF.
           MOVE AB-ACCOUNT-ID TO AC-ACCOUNT-ID.
           IF WS-ACM-OPEN-YES
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       SET WS-ACCT-REFUSED-YES TO TRUE
               END-READ
           ELSE
               SET WS-ACCT-REFUSED-YES TO TRUE
           END-IF.
           IF WS-ACCT-REFUSED-YES
               MOVE "UNKNOWN ACCOUNT" TO WS-ACCT-REFUSE-TEXT
               MOVE "ACCOUNT NOT ON ACCTMSTR" TO WS-EXC-REASON
               GO TO 3250-EXIT
           END-IF.
           IF AC-STATUS-FROZEN
               SET WS-ACCT-REFUSED-YES TO TRUE
               MOVE "ACCOUNT FROZEN"  TO WS-ACCT-REFUSE-TEXT
               MOVE "TRANSACTION ON FROZEN ACCOUNT"
                                      TO WS-EXC-REASON
               GO TO 3250-EXIT
           END-IF.
           IF NOT AC-STATUS-OPEN
               SET WS-ACCT-REFUSED-YES TO TRUE
               MOVE "ACCOUNT CLOSED"  TO WS-ACCT-REFUSE-TEXT
               MOVE "TRANSACTION ON CLOSED ACCOUNT"
                                      TO WS-EXC-REASON
               GO TO 3250-EXIT
           END-IF.
           READ BALANCE-FILE
               INVALID KEY
                   SET WS-NEW-ACCOUNT-YES TO TRUE
       3250-EXIT.
           EXIT.

      *****************************************************************
      *  3270-REFUSE-TRANSACTION : a transaction on an account that   *
      *                            is not open on ACCTMSTR is         *
      *                            reported and rejected to EXCPRPT - *
      *                            no balance is touched and nothing  *
      *                            is journaled                       *
      *****************************************************************
       3270-REFUSE-TRANSACTION.
           MOVE SPACES TO WS-AUD-KEY-INPUT WS-AUD-KEY-RESULT.
           MOVE WS-ACCT-REFUSE-TEXT TO OR-STATUS.
           ADD 1 TO WS-CTL-REJECT-COUNT.
           MOVE "TR-ACCOUNT-ID"     TO WS-EXC-FIELD-NAME.
           MOVE AB-ACCOUNT-ID       TO WS-EXC-BAD-VALUE.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT.
           WRITE OR-REPORT-RECORD.
           MOVE AB-ACCOUNT-ID  TO WS-AUD-KEY-ID.
           STRING "OP=" OR-OPERATION " OPERAND=" OR-OPERAND
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           STRING "REFUSED " OR-STATUS
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       3270-EXIT.
           EXIT.

      *****************************************************************
      *  3260-WRITE-ACCOUNT-JOURNAL : one ACCTJRNL line per applied   *
      *                               transaction - the balance       *
      *                               before and after, so the        *
      *                               statement run can walk the      *
      *                               chain.  A run inside a closed   *
      *                               period dates the line on the    *
      *                               first open day and says so.     *
      *****************************************************************
       3260-WRITE-ACCOUNT-JOURNAL.
           MOVE SPACES           TO AJ-JOURNAL-RECORD.
           MOVE AB-BALANCE       TO AJ-RESULT-BALANCE.
           MOVE OR-STATUS        TO AJ-STATUS.
           WRITE AJ-JOURNAL-RECORD.
           IF WS-JRN-ROLLED-YES
               MOVE "AJ-TRAN-DATE"   TO WS-EXC-FIELD-NAME
               MOVE SPACES           TO WS-EXC-BAD-VALUE
               STRING AB-ACCOUNT-ID " " WS-JRN-RUN-DATE
                   DELIMITED BY SIZE INTO WS-EXC-BAD-VALUE
               END-STRING
               MOVE "CLOSED PERIOD - ROLLED FORWARD"
                                     TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
       3260-EXIT.
           EXIT.

       5300-EXIT.
           EXIT.

      *****************************************************************
      *  6000-ACCOUNT-MAINT-MODE : apply the ACCTMNT account          *
      *                            maintenance feed to the ACCTMSTR   *
      *                            account master                     *
      *****************************************************************
       6000-ACCOUNT-MAINT-MODE.
           ACCEPT WS-JRN-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT ACCOUNT-MAINT-FILE.
           IF WS-AMX-STATUS NOT = "00"
               MOVE "ACCOUNT-MAINT-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-AMX-STATUS        TO WS-EXC-BAD-VALUE
               MOVE "ACCTMNT COULD NOT BE OPENED"
                                         TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 6000-WRAP-UP
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACM-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-ACM-STATUS NOT = "00"
               MOVE "ACCOUNT-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-ACM-STATUS         TO WS-EXC-BAD-VALUE
               MOVE "ACCTMSTR COULD NOT BE OPENED"
                                          TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               CLOSE ACCOUNT-MAINT-FILE
               GO TO 6000-WRAP-UP
           END-IF.
           OPEN I-O BALANCE-FILE.
           IF WS-BAL-STATUS = "35"
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS = "00"
               SET WS-EMP-OPEN-YES TO TRUE
           ELSE
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "EMPMSTR ABSENT - OPENS REFUSED"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           PERFORM 6100-READ-ACCOUNT-MAINT THRU 6100-EXIT.
           PERFORM UNTIL WS-AMX-EOF-YES
               PERFORM 6200-APPLY-ONE-MAINT THRU 6200-EXIT
               PERFORM 6100-READ-ACCOUNT-MAINT THRU 6100-EXIT
           END-PERFORM.
           CLOSE ACCOUNT-MAINT-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE BALANCE-FILE.
           IF WS-EMP-OPEN-YES
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
       6000-WRAP-UP.
           MOVE "ACCTMNT"        TO WS-CTL-MODE.
           MOVE ZERO             TO WS-CTL-AMOUNT-TOTAL.
           PERFORM 9300-WRITE-CONTROL-TOTALS THRU 9300-EXIT.
       6000-EXIT.
           EXIT.

       6100-READ-ACCOUNT-MAINT.
           READ ACCOUNT-MAINT-FILE
               AT END
                   SET WS-AMX-EOF-YES TO TRUE
           END-READ.
       6100-EXIT.
           EXIT.

      *****************************************************************
      *  6200-APPLY-ONE-MAINT : dispatch one maintenance item; each   *
      *                         action paragraph either applies it or *
      *                         names the reason it was refused       *
      *****************************************************************
       6200-APPLY-ONE-MAINT.
           ADD 1 TO WS-CTL-READ-COUNT.
           MOVE 'N' TO WS-MNT-REJECT-SWITCH.
           MOVE AX-ACCOUNT-ID TO WS-AUD-KEY-ID.
           MOVE SPACES TO WS-AUD-KEY-INPUT WS-AUD-KEY-RESULT.
           STRING "ACCOUNT MAINT ACTION=" AX-ACTION
               " OWNER=" AX-OWNER-ID
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           MOVE "AX-ACCOUNT-ID" TO WS-EXC-FIELD-NAME.
           MOVE AX-ACCOUNT-ID   TO WS-EXC-BAD-VALUE.
           MOVE 'N' TO WS-ACM-FOUND-SWITCH.
           IF AX-ACCOUNT-ID = SPACES
               SET WS-MNT-REJECT-YES TO TRUE
               MOVE "ACCOUNT ID MISSING" TO WS-EXC-REASON
               GO TO 6200-SETTLE
           END-IF.
           MOVE AX-ACCOUNT-ID TO AC-ACCOUNT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACM-FOUND-YES TO TRUE
           END-READ.
           IF NOT AX-ACTION-OPEN AND NOT WS-ACM-FOUND-YES
               SET WS-MNT-REJECT-YES TO TRUE
               MOVE "ACCOUNT NOT ON ACCTMSTR" TO WS-EXC-REASON
               GO TO 6200-SETTLE
           END-IF.
           EVALUATE TRUE
               WHEN AX-ACTION-OPEN
                   PERFORM 6300-OPEN-ACCOUNT THRU 6300-EXIT
               WHEN AX-ACTION-FREEZE
                   PERFORM 6400-FREEZE-ACCOUNT THRU 6400-EXIT
               WHEN AX-ACTION-UNFREEZE
                   PERFORM 6500-UNFREEZE-ACCOUNT THRU 6500-EXIT
               WHEN AX-ACTION-CLOSE
                   PERFORM 6600-CLOSE-ACCOUNT THRU 6600-EXIT
               WHEN OTHER
                   SET WS-MNT-REJECT-YES TO TRUE
                   MOVE "AX-ACTION"     TO WS-EXC-FIELD-NAME
                   MOVE AX-ACTION       TO WS-EXC-BAD-VALUE
                   MOVE "UNRECOGNIZED MAINT ACTION"
                                        TO WS-EXC-REASON
           END-EVALUATE.
       6200-SETTLE.
           IF WS-MNT-REJECT-YES
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               ADD 1 TO WS-CTL-REJECT-COUNT
               STRING "REFUSED - " WS-EXC-REASON
                   DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
                   ON OVERFLOW
                       PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
               END-STRING
           ELSE
               ADD 1 TO WS-CTL-WRITTEN-COUNT
           END-IF.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       6200-EXIT.
           EXIT.

      *****************************************************************
      *  6300-OPEN-ACCOUNT : a new account for an employee on         *
      *                      EMPMSTR who has not left.  An account    *
      *                      already carrying an ACCTBAL balance from *
      *                      before the master existed is taken on    *
      *                      with that balance; otherwise it opens at *
      *                      zero                                     *
      *****************************************************************
       6300-OPEN-ACCOUNT.
           IF WS-ACM-FOUND-YES
               SET WS-MNT-REJECT-YES TO TRUE
               MOVE "ACCOUNT ALREADY ON ACCTMSTR" TO WS-EXC-REASON
               GO TO 6300-EXIT
           END-IF.
           MOVE "AX-OWNER-ID" TO WS-EXC-FIELD-NAME.
           MOVE AX-OWNER-ID   TO WS-EXC-BAD-VALUE.
           IF AX-OWNER-ID = SPACES
               SET WS-MNT-REJECT-YES TO TRUE
               MOVE "OWNER ID MISSING" TO WS-EXC-REASON
               GO TO 6300-EXIT
           END-IF.
           IF NOT WS-EMP-OPEN-YES
               SET WS-MNT-REJECT-YES TO TRUE
               MOVE "NO EMPMSTR - OWNER UNVERIFIED" TO WS-EXC-REASON
               GO TO 6300-EXIT
           END-IF.
           MOVE AX-OWNER-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET WS-MNT-REJECT-YES TO TRUE
                   MOVE "OWNER NOT ON EMPMSTR" TO WS-EXC-REASON
                   GO TO 6300-EXIT
           END-READ.
           IF EM-STATUS-TERMINATED
               SET WS-MNT-REJECT-YES TO TRUE
               MOVE "OWNER IS TERMINATED" TO WS-EXC-REASON
               GO TO 6300-EXIT
           END-IF.
           MOVE ZERO TO WS-NEW-FLOOR.
           IF AX-FLOOR-YES
               IF AX-FLOOR-AMOUNT NOT NUMERIC
                   SET WS-MNT-REJECT-YES TO TRUE
                   MOVE "AX-FLOOR-AMOUNT" TO WS-EXC-FIELD-NAME
                   MOVE AX-FLOOR-AMOUNT   TO WS-EXC-BAD-VALUE
                   MOVE "FLOOR AMOUNT NOT NUMERIC" TO WS-EXC-REASON
                   GO TO 6300-EXIT
               END-IF
               MOVE AX-FLOOR-AMOUNT TO WS-NEW-FLOOR
               IF AX-FLOOR-NEGATIVE
                   MULTIPLY -1 BY WS-NEW-FLOOR
               END-IF
           END-IF.
           MOVE 'N' TO WS-BAL-NEW-SWITCH.
           MOVE AX-ACCOUNT-ID TO AB-ACCOUNT-ID.
           READ BALANCE-FILE
               INVALID KEY
                   SET WS-BAL-NEW-YES TO TRUE
                   MOVE ZERO TO AB-BALANCE
           END-READ.
           IF AX-FLOOR-YES AND AB-BALANCE < WS-NEW-FLOOR
               SET WS-MNT-REJECT-YES TO TRUE
               MOVE "AX-FLOOR-AMOUNT" TO WS-EXC-FIELD-NAME
               MOVE AX-ACCOUNT-ID     TO WS-EXC-BAD-VALUE
               MOVE "BALANCE ALREADY BELOW FLOOR" TO WS-EXC-REASON
               GO TO 6300-EXIT
           END-IF.
           IF WS-BAL-NEW-YES
               WRITE AB-BALANCE-RECORD
                   INVALID KEY
                       SET WS-MNT-REJECT-YES TO TRUE
                       MOVE "AX-ACCOUNT-ID" TO WS-EXC-FIELD-NAME
                       MOVE AX-ACCOUNT-ID   TO WS-EXC-BAD-VALUE
                       MOVE "ACCOUNT OPEN FAILED" TO WS-EXC-REASON
                       GO TO 6300-EXIT
               END-WRITE
           END-IF.
           MOVE SPACES         TO AC-ACCOUNT-MASTER-RECORD.
           MOVE AX-ACCOUNT-ID  TO AC-ACCOUNT-ID.
           MOVE AX-OWNER-ID    TO AC-OWNER-ID.
           MOVE WS-JRN-TODAY   TO AC-OPEN-DATE.
           SET AC-STATUS-OPEN  TO TRUE.
           MOVE WS-JRN-TODAY   TO AC-STATUS-DATE.
           IF AX-FLOOR-YES
               SET AC-FLOOR-YES TO TRUE
           ELSE
               MOVE 'N' TO AC-FLOOR-SWITCH
           END-IF.
           MOVE WS-NEW-FLOOR   TO AC-FLOOR-BALANCE.
           MOVE WS-JRN-TODAY   TO AC-LAST-ACTIVITY.
           WRITE AC-ACCOUNT-MASTER-RECORD
               INVALID KEY
                   SET WS-MNT-REJECT-YES TO TRUE
                   MOVE "AX-ACCOUNT-ID" TO WS-EXC-FIELD-NAME
                   MOVE AX-ACCOUNT-ID   TO WS-EXC-BAD-VALUE
                   MOVE "ACCOUNT OPEN FAILED" TO WS-EXC-REASON
                   GO TO 6300-EXIT
           END-WRITE.
           IF WS-BAL-NEW-YES
               MOVE "OPENED AT ZERO" TO WS-AUD-KEY-RESULT
           ELSE
               MOVE "OPENED ON EXISTING ACCTBAL BALANCE"
                                     TO WS-AUD-KEY-RESULT
           END-IF.
       6300-EXIT.
           EXIT.

       6400-FREEZE-ACCOUNT.
           IF NOT AC-STATUS-OPEN
               SET WS-MNT-REJECT-YES TO TRUE
               MOVE "ACCOUNT NOT OPEN - NOT FROZEN" TO WS-EXC-REASON
               GO TO 6400-EXIT
           END-IF.
           SET AC-STATUS-FROZEN TO TRUE.
           MOVE WS-JRN-TODAY TO AC-STATUS-DATE.
           REWRITE AC-ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE "FROZEN" TO WS-AUD-KEY-RESULT.
       6400-EXIT.
           EXIT.

       6500-UNFREEZE-ACCOUNT.
           IF NOT AC-STATUS-FROZEN
               SET WS-MNT-REJECT-YES TO TRUE
               MOVE "ACCOUNT NOT FROZEN" TO WS-EXC-REASON
               GO TO 6500-EXIT
           END-IF.
           SET AC-STATUS-OPEN TO TRUE.
           MOVE WS-JRN-TODAY TO AC-STATUS-DATE.
           REWRITE AC-ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE "UNFROZEN" TO WS-AUD-KEY-RESULT.
       6500-EXIT.
           EXIT.

      *****************************************************************
      *  6600-CLOSE-ACCOUNT : only an account whose ACCTBAL balance   *
      *                       is zero may close; the balance record   *
      *                       stays for the statement run             *
      *****************************************************************
       6600-CLOSE-ACCOUNT.
           IF AC-STATUS-CLOSED
               SET WS-MNT-REJECT-YES TO TRUE
               MOVE "ACCOUNT ALREADY CLOSED" TO WS-EXC-REASON
               GO TO 6600-EXIT
           END-IF.
           MOVE AX-ACCOUNT-ID TO AB-ACCOUNT-ID.
           READ BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO AB-BALANCE
           END-READ.
           IF AB-BALANCE NOT = ZERO
               SET WS-MNT-REJECT-YES TO TRUE
               MOVE "BALANCE NOT ZERO - NOT CLOSED" TO WS-EXC-REASON
               GO TO 6600-EXIT
           END-IF.
           SET AC-STATUS-CLOSED TO TRUE.
           MOVE WS-JRN-TODAY TO AC-STATUS-DATE.
           REWRITE AC-ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE "CLOSED" TO WS-AUD-KEY-RESULT.
       6600-EXIT.
           EXIT.

      *****************************************************************
      *  7000-DORMANT-MODE : list every open or frozen ACCTMSTR       *
      *                      account with no applied transaction      *
      *                      since the cutoff to ACCTDORM.  A         *
      *                      listing, so no CTLTOTS record.  The      *
      *                      months argument is one or two digits;    *
      *                      anything else is refused with RC 8       *
      *                      rather than defaulted to six             *
      *****************************************************************
       7000-DORMANT-MODE.
           ACCEPT WS-JRN-TODAY FROM DATE YYYYMMDD.
           IF WS-CMD-LINE(9:2) NOT = SPACES
               IF WS-CMD-LINE(9:1) NUMERIC
                       AND WS-CMD-LINE(10:1) = SPACE
                   MOVE WS-CMD-LINE(9:1) TO WS-DORM-MONTHS
               ELSE
                   IF WS-CMD-LINE(9:2) NUMERIC
                       MOVE WS-CMD-LINE(9:2) TO WS-DORM-MONTHS
                   ELSE
                       MOVE ZERO TO WS-DORM-MONTHS
                   END-IF
               END-IF
               IF WS-DORM-MONTHS = ZERO
                       OR WS-CMD-LINE(11:1) NOT = SPACE
                   MOVE "DORMANT MONTHS"      TO WS-EXC-FIELD-NAME
                   MOVE WS-CMD-LINE(9:3)      TO WS-EXC-BAD-VALUE
                   MOVE "MONTHS NOT 1-99 - NOT RUN"
                                              TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   MOVE 8 TO RETURN-CODE
                   GO TO 7000-EXIT
               END-IF
           END-IF.
           MOVE WS-JRN-TODAY TO WS-DORM-DATE-PARTS.
           COMPUTE WS-DORM-MONTH-INDEX =
               WS-DORM-YEAR * 12 + WS-DORM-MONTH - 1 - WS-DORM-MONTHS.
           DIVIDE WS-DORM-MONTH-INDEX BY 12
               GIVING WS-DORM-YEAR REMAINDER WS-DORM-REMAINDER.
           ADD 1 TO WS-DORM-REMAINDER GIVING WS-DORM-MONTH.
           MOVE WS-DORM-DATE-PARTS TO WS-DORM-CUTOFF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACM-STATUS NOT = "00"
               MOVE "ACCOUNT-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-ACM-STATUS         TO WS-EXC-BAD-VALUE
               MOVE "ACCTMSTR COULD NOT BE OPENED"
                                          TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 7000-EXIT
           END-IF.
           OPEN INPUT BALANCE-FILE.
           MOVE "ACCTDORM" TO WS-GEN-REPORT-NAME.
           PERFORM 9500-NEXT-GENERATION THRU 9500-EXIT.
           MOVE WS-GEN-FILE-NAME TO WS-ACCTDORM-NAME.
           OPEN OUTPUT DORMANT-REPORT-FILE.
           MOVE WS-GEN-HEADER-LINE TO DR-DORMANT-LINE.
           WRITE DR-DORMANT-LINE.
           MOVE WS-JRN-TODAY   TO WS-DORM-TITLE-DATE.
           MOVE WS-DORM-CUTOFF TO WS-DORM-TITLE-CUTOFF.
           MOVE WS-DORM-TITLE-LINE TO DR-DORMANT-LINE.
           WRITE DR-DORMANT-LINE.
           MOVE WS-DORM-HEAD-LINE TO DR-DORMANT-LINE.
           WRITE DR-DORMANT-LINE.
           MOVE LOW-VALUES TO AC-ACCOUNT-ID.
           START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN AC-ACCOUNT-ID
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-ACM-STATUS = "00"
               PERFORM 7100-READ-NEXT-MASTER THRU 7100-EXIT
               PERFORM UNTIL WS-ACM-STATUS NOT = "00"
                   PERFORM 7200-CHECK-ONE-ACCOUNT THRU 7200-EXIT
                   PERFORM 7100-READ-NEXT-MASTER THRU 7100-EXIT
               END-PERFORM
           END-IF.
           MOVE WS-DORM-COUNT TO WS-DORM-TOTAL-COUNT.
           MOVE WS-DORM-TOTAL-LINE TO DR-DORMANT-LINE.
           WRITE DR-DORMANT-LINE.
           MOVE WS-GEN-FOOTER-LINE TO DR-DORMANT-LINE.
           WRITE DR-DORMANT-LINE.
           CLOSE DORMANT-REPORT-FILE.
           PERFORM 9510-CATALOG-GENERATION THRU 9510-EXIT.
           IF WS-BAL-STATUS = "00"
               CLOSE BALANCE-FILE
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           MOVE SPACES TO WS-AUD-KEY-ID WS-AUD-KEY-INPUT
                          WS-AUD-KEY-RESULT.
           STRING "DORMANT ACCOUNTS SINCE " WS-DORM-CUTOFF
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           MOVE WS-DORM-COUNT TO WS-DORM-COUNT-DISP.
           STRING "DORMANT=" WS-DORM-COUNT-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       7000-EXIT.
           EXIT.

       7100-READ-NEXT-MASTER.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       7100-EXIT.
           EXIT.

       7200-CHECK-ONE-ACCOUNT.
           IF AC-STATUS-CLOSED
                   OR AC-LAST-ACTIVITY NOT < WS-DORM-CUTOFF
               GO TO 7200-EXIT
           END-IF.
           ADD 1 TO WS-DORM-COUNT.
           MOVE AC-ACCOUNT-ID    TO WS-DORM-ACCOUNT-ID.
           MOVE AC-OWNER-ID      TO WS-DORM-OWNER-ID.
           MOVE AC-LAST-ACTIVITY TO WS-DORM-LAST-DATE.
           IF AC-STATUS-FROZEN
               MOVE "FROZEN" TO WS-DORM-STATUS-TEXT
           ELSE
               MOVE "OPEN"   TO WS-DORM-STATUS-TEXT
           END-IF.
           MOVE ZERO TO AB-BALANCE.
           IF WS-BAL-STATUS = "00" OR WS-BAL-STATUS = "23"
               MOVE AC-ACCOUNT-ID TO AB-ACCOUNT-ID
               READ BALANCE-FILE
                   INVALID KEY
                       MOVE ZERO TO AB-BALANCE
               END-READ
           END-IF.
           MOVE AB-BALANCE TO WS-DORM-BALANCE.
           MOVE WS-DORM-DETAIL-LINE TO DR-DORMANT-LINE.
           WRITE DR-DORMANT-LINE.
       7200-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one rejected entry to the      *
      *                         shared EXCPRPT exception report       *
           END-IF.
       9513-EXIT.
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
