      *                   with the WINDOW argument so they run inside  *
      *                   the held lock.  We have double-applied an    *
      *                   OPSIN file once; never again.                *
      *  2026-09-09  RKM  A month-end window also runs the new         *
      *                   IntegrityCheck referential sweep, slotted in *
      *                   ahead of BalanceReport so its serious-break  *
      *                   count is balanced before CTLTOTS is cleared. *
      *  2026-09-17  RKM  A month-end window also runs the Operations  *
      *                   DORMANT listing of accounts with no activity *
      *                   in six months; the step table grew a slot    *
      *                   to take it.                                  *
      *  2026-09-18  RKM  A month-end window also prints the Variables *
      *                   REVRPT reversals report for the month.       *
      *  2026-09-19  RKM  The window is now defined on the DRVSTEPS    *
      *                   step-definition file instead of in this      *
      *                   program : each step's command, its           *
      *                   predecessor steps, the highest return code   *
      *                   it may end with and still let the window go  *
      *                   on (within it the step warns, above it the   *
      *                   step fails), and when it runs - daily,       *
      *                   month end or quarter end off the RUNCAL      *
      *                   flags, or a named weekday.  A failed step    *
      *                   no longer stops the window : only the steps  *
      *                   that depend on it are skipped, and the       *
      *                   operations report shows each step as OK,     *
      *                   WARNING, FAILED or SKIPPED-DEP with the step *
      *                   it was waiting on.  DRVCKPT now lists every  *
      *                   step completed, so a rerun runs just the     *
      *                   failed and skipped ones.  Without a DRVSTEPS *
      *                   file the built-in definitions run.           *
      *  2026-09-20  RKM  Friday's window runs HRReconcile against the *
      *                   weekly HR extract once LOAD has run.         *
      *  2026-09-23  RKM  ClaimScreen screens AMTCLN between InputEdit *
      *                   and POST, and Friday's window prints the     *
      *                   week's suspicious claims for Internal Audit. *
      *  2026-09-25  RKM  A month-end window reconciles the clinic's   *
      *                   CLNINV invoice against BMIHIST once BMICALC  *
      *                   has run, ahead of GLExtract so the approved  *
      *                   clinic fees reach the ledger the same night. *
      *****************************************************************
      *  This is the daily wellness-and-intake batch job.  It runs    *
      *  the four standalone programs one after another the same way  *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-DEF-FILE ASSIGN TO "DRVSTEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPS-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "DRVCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-DEF-FILE.
           COPY drvstprec.

       FD  CHECKPOINT-FILE.
       01  CK-CHECKPOINT-RECORD        PIC X(12).


       WORKING-STORAGE SECTION.
      *****************************************************************
      *  The job step table : one entry per step in run order, built  *
      *  at startup from the DRVSTEPS step-definition file (layout in *
      *  DRVSTPREC) - command, schedule, highest acceptable return    *
      *  code and predecessor steps - plus tonight's outcome for the  *
      *  step.  WS-STEP-COUNT is how many slots are live.             *
      *****************************************************************
       77  WS-STEP-MAX                  PIC 9(02) COMP VALUE 30.
       77  WS-STEP-COUNT                PIC 9(02)  VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 30 TIMES INDEXED BY WS-STEP-IDX.
               10  WS-STEP-DEFINITION.
                   15  WS-STEP-NAME        PIC X(12).
                   15  WS-STEP-SCHEDULE    PIC X(01).
                       88  WS-STEP-DAILY            VALUE 'D'.
                       88  WS-STEP-MONTH-END        VALUE 'M'.
                       88  WS-STEP-QUARTER-END      VALUE 'Q'.
                       88  WS-STEP-WEEKDAY-ONLY     VALUE 'W'.
                   15  WS-STEP-WEEKDAY     PIC X(03).
                   15  WS-STEP-MAX-RC      PIC 9(02).
                   15  WS-STEP-PRED        PIC X(12) OCCURS 3 TIMES.
                   15  WS-STEP-COMMAND     PIC X(40).
               10  WS-STEP-STATE           PIC X(01).
                   88  WS-STEP-PENDING              VALUE ' '.
                   88  WS-STEP-NOT-DUE              VALUE 'N'.
                   88  WS-STEP-DONE-BEFORE          VALUE 'R'.
                   88  WS-STEP-ENDED-OK             VALUE 'C'.
                   88  WS-STEP-WARNED               VALUE 'W'.
                   88  WS-STEP-FAILED               VALUE 'F'.
                   88  WS-STEP-DEP-SKIPPED          VALUE 'S'.
                   88  WS-STEP-SATISFIED            VALUE 'N' 'R'
                                                          'C' 'W'.
      *****************************************************************
      *  The built-in step definitions, in the DRVSTPREC layout, used *
      *  when there is no DRVSTEPS file.  Loaded the old way, via     *
      *  REDEFINES of literal FILLERs, so the default window can be   *
      *  read straight off this page : the daily steps in a single    *
      *  chain, each needing the one before it, and the month-end     *
      *  and weekly steps hung off the step whose output they read.   *
      *****************************************************************
       01  WS-DEFAULT-STEP-DATA.
           05  FILLER PIC X(18) VALUE "INPTEDIT    D   00".
           05  FILLER PIC X(36) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "./12-input-edit".
           05  FILLER PIC X(18) VALUE "VARIABLES   D   00".
           05  FILLER PIC X(36) VALUE "INPTEDIT".
           05  FILLER PIC X(40) VALUE "./04-variable LOAD WINDOW".
           05  FILLER PIC X(18) VALUE "CLMSCRN     D   04".
           05  FILLER PIC X(36) VALUE "INPTEDIT".
           05  FILLER PIC X(40) VALUE "./32-claim-screen".
           05  FILLER PIC X(18) VALUE "VARPOST     D   00".
           05  FILLER PIC X(36) VALUE "VARIABLES   CLMSCRN".
           05  FILLER PIC X(40) VALUE "./04-variable POST WINDOW".
           05  FILLER PIC X(18) VALUE "INPTOUTP    D   00".
           05  FILLER PIC X(36) VALUE "VARPOST".
           05  FILLER PIC X(40) VALUE
               "./05-input-and-output BATCH".
           05  FILLER PIC X(18) VALUE "BMICALC     D   00".
           05  FILLER PIC X(36) VALUE "INPTOUTP".
           05  FILLER PIC X(40) VALUE
               "./06-bmi-calculator BATCH WINDOW".
           05  FILLER PIC X(18) VALUE "CLNINVC     M   04".
           05  FILLER PIC X(36) VALUE "BMICALC".
           05  FILLER PIC X(40) VALUE "./33-clinic-invoice".
           05  FILLER PIC X(18) VALUE "OPERATNS    D   00".
           05  FILLER PIC X(36) VALUE "BMICALC".
           05  FILLER PIC X(40) VALUE
               "./07-operations BATCH WINDOW".
           05  FILLER PIC X(18) VALUE "GLEXTRCT    D   00".
           05  FILLER PIC X(36) VALUE "OPERATNS".
           05  FILLER PIC X(40) VALUE "./21-gl-extract".
           05  FILLER PIC X(18) VALUE "INTEGRTY    M   00".
           05  FILLER PIC X(36) VALUE "GLEXTRCT".
           05  FILLER PIC X(40) VALUE "./26-integrity-check".
           05  FILLER PIC X(18) VALUE "BALANCE     D   00".
           05  FILLER PIC X(36) VALUE "GLEXTRCT    INTEGRTY".
           05  FILLER PIC X(40) VALUE "./13-balance-report".
           05  FILLER PIC X(18) VALUE "EXCPSUMM    D   00".
           05  FILLER PIC X(36) VALUE "BALANCE".
           05  FILLER PIC X(40) VALUE "./14-exception-summary".
           05  FILLER PIC X(18) VALUE "EMPBKUP     D   00".
           05  FILLER PIC X(36) VALUE "EXCPSUMM".
           05  FILLER PIC X(40) VALUE "./17-emp-backup UNLOAD".
           05  FILLER PIC X(18) VALUE "SURVSUMM    M   04".
           05  FILLER PIC X(36) VALUE "INPTOUTP".
           05  FILLER PIC X(40) VALUE "./09-survey-summary".
           05  FILLER PIC X(18) VALUE "LOANPOSN    M   04".
           05  FILLER PIC X(36) VALUE "OPERATNS".
           05  FILLER PIC X(40) VALUE
               "./16-loan-ledger POSITION".
           05  FILLER PIC X(18) VALUE "ACCTDORM    M   04".
           05  FILLER PIC X(36) VALUE "OPERATNS".
           05  FILLER PIC X(40) VALUE
               "./07-operations DORMANT".
           05  FILLER PIC X(18) VALUE "REVRPT      M   04".
           05  FILLER PIC X(36) VALUE "VARPOST".
           05  FILLER PIC X(40) VALUE "./04-variable REVRPT".
           05  FILLER PIC X(18) VALUE "HRRECON     WFRI04".
           05  FILLER PIC X(36) VALUE "VARIABLES".
           05  FILLER PIC X(40) VALUE "./30-hr-reconcile".
           05  FILLER PIC X(18) VALUE "SUSRPT      WFRI04".
           05  FILLER PIC X(36) VALUE "CLMSCRN".
           05  FILLER PIC X(40) VALUE
               "./32-claim-screen WEEKLY".
       01  WS-DEFAULT-STEP-TABLE REDEFINES WS-DEFAULT-STEP-DATA.
           05  WS-DEFAULT-ENTRY         PIC X(94) OCCURS 19 TIMES.
       77  WS-DEFAULT-COUNT             PIC 9(02) COMP VALUE 19.
      *****************************************************************
      *  Step-definition load and scheduling work fields              *
      *****************************************************************
       77  WS-STEPS-STATUS              PIC X(02)  VALUE SPACES.
       77  WS-STEPS-EOF-SWITCH          PIC X(01)  VALUE 'N'.
           88  WS-STEPS-EOF-YES                    VALUE 'Y'.
       77  WS-DEF-ERROR-SWITCH          PIC X(01)  VALUE 'N'.
           88  WS-DEF-ERROR-YES                    VALUE 'Y'.
       77  WS-LINE-ERROR-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-LINE-ERROR-YES                   VALUE 'Y'.
       77  WS-STEPS-LINE-NO             PIC 9(04)  VALUE ZERO.
       01  WS-DEF-REASON                PIC X(40)  VALUE SPACES.
       77  WS-DEF-SUB                   PIC 9(02) COMP VALUE ZERO.
       77  WS-PRED-SUB                  PIC 9(02) COMP VALUE ZERO.
       77  WS-FIND-SUB                  PIC 9(02) COMP VALUE ZERO.
       77  WS-FOUND-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  WS-FIND-NAME                 PIC X(12)  VALUE SPACES.
       01  WS-BLOCKED-BY                PIC X(12)  VALUE SPACES.
       77  WS-DAY-OF-WEEK               PIC 9(01)  VALUE ZERO.
       01  WS-TODAY-WEEKDAY             PIC X(03)  VALUE SPACES.
       01  WS-WEEKDAY-NAMES             PIC X(21)  VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME          PIC X(03) OCCURS 7 TIMES.
       77  WS-DAY-SUB                   PIC 9(02) COMP VALUE ZERO.
       77  WS-DAY-FOUND-SWITCH          PIC X(01)  VALUE 'N'.
           88  WS-DAY-FOUND-YES                    VALUE 'Y'.
       77  WS-CKPT-EOF-SWITCH           PIC X(01)  VALUE 'N'.
           88  WS-CKPT-EOF-YES                     VALUE 'Y'.

       77  WS-CKPT-STATUS               PIC X(02)  VALUE SPACES.
       77  WS-RUNLOG-STATUS             PIC X(02)  VALUE SPACES.
       77  WS-OPSRPT-STATUS             PIC X(02)  VALUE SPACES.
       77  WS-STEP-RC                   PIC S9(05) VALUE ZERO.
       77  WS-ANY-FAILED-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-ANY-FAILED-YES                   VALUE 'Y'.
       77  WS-ANY-WARNED-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-ANY-WARNED-YES                   VALUE 'Y'.
       77  WS-RUNLOG-EOF-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-RUNLOG-EOF-YES                   VALUE 'Y'.
       77  WS-CAL-STATUS                PIC X(02)  VALUE SPACES.
           88  WS-REFUSE-YES                       VALUE 'Y'.
       77  WS-MONTH-END-SWITCH          PIC X(01)  VALUE 'N'.
           88  WS-MONTH-END-YES                    VALUE 'Y'.
       77  WS-QUARTER-END-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-QUARTER-END-YES                  VALUE 'Y'.
       01  WS-CMD-LINE                  PIC X(20)  VALUE SPACES.
       77  WS-LOCK-STATUS               PIC X(02)  VALUE SPACES.
       77  WS-DRV-LOG-STATUS            PIC X(02)  VALUE SPACES.
       01  WS-LOCK-STEP                 PIC X(12)  VALUE SPACES.
      *****************************************************************
      *  Step timing : tonight's start/end clock readings, the        *
      *  elapsed-seconds arithmetic, and tonight's executed and       *
      *  skipped steps held for the end-of-window operations report   *
      *****************************************************************
       01  WS-RUN-TODAY                 PIC X(08)  VALUE SPACES.
       01  WS-STEP-START-TIME           PIC X(06)  VALUE SPACES.
       77  WS-START-SECS                PIC S9(07) VALUE ZERO.
       77  WS-END-SECS                  PIC S9(07) VALUE ZERO.
       77  WS-ELAPSED-SECS              PIC S9(07) VALUE ZERO.
       77  WS-RAN-MAX                   PIC 9(02) COMP VALUE 30.
       77  WS-RAN-USED                  PIC 9(02) COMP VALUE ZERO.
       77  WS-RAN-SUB                   PIC 9(02) COMP VALUE ZERO.
       01  WS-RAN-TABLE.
           05  WS-RAN-ENTRY OCCURS 30 TIMES.
               10  WS-RAN-STEP          PIC X(12).
               10  WS-RAN-ELAPSED       PIC 9(05).
               10  WS-RAN-RC            PIC S9(05).
               10  WS-RAN-STATUS        PIC X(11).
                   88  WS-RAN-SKIPPED             VALUE "SKIPPED-DEP".
               10  WS-RAN-CAUSE         PIC X(12).
       77  WS-CNT-RUN                   PIC 9(02) COMP VALUE ZERO.
       77  WS-CNT-WARNED                PIC 9(02) COMP VALUE ZERO.
       77  WS-CNT-FAILED                PIC 9(02) COMP VALUE ZERO.
       77  WS-CNT-SKIPPED               PIC 9(02) COMP VALUE ZERO.
      *****************************************************************
      *  Per-step history accumulators off DRVRUNLG, for the          *
      *  tonight-versus-average comparison                            *
      *****************************************************************
       77  WS-AVG-MAX                   PIC 9(02) COMP VALUE 40.
       77  WS-AVG-USED                  PIC 9(02) COMP VALUE ZERO.
       77  WS-AVG-SUB                   PIC 9(02) COMP VALUE ZERO.
       77  WS-AVG-FOUND-SUB             PIC 9(02) COMP VALUE ZERO.
       01  WS-AVG-TABLE.
           05  WS-AVG-ENTRY OCCURS 40 TIMES.
               10  WS-AVG-STEP          PIC X(12).
               10  WS-AVG-SUM           PIC 9(09) COMP.
               10  WS-AVG-COUNT         PIC 9(05) COMP.
           05  FILLER                   PIC X(38) VALUE
               "BATCH WINDOW OPERATIONS REPORT  DATE: ".
           05  WS-OPS-TITLE-DATE        PIC X(08).
       01  WS-OPS-HEAD-LINE.
           05  FILLER                   PIC X(41) VALUE
               "STEP          TONIGHT  AVERAGE       RC  ".
           05  FILLER                   PIC X(22) VALUE
               "STATUS      WAITING ON".
       01  WS-OPS-DETAIL-LINE.
           05  WS-OPS-STEP              PIC X(12).
           05  FILLER                   PIC X(02).
           05  WS-OPS-AVERAGE           PIC ZZZZ9.
           05  FILLER                   PIC X(04).
           05  WS-OPS-RC                PIC ----9.
           05  FILLER                   PIC X(04).
           05  WS-OPS-STATUS            PIC X(11).
           05  FILLER                   PIC X(01).
           05  WS-OPS-CAUSE             PIC X(12).
       01  WS-OPS-TOTAL-LINE.
           05  FILLER                   PIC X(11) VALUE "STEPS RUN: ".
           05  WS-OPS-TOT-RUN           PIC Z9.
           05  FILLER                   PIC X(10) VALUE "  WARNED: ".
           05  WS-OPS-TOT-WARNED        PIC Z9.
           05  FILLER                   PIC X(10) VALUE "  FAILED: ".
           05  WS-OPS-TOT-FAILED        PIC Z9.
           05  FILLER                   PIC X(24) VALUE
               "  SKIPPED (DEPENDENCY): ".
           05  WS-OPS-TOT-SKIPPED       PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0600-LOAD-STEP-DEFINITIONS THRU 0600-EXIT.
           IF WS-DEF-ERROR-YES
               DISPLAY "Driver: DRVSTEPS step definitions in error - "
                   "run refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0700-SCHEDULE-STEPS THRU 0700-EXIT.
           MOVE SPACES TO WS-LOCK-STEP.
           PERFORM 0250-WRITE-RUN-LOCK THRU 0250-EXIT.
           PERFORM 1000-READ-CHECKPOINT THRU 1000-EXIT.
           PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           PERFORM 0350-CLEAR-RUN-LOCK THRU 0350-EXIT.
           PERFORM 4000-WRITE-OPS-REPORT THRU 4000-EXIT.
           IF WS-ANY-FAILED-YES
               DISPLAY "Driver job ended with failed or skipped "
                   "steps - rerun to resume."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 3000-CLEAR-CHECKPOINT THRU 3000-EXIT
               IF WS-ANY-WARNED-YES
                   DISPLAY "Driver job completed all steps, with "
                       "warnings."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "Driver job completed all steps."
               END-IF
           END-IF.
           STOP RUN.

      *****************************************************************
      *  0500-CHECK-CALENDAR : find today on the RUNCAL processing    *
      *                        calendar.  A holiday refuses the run   *
      *                        unless FORCE was given; the month-end  *
      *                        and quarter-end flags schedule the     *
      *                        steps defined for them.  A missing     *
      *                        calendar or an unlisted date runs as a *
      *                        plain business day, loudly.            *
      *****************************************************************
       0500-CHECK-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
                   IF CA-MONTH-END OR CA-QUARTER-END
                       SET WS-MONTH-END-YES TO TRUE
                   END-IF
                   IF CA-QUARTER-END
                       SET WS-QUARTER-END-YES TO TRUE
                   END-IF
               ELSE
                   PERFORM 0510-READ-CALENDAR THRU 0510-EXIT
               END-IF
               DISPLAY "Driver: " WS-RUN-TODAY " not on RUNCAL - "
                   "running as a business day."
           END-IF.
           IF WS-QUARTER-END-YES
               DISPLAY "Driver: quarter-end flagged on RUNCAL - "
                   "running month-end and quarter-end steps."
           ELSE
               IF WS-MONTH-END-YES
                   DISPLAY "Driver: month-end flagged on RUNCAL - "
                       "running month-end steps."
               END-IF
           END-IF.
       0500-EXIT.
           EXIT.

           EXIT.

      *****************************************************************
      *  0600-LOAD-STEP-DEFINITIONS : build the step table from the   *
      *                               DRVSTEPS step-definition file.  *
      *                               Every line is checked before    *
      *                               anything runs; one bad line     *
      *                               refuses the whole window rather *
      *                               than running half of it.  No    *
      *                               DRVSTEPS at all runs the        *
      *                               built-in definitions, loudly.   *
      *****************************************************************
       0600-LOAD-STEP-DEFINITIONS.
           MOVE ZERO TO WS-STEP-COUNT.
           OPEN INPUT STEP-DEF-FILE.
           IF WS-STEPS-STATUS = "35"
               DISPLAY "Driver: DRVSTEPS not found - running the "
                   "built-in step definitions."
               PERFORM 0650-LOAD-DEFAULT-STEP THRU 0650-EXIT
                   VARYING WS-DEF-SUB FROM 1 BY 1
                   UNTIL WS-DEF-SUB > WS-DEFAULT-COUNT
               GO TO 0600-EXIT
           END-IF.
           IF WS-STEPS-STATUS NOT = "00"
               DISPLAY "Driver: DRVSTEPS open failed, status "
                   WS-STEPS-STATUS "."
               SET WS-DEF-ERROR-YES TO TRUE
               GO TO 0600-EXIT
           END-IF.
           PERFORM 0610-READ-STEP-DEF THRU 0610-EXIT.
           PERFORM UNTIL WS-STEPS-EOF-YES
               PERFORM 0620-TAKE-STEP-DEF THRU 0620-EXIT
               PERFORM 0610-READ-STEP-DEF THRU 0610-EXIT
           END-PERFORM.
           CLOSE STEP-DEF-FILE.
           IF WS-STEP-COUNT = ZERO
               DISPLAY "Driver: DRVSTEPS defines no steps."
               SET WS-DEF-ERROR-YES TO TRUE
           END-IF.
       0600-EXIT.
           EXIT.

       0610-READ-STEP-DEF.
           READ STEP-DEF-FILE
               AT END
                   SET WS-STEPS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-STEPS-LINE-NO
           END-READ.
       0610-EXIT.
           EXIT.

      *****************************************************************
      *  0620-TAKE-STEP-DEF : check one definition line and, if it is *
      *                       good, add it to the step table.  Blank  *
      *                       lines and '*' comment lines are passed  *
      *                       over.                                   *
      *****************************************************************
       0620-TAKE-STEP-DEF.
           IF DS-STEP-DEF-RECORD = SPACES
                   OR DS-STEP-NAME(1:1) = "*"
               GO TO 0620-EXIT
           END-IF.
           MOVE 'N'    TO WS-LINE-ERROR-SWITCH.
           MOVE SPACES TO WS-DEF-REASON.
           PERFORM 0630-CHECK-STEP-DEF THRU 0630-EXIT.
           IF NOT WS-LINE-ERROR-YES
                   AND WS-STEP-COUNT NOT < WS-STEP-MAX
               MOVE "STEP TABLE FULL - TOO MANY STEPS"
                   TO WS-DEF-REASON
               SET WS-LINE-ERROR-YES TO TRUE
           END-IF.
           IF WS-LINE-ERROR-YES
               SET WS-DEF-ERROR-YES TO TRUE
               DISPLAY "Driver: DRVSTEPS line " WS-STEPS-LINE-NO
                   " " DS-STEP-NAME " - " WS-DEF-REASON
               GO TO 0620-EXIT
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE DS-STEP-DEF-RECORD
               TO WS-STEP-DEFINITION(WS-STEP-COUNT).
           MOVE SPACE TO WS-STEP-STATE(WS-STEP-COUNT).
       0620-EXIT.
           EXIT.

       0630-CHECK-STEP-DEF.
           IF DS-STEP-NAME = SPACES OR DS-COMMAND = SPACES
               MOVE "STEP NAME OR COMMAND MISSING" TO WS-DEF-REASON
               SET WS-LINE-ERROR-YES TO TRUE
               GO TO 0630-EXIT
           END-IF.
           IF NOT DS-SCHED-VALID
               MOVE "SCHEDULE NOT D, M, Q OR W" TO WS-DEF-REASON
               SET WS-LINE-ERROR-YES TO TRUE
               GO TO 0630-EXIT
           END-IF.
           IF DS-SCHED-WEEKDAY
               MOVE 'N' TO WS-DAY-FOUND-SWITCH
               PERFORM 0640-MATCH-WEEKDAY THRU 0640-EXIT
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7 OR WS-DAY-FOUND-YES
               IF NOT WS-DAY-FOUND-YES
                   MOVE "WEEKDAY NOT MON THRU SUN" TO WS-DEF-REASON
                   SET WS-LINE-ERROR-YES TO TRUE
                   GO TO 0630-EXIT
               END-IF
           END-IF.
           IF DS-MAX-RC = SPACES
               MOVE ZERO TO DS-MAX-RC
           END-IF.
           IF DS-MAX-RC NOT NUMERIC
               MOVE "MAX RETURN CODE NOT NUMERIC" TO WS-DEF-REASON
               SET WS-LINE-ERROR-YES TO TRUE
               GO TO 0630-EXIT
           END-IF.
           MOVE DS-STEP-NAME TO WS-FIND-NAME.
           PERFORM 0660-FIND-STEP THRU 0660-EXIT.
           IF WS-FOUND-SUB > ZERO
               MOVE "STEP NAME DEFINED TWICE" TO WS-DEF-REASON
               SET WS-LINE-ERROR-YES TO TRUE
               GO TO 0630-EXIT
           END-IF.
      *    a predecessor must already be in the table, so the file
      *    order is always a workable run order and no step can wait
      *    on itself
           PERFORM 0635-CHECK-ONE-PRED THRU 0635-EXIT
               VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 3 OR WS-LINE-ERROR-YES.
       0630-EXIT.
           EXIT.

       0635-CHECK-ONE-PRED.
           IF DS-PREDECESSOR(WS-PRED-SUB) = SPACES
               GO TO 0635-EXIT
           END-IF.
           MOVE DS-PREDECESSOR(WS-PRED-SUB) TO WS-FIND-NAME.
           PERFORM 0660-FIND-STEP THRU 0660-EXIT.
           IF WS-FOUND-SUB = ZERO
               STRING "PREDECESSOR NOT ABOVE: " WS-FIND-NAME
                   DELIMITED BY SIZE INTO WS-DEF-REASON
               SET WS-LINE-ERROR-YES TO TRUE
           END-IF.
       0635-EXIT.
           EXIT.

       0640-MATCH-WEEKDAY.
           IF WS-WEEKDAY-NAME(WS-DAY-SUB) = DS-WEEKDAY
               SET WS-DAY-FOUND-YES TO TRUE
           END-IF.
       0640-EXIT.
           EXIT.

       0650-LOAD-DEFAULT-STEP.
           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-DEFAULT-ENTRY(WS-DEF-SUB)
               TO WS-STEP-DEFINITION(WS-STEP-COUNT).
           MOVE SPACE TO WS-STEP-STATE(WS-STEP-COUNT).
       0650-EXIT.
           EXIT.

      *****************************************************************
      *  0660-FIND-STEP : slot of the step named WS-FIND-NAME in the  *
      *                   table, zero if it is not there              *
      *****************************************************************
       0660-FIND-STEP.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM 0665-MATCH-STEP-NAME THRU 0665-EXIT
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-STEP-COUNT
                   OR WS-FOUND-SUB > ZERO.
       0660-EXIT.
           EXIT.

       0665-MATCH-STEP-NAME.
           IF WS-STEP-NAME(WS-FIND-SUB) = WS-FIND-NAME
               MOVE WS-FIND-SUB TO WS-FOUND-SUB
           END-IF.
       0665-EXIT.
           EXIT.

      *****************************************************************
      *  0700-SCHEDULE-STEPS : mark each step not due tonight - a     *
      *                        month-end step on a plain day, a       *
      *                        quarter-end step outside quarter end,  *
      *                        a weekday step on another weekday      *
      *****************************************************************
       0700-SCHEDULE-STEPS.
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
           MOVE WS-WEEKDAY-NAME(WS-DAY-OF-WEEK) TO WS-TODAY-WEEKDAY.
           PERFORM 0710-SCHEDULE-ONE-STEP THRU 0710-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
       0700-EXIT.
           EXIT.

       0710-SCHEDULE-ONE-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-MONTH-END(WS-STEP-IDX)
                   IF NOT WS-MONTH-END-YES
                       SET WS-STEP-NOT-DUE(WS-STEP-IDX) TO TRUE
                   END-IF
               WHEN WS-STEP-QUARTER-END(WS-STEP-IDX)
                   IF NOT WS-QUARTER-END-YES
                       SET WS-STEP-NOT-DUE(WS-STEP-IDX) TO TRUE
                   END-IF
               WHEN WS-STEP-WEEKDAY-ONLY(WS-STEP-IDX)
                   IF WS-STEP-WEEKDAY(WS-STEP-IDX)
                           NOT = WS-TODAY-WEEKDAY
                       SET WS-STEP-NOT-DUE(WS-STEP-IDX) TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0710-EXIT.
           EXIT.

      *****************************************************************
      *  1000-READ-CHECKPOINT : mark every step an earlier attempt at *
      *                         tonight's window already completed,   *
      *                         so a rerun runs only the failed and   *
      *                         skipped ones                          *
      *****************************************************************
       1000-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-CHECKPOINT-LINE THRU 1010-EXIT.
           PERFORM UNTIL WS-CKPT-EOF-YES
               PERFORM 1100-MARK-DONE-STEP THRU 1100-EXIT
               PERFORM 1010-READ-CHECKPOINT-LINE THRU 1010-EXIT
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-CHECKPOINT-LINE.
           READ CHECKPOINT-FILE
               AT END
                   SET WS-CKPT-EOF-YES TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

       1100-MARK-DONE-STEP.
           MOVE CK-CHECKPOINT-RECORD TO WS-FIND-NAME.
           PERFORM 0660-FIND-STEP THRU 0660-EXIT.
           IF WS-FOUND-SUB > ZERO
               IF WS-STEP-PENDING(WS-FOUND-SUB)
                   SET WS-STEP-DONE-BEFORE(WS-FOUND-SUB) TO TRUE
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-RUN-ONE-STEP : run this step's program if it is due     *
      *                      tonight, not already completed, and      *
      *                      every predecessor ended within its       *
      *                      limit; a return code up to the step's    *
      *                      limit warns and goes on, above it fails  *
      *                      the step and holds back its dependants   *
      *****************************************************************
       2000-RUN-ONE-STEP.
           IF WS-STEP-NOT-DUE(WS-STEP-IDX)
               GO TO 2000-EXIT
           END-IF.
           IF WS-STEP-DONE-BEFORE(WS-STEP-IDX)
               DISPLAY "Skipping completed step: "
                   WS-STEP-NAME(WS-STEP-IDX)
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2050-CHECK-PREDECESSORS THRU 2050-EXIT.
           IF WS-BLOCKED-BY NOT = SPACES
               SET WS-STEP-DEP-SKIPPED(WS-STEP-IDX) TO TRUE
               SET WS-ANY-FAILED-YES TO TRUE
               DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX)
                   " skipped - predecessor " WS-BLOCKED-BY
                   " did not complete."
               MOVE ZERO TO WS-ELAPSED-SECS
               MOVE ZERO TO WS-STEP-RC
               PERFORM 2300-KEEP-STEP-RESULT THRU 2300-EXIT
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "Running step: " WS-STEP-NAME(WS-STEP-IDX).
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-LOCK-STEP.
           PERFORM 0250-WRITE-RUN-LOCK THRU 0250-EXIT.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           CALL "SYSTEM" USING WS-STEP-COMMAND(WS-STEP-IDX)
               RETURNING WS-STEP-RC.
           ACCEPT WS-STEP-END-TIME FROM TIME.
      *    the shell hands the program's return code back in the high
      *    byte of its wait status - bring it down to the code itself
      *    so it can be held against the step's limit
           IF WS-STEP-RC > 255
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
           END-IF.
           PERFORM 2200-LOG-STEP-TIMING THRU 2200-EXIT.
           EVALUATE TRUE
               WHEN WS-STEP-RC = ZERO
                   SET WS-STEP-ENDED-OK(WS-STEP-IDX) TO TRUE
                   PERFORM 2100-WRITE-CHECKPOINT THRU 2100-EXIT
               WHEN WS-STEP-RC > ZERO
                       AND WS-STEP-RC NOT > WS-STEP-MAX-RC(WS-STEP-IDX)
                   SET WS-STEP-WARNED(WS-STEP-IDX) TO TRUE
                   SET WS-ANY-WARNED-YES TO TRUE
                   DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX)
                       " warned, return code " WS-STEP-RC
                       " - continuing."
                   PERFORM 2100-WRITE-CHECKPOINT THRU 2100-EXIT
               WHEN OTHER
                   SET WS-STEP-FAILED(WS-STEP-IDX) TO TRUE
                   SET WS-ANY-FAILED-YES TO TRUE
                   DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX)
                       " failed, return code " WS-STEP-RC
           END-EVALUATE.
           PERFORM 2300-KEEP-STEP-RESULT THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2050-CHECK-PREDECESSORS : name the first predecessor that    *
      *                            failed or was itself skipped, in   *
      *                            WS-BLOCKED-BY; one not due tonight *
      *                            or completed on an earlier attempt *
      *                            does not hold the step back        *
      *****************************************************************
       2050-CHECK-PREDECESSORS.
           MOVE SPACES TO WS-BLOCKED-BY.
           PERFORM 2060-CHECK-ONE-PREDECESSOR THRU 2060-EXIT
               VARYING WS-PRED-SUB FROM 1 BY 1
               UNTIL WS-PRED-SUB > 3 OR WS-BLOCKED-BY NOT = SPACES.
       2050-EXIT.
           EXIT.

       2060-CHECK-ONE-PREDECESSOR.
           IF WS-STEP-PRED(WS-STEP-IDX, WS-PRED-SUB) = SPACES
               GO TO 2060-EXIT
           END-IF.
           MOVE WS-STEP-PRED(WS-STEP-IDX, WS-PRED-SUB) TO WS-FIND-NAME.
           PERFORM 0660-FIND-STEP THRU 0660-EXIT.
           IF WS-FOUND-SUB > ZERO
               IF NOT WS-STEP-SATISFIED(WS-FOUND-SUB)
                   MOVE WS-FIND-NAME TO WS-BLOCKED-BY
               END-IF
           END-IF.
       2060-EXIT.
           EXIT.

      *****************************************************************
           MOVE WS-STEP-RC                TO RL-RETURN-CODE.
           WRITE RL-RUN-LOG-RECORD.
           CLOSE RUN-STATUS-FILE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-KEEP-STEP-RESULT : hold tonight's outcome for the step  *
      *                          - run or skipped - for the           *
      *                          operations report                    *
      *****************************************************************
       2300-KEEP-STEP-RESULT.
           EVALUATE TRUE
               WHEN WS-STEP-DEP-SKIPPED(WS-STEP-IDX)
                   ADD 1 TO WS-CNT-SKIPPED
               WHEN WS-STEP-FAILED(WS-STEP-IDX)
                   ADD 1 TO WS-CNT-RUN
                   ADD 1 TO WS-CNT-FAILED
               WHEN WS-STEP-WARNED(WS-STEP-IDX)
                   ADD 1 TO WS-CNT-RUN
                   ADD 1 TO WS-CNT-WARNED
               WHEN OTHER
                   ADD 1 TO WS-CNT-RUN
           END-EVALUATE.
           IF WS-RAN-USED NOT < WS-RAN-MAX
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-RAN-USED.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-RAN-STEP(WS-RAN-USED).
           MOVE WS-ELAPSED-SECS TO WS-RAN-ELAPSED(WS-RAN-USED).
           MOVE WS-STEP-RC      TO WS-RAN-RC(WS-RAN-USED).
           MOVE WS-BLOCKED-BY   TO WS-RAN-CAUSE(WS-RAN-USED).
           EVALUATE TRUE
               WHEN WS-STEP-DEP-SKIPPED(WS-STEP-IDX)
                   MOVE "SKIPPED-DEP" TO WS-RAN-STATUS(WS-RAN-USED)
               WHEN WS-STEP-FAILED(WS-STEP-IDX)
                   MOVE "FAILED"      TO WS-RAN-STATUS(WS-RAN-USED)
               WHEN WS-STEP-WARNED(WS-STEP-IDX)
                   MOVE "WARNING"     TO WS-RAN-STATUS(WS-RAN-USED)
               WHEN OTHER
                   MOVE "OK"          TO WS-RAN-STATUS(WS-RAN-USED)
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2100-WRITE-CHECKPOINT : add this step to the steps           *
      *                          completed in tonight's window        *
      *****************************************************************
       2100-WRITE-CHECKPOINT.
           OPEN EXTEND CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.
           MOVE SPACES TO CK-CHECKPOINT-RECORD.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO CK-CHECKPOINT-RECORD.
           WRITE CK-CHECKPOINT-RECORD.
           EXIT.

      *****************************************************************
      *  3000-CLEAR-CHECKPOINT : wipe DRVCKPT after a run with no     *
      *                          failed or skipped step so the next   *
      *                          invocation is treated as a fresh     *
      *                          day's batch window                   *
      *****************************************************************
           PERFORM 4300-WRITE-ONE-STEP-LINE THRU 4300-EXIT
               VARYING WS-RAN-SUB FROM 1 BY 1
               UNTIL WS-RAN-SUB > WS-RAN-USED.
           MOVE WS-CNT-RUN     TO WS-OPS-TOT-RUN.
           MOVE WS-CNT-WARNED  TO WS-OPS-TOT-WARNED.
           MOVE WS-CNT-FAILED  TO WS-OPS-TOT-FAILED.
           MOVE WS-CNT-SKIPPED TO WS-OPS-TOT-SKIPPED.
           MOVE WS-OPS-TOTAL-LINE TO OP-REPORT-LINE.
           WRITE OP-REPORT-LINE.
           CLOSE OPS-REPORT-FILE.
       4000-EXIT.
           EXIT.
       4300-WRITE-ONE-STEP-LINE.
           MOVE SPACES TO WS-OPS-DETAIL-LINE.
           MOVE WS-RAN-STEP(WS-RAN-SUB)    TO WS-OPS-STEP.
           MOVE WS-RAN-STATUS(WS-RAN-SUB)  TO WS-OPS-STATUS.
      *    a step held back by a predecessor never ran, so it has no
      *    timing or return code - only the step it was waiting on
           IF WS-RAN-SKIPPED(WS-RAN-SUB)
               MOVE WS-RAN-CAUSE(WS-RAN-SUB) TO WS-OPS-CAUSE
               GO TO 4300-WRITE
           END-IF.
           MOVE WS-RAN-ELAPSED(WS-RAN-SUB) TO WS-OPS-TONIGHT.
           MOVE ZERO TO WS-AVG-FOUND-SUB.
           PERFORM 4310-MATCH-RAN-STEP THRU 4310-EXIT
           END-IF.
           MOVE WS-AVG-ELAPSED          TO WS-OPS-AVERAGE.
           MOVE WS-RAN-RC(WS-RAN-SUB)   TO WS-OPS-RC.
       4300-WRITE.
           MOVE WS-OPS-DETAIL-LINE TO OP-REPORT-LINE.
           WRITE OP-REPORT-LINE.
       4300-EXIT.
