      *                   double-posted them.  Same reasoning that    *
      *                   pins POST mode's checkpoint interval at     *
      *                   one.                                         *
      *  2026-09-11  RKM  The Add and LOAD paths also reject an id    *
      *                   beginning with '#' - RetentionPurge re-keys *
      *                   a long-gone leaver's health and survey      *
      *                   records under '#' placeholders, and a real  *
      *                   id must never land among them.              *
      *  2026-09-15  RKM  POST holds each claim to its CLMCAT         *
      *                   category's annual cap : the CLMYTD          *
      *                   accumulator carries each employee's paid    *
      *                   and held-for-approval amounts per category  *
      *                   and receipt year, the part of a claim over  *
      *                   the cap is rejected (the rest posts), and   *
      *                   an unknown category goes to suspense.       *
      *                   APPROVE settles the held amounts, and POST  *
      *                   ends with the CLAIMYTD usage report by      *
      *                   category and department.                    *
      *  2026-09-18  RKM  Every amount POST or APPROVE lands on the   *
      *                   master is now also kept on the indexed      *
      *                   POSTREG posting register.  A new REVERSE    *
      *                   mode works the REVIN reversal feed : each   *
      *                   reversal names the original posting by      *
      *                   employee and run date, backs the amount off *
      *                   EM-AMOUNT and the claim year-to-date,       *
      *                   writes a REVERSAL journal line pointing at  *
      *                   the original, and appends an offsetting     *
      *                   VARREV activity to GLWORK.  A posting can   *
      *                   be reversed once, and never for more than   *
      *                   posted.  A new REVRPT mode lists the        *
      *                   month's reversals - who, what and why.      *
      *  2026-09-20  RKM  LOAD also applies the EMPLOAD change        *
      *                   records HRReconcile writes : 'D' moves the  *
      *                   employee to a new department (with a        *
      *                   DEPTHIST line), 'L' puts the employee on    *
      *                   leave and 'R' returns one from leave, each  *
      *                   as of the record's effective date.          *
      *  2026-09-24  RKM  EMPMSTR now carries alternate keys on the   *
      *                   badge (EM-MYID, unique) and the name        *
      *                   (EM-NAME, duplicates allowed).  The MAINT   *
      *                   add, the MAINT update (which can now change *
      *                   the badge) and the LOAD add refuse a badge  *
      *                   already assigned to another employee,       *
      *                   naming the holder on EXCPRPT.               *
      *  2026-09-27  RKM  GL activity from POST, APPROVE and REVERSE  *
      *                   run on a day in a period closed in PRDCTL   *
      *                   rolls forward to the first open day,        *
      *                   reported to EXCPRPT.                        *
      *  2026-09-28  RKM  Every master change made by the MAINT add,  *
      *                   update and terminate, LOAD, POST, APPROVE   *
      *                   and REVERSE appends a before/after record   *
      *                   per changed field to the EMPCHGLG change    *
      *                   log, with program, source, date and time.   *
      *  2026-09-29  RKM  APPROVE no longer holds a released item     *
      *                   forever because the employee has left.      *
      *                   Once SeparationClearance has put the leaver *
      *                   on SEPREG, the item is paid as a 'C' credit *
      *                   on a new FINLPAYA final-pay adjustment file *
      *                   (FINLPAY layout) and EM-AMOUNT is not       *
      *                   touched.  It is still journalled, settled   *
      *                   on CLMYTD and booked to GL.  It is not put  *
      *                   on POSTREG, so REVERSE has nothing to back  *
      *                   off.  A leaver not yet cleared is held as   *
      *                   before.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT APPROVAL-TRANS-FILE ASSIGN TO "APPRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT SEPARATION-REGISTER-FILE ASSIGN TO "SEPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEP-STATUS.
           SELECT FINAL-PAY-ADJ-FILE ASSIGN TO "FINLPAYA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPA-STATUS.
           SELECT PENDING-REPORT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDRPT-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLW-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PRDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "EMPCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT AGE-CHECK-FILE ASSIGN TO "AGECHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGC-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT CLAIM-CATEGORY-FILE ASSIGN TO "CLMCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT CLAIM-YTD-FILE ASSIGN TO "CLMYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.
           SELECT CLAIM-REPORT-FILE ASSIGN TO DYNAMIC WS-CLMRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLMRPT-STATUS.
           SELECT POSTING-REGISTER-FILE ASSIGN TO "POSTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-REGISTER-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT REVERSAL-TRANS-FILE ASSIGN TO "REVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT REVERSAL-REPORT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY postjrnlrec.

       FD  SUSPENSE-FILE.
       01  SU-SUSPENSE-RECORD       PIC X(30).

       FD  CHECKPOINT-FILE.
       01  CK-CHECKPOINT-RECORD.
       FD  APPROVAL-TRANS-FILE.
           COPY apprtrnrec.

       FD  SEPARATION-REGISTER-FILE.
           COPY sepregrec.

       FD  FINAL-PAY-ADJ-FILE.
           COPY finpayrec.

       FD  PENDING-REPORT-FILE.
       01  PP-PENDING-LINE          PIC X(100).

       FD  GL-ACTIVITY-FILE.
           COPY gljrnlrec.

       FD  PERIOD-CONTROL-FILE.
           COPY prdctlrec.

       FD  CHANGE-LOG-FILE.
           COPY empchgrec.

       FD  AGE-CHECK-FILE.
       01  AG-CHECK-LINE            PIC X(80).

       FD  RUN-LOCK-FILE.
           COPY runlockrec.

       FD  CLAIM-CATEGORY-FILE.
           COPY clmcatrec.

       FD  CLAIM-YTD-FILE.
           COPY clmytdrec.

       FD  CLAIM-REPORT-FILE.
       01  CR-REPORT-LINE           PIC X(80).

       FD  POSTING-REGISTER-FILE.
           COPY pstregrec.

       FD  REVERSAL-TRANS-FILE.
           COPY revtrnrec.

       FD  REVERSAL-REPORT-FILE.
       01  RR-REPORT-LINE           PIC X(110).

       WORKING-STORAGE SECTION.
       01 MyName PIC A(3) VALUE 'xyz'.
       01 Amount PIC $9999v99 VALUE 1450.99.
       01  WS-CHECK-ID              PIC X(10)  VALUE SPACES.
       77  WS-ID-RESERVED-SWITCH    PIC X(01)  VALUE 'N'.
           88  WS-ID-RESERVED-YES              VALUE 'Y'.
      *****************************************************************
      *  The badge-in-use check : the badge being assigned, the id it *
      *  is being assigned to, and whoever already holds it.  The     *
      *  lookup reads the master on the badge key, so the record      *
      *  being built is parked here across it.                        *
      *****************************************************************
       01  WS-CHECK-BADGE           PIC X(10)  VALUE SPACES.
       01  WS-BADGE-HOLDER          PIC X(10)  VALUE SPACES.
       77  WS-BADGE-TAKEN-SWITCH    PIC X(01)  VALUE 'N'.
           88  WS-BADGE-TAKEN-YES              VALUE 'Y'.
       01  WS-BADGE-SAVE-RECORD     PIC X(82)  VALUE SPACES.
       01  WS-BADGE-INPUT           PIC X(10)  VALUE SPACES.
       77  WS-AMT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-AMTRPT-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-AMT-EOF-SWITCH        PIC X(01)  VALUE 'N'.
               10  WS-PEND-DEPT     PIC X(04).
               10  WS-PEND-DATE     PIC X(08).
               10  WS-PEND-SETTLED-SW PIC X(01).
               10  WS-PEND-TYPE     PIC X(04).
               10  WS-PEND-YEAR     PIC X(04).
       01  WS-APPROVED-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-PENDING-TOTAL         PIC 9(09)V99 VALUE ZERO.
       01  WS-PEND-STATUS-TEXT      PIC X(15)  VALUE SPACES.
      *****************************************************************
      *  A leaver already cleared onto SEPREG has had their final pay *
      *  settled - an item released for them is paid as a credit on   *
      *  the FINLPAYA final-pay adjustment file instead of EM-AMOUNT  *
      *****************************************************************
       77  WS-SEP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-FPA-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-SEP-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-SEP-EOF-YES                  VALUE 'Y'.
       77  WS-SEP-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-SEP-FOUND-YES                VALUE 'Y'.
       77  WS-FPA-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-FPA-OPEN-YES                 VALUE 'Y'.
       01  WS-SEP-DATE              PIC X(08)  VALUE SPACES.
       77  WS-FPA-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-FPA-HASH-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-FPA-NET-CREDIT        PIC S9(11)V99 VALUE ZERO.
       01  WS-SUSP-DATE-PARTS.
           05  WS-SUSP-YEAR         PIC 9(04).
           05  WS-SUSP-MONTH        PIC 9(02).
       77  WS-GLW-STATUS            PIC X(02)  VALUE SPACES.
       01  WS-GW-EMP-ID             PIC X(10)  VALUE SPACES.
       01  WS-GW-AMOUNT             PIC 9(07)V99 VALUE ZERO.
       01  WS-GW-SOURCE             PIC X(08)  VALUE "VARPOST".
       01  WS-GW-TRAN-DATE          PIC X(08)  VALUE SPACES.
      *    PRDCTL closed-period control : everything up to the latest
      *    closed period is closed, and GL activity dated there books
      *    to the first day of the month after it
       77  WS-PRD-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-PRD-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-PRD-EOF-YES                  VALUE 'Y'.
       77  WS-PRD-LOADED-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-PRD-LOADED-YES               VALUE 'Y'.
       01  WS-CLOSED-THRU           PIC X(06)  VALUE SPACES.
       01  WS-OPEN-FROM-DATE        PIC X(08)  VALUE SPACES.
       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR       PIC 9(04).
           05  WS-PERIOD-MONTH      PIC 9(02).
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
      *  Age derivation : the YYYYMMDD integer trick - subtract the   *
      *  birth date from the as-of date and drop the month/day        *
           05  WS-AGC-TOT-CHECKED   PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE "  MISMATCHES: ".
           05  WS-AGC-TOT-MISMATCH  PIC ZZZZ9.
      *****************************************************************
      *  Claim categories and annual caps : the CLMCAT table, the     *
      *  CLMYTD accumulator switches, and one claim split into the    *
      *  part that may be paid and the part over the cap              *
      *****************************************************************
       77  WS-CAT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-CAT-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-CAT-EOF-YES                  VALUE 'Y'.
       77  WS-YTD-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-CLMRPT-STATUS         PIC X(02)  VALUE SPACES.
       01  WS-CLMRPT-NAME           PIC X(16)  VALUE "CLAIMYTD".
       77  WS-YTD-NEW-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-YTD-NEW-YES                  VALUE 'Y'.
       77  WS-CAP-REFUSED-SWITCH    PIC X(01)  VALUE 'N'.
           88  WS-CAP-REFUSED-YES              VALUE 'Y'.
       77  WS-YTD-ACTION            PIC X(01)  VALUE SPACE.
           88  WS-YTD-ACTION-PAID              VALUE 'P'.
           88  WS-YTD-ACTION-HELD              VALUE 'H'.
       77  WS-CAT-MAX               PIC 9(03) COMP VALUE 50.
       77  WS-CAT-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-CAT-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-CAT-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 50 TIMES.
               10  WS-CAT-CODE      PIC X(04).
               10  WS-CAT-DESC      PIC X(20).
               10  WS-CAT-CAP       PIC 9(06)V99.
       01  WS-CLAIM-TYPE-INPUT      PIC X(04)  VALUE SPACES.
       01  WS-POST-AMOUNT           PIC 9(06)V99 VALUE ZERO.
       01  WS-CAP-EXCESS            PIC 9(06)V99 VALUE ZERO.
       01  WS-CAP-USED              PIC 9(08)V99 VALUE ZERO.
       01  WS-CAP-REMAINING         PIC 9(08)V99 VALUE ZERO.
       01  WS-EXCESS-DISP           PIC ZZZ,ZZ9.99.
       01  WS-JRNL-AMOUNT           PIC 9(06)V99 VALUE ZERO.
       01  WS-JRNL-STATUS-TEXT      PIC X(15)  VALUE SPACES.
      *****************************************************************
      *  CLAIMYTD usage report : this year's CLMYTD rows summed by    *
      *  category and the claimant's current department               *
      *****************************************************************
       77  WS-USE-MAX               PIC 9(03) COMP VALUE 300.
       77  WS-USE-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-USE-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-USE-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       77  WS-USE-FULL-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-USE-FULL-YES                 VALUE 'Y'.
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY OCCURS 300 TIMES.
               10  WS-USE-TYPE      PIC X(04).
               10  WS-USE-DEPT      PIC X(04).
               10  WS-USE-CLAIMANTS PIC 9(05) COMP.
               10  WS-USE-AT-CAP    PIC 9(05) COMP.
               10  WS-USE-PAID      PIC 9(09)V99.
               10  WS-USE-HELD      PIC 9(09)V99.
               10  WS-USE-PRINTED-SW PIC X(01).
       01  WS-USE-DEPT-INPUT        PIC X(04)  VALUE SPACES.
       01  WS-RPT-YEAR              PIC X(04)  VALUE SPACES.
       77  WS-CT-CLAIMANTS          PIC 9(05) COMP VALUE ZERO.
       77  WS-CT-AT-CAP             PIC 9(05) COMP VALUE ZERO.
       01  WS-CT-PAID               PIC 9(09)V99 VALUE ZERO.
       01  WS-CT-HELD               PIC 9(09)V99 VALUE ZERO.
       01  WS-CLR-TITLE-LINE.
           05  FILLER               PIC X(36) VALUE
               "CLAIM CATEGORY USAGE YEAR-TO-DATE  ".
           05  FILLER               PIC X(06) VALUE "YEAR: ".
           05  WS-CLR-TITLE-YEAR    PIC X(04).
       01  WS-CLR-HEAD-LINE.
           05  FILLER               PIC X(14) VALUE "CATEGORY/DEPT ".
           05  FILLER               PIC X(09) VALUE "CLAIMANTS".
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "AT CAP".
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE "PAID YTD".
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(13) VALUE "HELD FOR APPR".
       01  WS-CLR-CAT-LINE.
           05  WS-CLR-CAT-CODE      PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CLR-CAT-DESC      PIC X(20).
           05  FILLER               PIC X(14) VALUE "  ANNUAL CAP  ".
           05  WS-CLR-CAT-CAP       PIC ZZZ,ZZ9.99.
       01  WS-CLR-DETAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CLR-DET-LABEL     PIC X(12).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-CLR-DET-CLAIMANTS PIC ZZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-CLR-DET-AT-CAP    PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CLR-DET-PAID      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-CLR-DET-HELD      PIC ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      *  Posting register and reversals : the POSTREG entry being     *
      *  written or reversed, the REVIN transaction's match, and the  *
      *  balance holder a merged-away id's reversal lands on          *
      *****************************************************************
       77  WS-REG-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-REV-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-REVRPT-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-REG-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-REG-OPEN-YES                 VALUE 'Y'.
       77  WS-REG-FREE-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-REG-FREE-YES                 VALUE 'Y'.
       77  WS-REV-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-REV-EOF-YES                  VALUE 'Y'.
       77  WS-REG-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-REG-FOUND-YES                VALUE 'Y'.
       77  WS-REG-SCAN-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-REG-SCAN-DONE                VALUE 'Y'.
       77  WS-HOLDER-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-HOLDER-FOUND-YES             VALUE 'Y'.
       77  WS-REG-SEQ               PIC 9(04) COMP VALUE ZERO.
       77  WS-REG-FREE-SEQ          PIC 9(04) COMP VALUE ZERO.
       77  WS-MERGE-HOPS            PIC 9(02) COMP VALUE ZERO.
       01  WS-REG-EMP-ID            PIC X(10)  VALUE SPACES.
       01  WS-REG-TYPE              PIC X(04)  VALUE SPACES.
       01  WS-REG-YEAR              PIC X(04)  VALUE SPACES.
       01  WS-REG-AMOUNT            PIC 9(06)V99 VALUE ZERO.
       01  WS-REG-SOURCE            PIC X(01)  VALUE SPACE.
       01  WS-REV-KEY               PIC X(21)  VALUE SPACES.
       01  WS-REV-AMOUNT            PIC 9(06)V99 VALUE ZERO.
       01  WS-REV-HOLDER-ID         PIC X(10)  VALUE SPACES.
       01  WS-REV-REFUSE-REASON     PIC X(30)  VALUE SPACES.
       01  WS-REVERSED-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-REV-MONTH             PIC X(06)  VALUE SPACES.
       77  WS-RRP-COUNT             PIC 9(05) COMP VALUE ZERO.
       01  WS-RRP-TOTAL             PIC 9(09)V99 VALUE ZERO.
      *****************************************************************
      *  Monthly reversals report line layouts                        *
      *****************************************************************
       01  WS-RRP-TITLE-LINE.
           05  FILLER               PIC X(36) VALUE
               "REIMBURSEMENT REVERSALS      MONTH: ".
           05  WS-RRP-TITLE-MONTH   PIC X(06).
       01  WS-RRP-HEAD-LINE.
           05  FILLER               PIC X(40) VALUE
               "EMPLOYEE    POSTED ON TYPE      POSTED  ".
           05  FILLER               PIC X(40) VALUE
               "  REVERSED  REV DATE  BY          REASON".
       01  WS-RRP-DETAIL-LINE.
           05  WS-RRP-EMP-ID        PIC X(10).
           05  FILLER               PIC X(02).
           05  WS-RRP-ORIG-DATE     PIC X(08).
           05  FILLER               PIC X(02).
           05  WS-RRP-TYPE          PIC X(04).
           05  FILLER               PIC X(02).
           05  WS-RRP-POSTED        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(02).
           05  WS-RRP-REVERSED      PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(02).
           05  WS-RRP-REV-DATE      PIC X(08).
           05  FILLER               PIC X(02).
           05  WS-RRP-BY            PIC X(10).
           05  FILLER               PIC X(02).
           05  WS-RRP-REASON        PIC X(30).
       01  WS-RRP-TOTAL-LINE.
           05  FILLER               PIC X(11) VALUE
               "REVERSALS: ".
           05  WS-RRP-TOT-COUNT     PIC ZZZZ9.
           05  FILLER               PIC X(08) VALUE "  TOTAL ".
           05  WS-RRP-TOT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               INSPECT WS-CMD-LINE
                   REPLACING ALL "WINDOW" BY "      "
           END-IF.
      *    REVRPT takes an optional YYYYMM month after the mode
           IF WS-CMD-LINE(1:7) = "REVRPT "
               MOVE WS-CMD-LINE(8:6) TO WS-REV-MONTH
               MOVE SPACES TO WS-CMD-LINE(7:14)
           END-IF.
           IF WS-CMD-LINE = "MAINT" OR "LOAD" OR "POST"
                   OR "APPROVE" OR "REVERSE"
               PERFORM 0100-CHECK-RUN-LOCK THRU 0100-EXIT
               IF WS-LOCKED-OUT-YES
                   GO TO 0000-WRAP-UP
                   PERFORM 7000-PENDING-MODE THRU 7000-EXIT
               WHEN "AGEAUDIT"
                   PERFORM 8000-AGE-AUDIT-MODE THRU 8000-EXIT
               WHEN "REVERSE"
                   PERFORM 8500-REVERSE-MODE THRU 8500-EXIT
               WHEN "REVRPT"
                   PERFORM 8800-REVERSAL-REPORT-MODE THRU 8800-EXIT
               WHEN OTHER
                   PERFORM 1000-DEMO-MODE THRU 1000-EXIT
           END-EVALUATE.
      *                           bytes as a comment or batch-control *
      *                           record, and a detail carrying such  *
      *                           an id would silently vanish from    *
      *                           the tallies - nor with '#', which   *
      *                           marks RetentionPurge's anonymized   *
      *                           placeholders                        *
      *****************************************************************
       1150-CHECK-RESERVED-ID.
           MOVE 'N' TO WS-ID-RESERVED-SWITCH.
           IF WS-CHECK-ID(1:1) = 'C' OR WS-CHECK-ID(1:1) = 'H'
                   OR WS-CHECK-ID(1:1) = 'T' OR WS-CHECK-ID(1:1) = '#'
               SET WS-ID-RESERVED-YES TO TRUE
               MOVE "PERSON-ID"  TO WS-EXC-FIELD-NAME
               MOVE WS-CHECK-ID  TO WS-EXC-BAD-VALUE
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1160-CHECK-BADGE-IN-USE : EMPMSTR carries the badge as a     *
      *                            unique alternate key, so a badge   *
      *                            already on another employee is     *
      *                            refused here with the holder named *
      *                            rather than left to fail the WRITE *
      *****************************************************************
       1160-CHECK-BADGE-IN-USE.
           MOVE 'N'    TO WS-BADGE-TAKEN-SWITCH.
           MOVE SPACES TO WS-BADGE-HOLDER.
           MOVE EM-EMPLOYEE-RECORD TO WS-BADGE-SAVE-RECORD.
           MOVE WS-CHECK-BADGE TO EM-MYID.
           READ EMPLOYEE-MASTER-FILE KEY IS EM-MYID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PR-PERSON-ID NOT = WS-CHECK-ID
                       SET WS-BADGE-TAKEN-YES TO TRUE
                       MOVE PR-PERSON-ID TO WS-BADGE-HOLDER
                   END-IF
           END-READ.
           MOVE WS-BADGE-SAVE-RECORD TO EM-EMPLOYEE-RECORD.
           IF WS-BADGE-TAKEN-YES
               MOVE "MYID"          TO WS-EXC-FIELD-NAME
               MOVE WS-CHECK-BADGE  TO WS-EXC-BAD-VALUE
               MOVE SPACES          TO WS-EXC-REASON
               STRING "BADGE HELD BY " WS-BADGE-HOLDER
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
       1160-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-DEPARTMENTS : pull the DEPTREF reference file      *
      *                          into the department table.  Slot 1   *
       1710-EXIT.
           EXIT.

      *****************************************************************
      *  1750-LOAD-CLAIM-CATEGORIES : pull the CLMCAT claim           *
      *                               categories and their annual     *
      *                               caps.  A missing CLMCAT leaves  *
      *                               the table empty, so every claim *
      *                               goes to suspense until it is    *
      *                               restored - flagged to EXCPRPT.  *
      *****************************************************************
       1750-LOAD-CLAIM-CATEGORIES.
           MOVE 'N'  TO WS-CAT-EOF-SWITCH.
           MOVE ZERO TO WS-CAT-USED.
           OPEN INPUT CLAIM-CATEGORY-FILE.
           IF WS-CAT-STATUS NOT = "00"
               MOVE "CLAIM-CATEGORY-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-CAT-STATUS         TO WS-EXC-BAD-VALUE
               MOVE "CLMCAT MISSING - ALL SUSPENDED"
                                          TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1750-EXIT
           END-IF.
           PERFORM 1760-READ-CATEGORY THRU 1760-EXIT.
           PERFORM UNTIL WS-CAT-EOF-YES
               IF WS-CAT-USED < WS-CAT-MAX
                   ADD 1 TO WS-CAT-USED
                   MOVE CC-CLAIM-TYPE  TO WS-CAT-CODE(WS-CAT-USED)
                   MOVE CC-DESCRIPTION TO WS-CAT-DESC(WS-CAT-USED)
                   MOVE CC-ANNUAL-CAP  TO WS-CAT-CAP(WS-CAT-USED)
               ELSE
                   MOVE "CC-CLAIM-TYPE" TO WS-EXC-FIELD-NAME
                   MOVE CC-CLAIM-TYPE   TO WS-EXC-BAD-VALUE
                   MOVE "CATEGORY TABLE FULL"
                                        TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-IF
               PERFORM 1760-READ-CATEGORY THRU 1760-EXIT
           END-PERFORM.
           CLOSE CLAIM-CATEGORY-FILE.
       1750-EXIT.
           EXIT.

       1760-READ-CATEGORY.
           READ CLAIM-CATEGORY-FILE
               AT END
                   SET WS-CAT-EOF-YES TO TRUE
           END-READ.
       1760-EXIT.
           EXIT.

      *****************************************************************
      *  1770-FIND-CATEGORY : locate WS-CLAIM-TYPE-INPUT in the       *
      *                       CLMCAT table - zero found-sub means an  *
      *                       unknown claim type                      *
      *****************************************************************
       1770-FIND-CATEGORY.
           MOVE ZERO TO WS-CAT-FOUND-SUB.
           PERFORM 1780-MATCH-CATEGORY THRU 1780-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-USED
                   OR WS-CAT-FOUND-SUB > ZERO.
       1770-EXIT.
           EXIT.

       1780-MATCH-CATEGORY.
           IF WS-CAT-CODE(WS-CAT-SUB) = WS-CLAIM-TYPE-INPUT
               MOVE WS-CAT-SUB TO WS-CAT-FOUND-SUB
           END-IF.
       1780-EXIT.
           EXIT.

      *****************************************************************
      *  1800-LOAD-DEPT-HISTORY : pull the DEPTHIST assignment        *
      *                           history into the as-of table.  No   *
           PERFORM 1600-FIND-DEPARTMENT THRU 1600-EXIT.
           MOVE EM-MYID TO MyID.
           PERFORM 1100-VALIDATE-MYID THRU 1100-EXIT.
           MOVE 'N' TO WS-BADGE-TAKEN-SWITCH.
           IF WS-MYID-VALID
               MOVE EM-MYID      TO WS-CHECK-BADGE
               MOVE PR-PERSON-ID TO WS-CHECK-ID
               PERFORM 1160-CHECK-BADGE-IN-USE THRU 1160-EXIT
           END-IF.
           IF NOT WS-MYID-VALID
               DISPLAY "Badge ID format is INVALID - employee not "
                   "added."
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE "ADD REJECTED"  TO WS-AUD-KEY-RESULT
           ELSE
           IF WS-BADGE-TAKEN-YES
               DISPLAY "Badge ID is already assigned to employee "
                   WS-BADGE-HOLDER " - employee not added."
               MOVE "ADD REJECTED"  TO WS-AUD-KEY-RESULT
           ELSE
           IF WS-DEPT-FOUND-SUB = ZERO
               DISPLAY "Department code is not on DEPTREF - "
                   "employee not added."
                   NOT INVALID KEY
                       DISPLAY "Employee added."
                       MOVE "ADD OK"       TO WS-AUD-KEY-RESULT
                       MOVE SPACES         TO WS-CHG-BEFORE-TABLE
                       MOVE "MAINTADD"     TO WS-CHG-SOURCE
                       PERFORM 9820-LOG-CHANGES THRU 9820-EXIT
                       MOVE PR-PERSON-ID   TO WS-DH-EMP-ID
                       MOVE SPACES         TO WS-DH-OLD-DEPT
                       MOVE EM-DEPT-CODE   TO WS-DH-NEW-DEPT
                       PERFORM 9600-WRITE-DEPT-HISTORY THRU 9600-EXIT
               END-WRITE
           END-IF
           END-IF
           END-IF.
           MOVE PR-PERSON-ID   TO WS-AUD-KEY-ID.
           MOVE EM-NAME        TO WS-AUD-KEY-INPUT.
                   MOVE SPACES TO WS-AUD-KEY-INPUT
                   MOVE "UPDATE NOT FOUND" TO WS-AUD-KEY-RESULT
               NOT INVALID KEY
                   PERFORM 9810-SNAP-BEFORE THRU 9810-EXIT
                   DISPLAY "Name (" EM-NAME "): " WITH NO ADVANCING
                   ACCEPT EM-NAME
                   DISPLAY "Amount (8 digits, current "
                       PERFORM 1950-DERIVE-AGE THRU 1950-EXIT
                       MOVE WS-DERIVED-AGE TO PR-AGE
                   END-IF
                   PERFORM 3310-UPDATE-BADGE THRU 3310-EXIT
                   MOVE EM-DEPT-CODE TO WS-DH-OLD-DEPT
                   DISPLAY "Department code (current "
                       EM-DEPT-CODE "): " WITH NO ADVANCING
                       ACCEPT WS-DH-EFF-DATE FROM DATE YYYYMMDD
                       PERFORM 9600-WRITE-DEPT-HISTORY THRU 9600-EXIT
                   END-IF
                   MOVE "MAINTUPD" TO WS-CHG-SOURCE
                   PERFORM 9820-LOG-CHANGES THRU 9820-EXIT
                   DISPLAY "Employee updated."
                   MOVE EM-NAME TO WS-AUD-KEY-INPUT
                   MOVE "UPDATE OK" TO WS-AUD-KEY-RESULT
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3310-UPDATE-BADGE : a new badge must be in the badge format  *
      *                      and held by no one else, or the badge on *
      *                      file stands; blank keeps it              *
      *****************************************************************
       3310-UPDATE-BADGE.
           DISPLAY "Badge ID (current " EM-MYID "): "
               WITH NO ADVANCING.
           ACCEPT WS-BADGE-INPUT.
           IF WS-BADGE-INPUT = SPACES OR WS-BADGE-INPUT = EM-MYID
               GO TO 3310-EXIT
           END-IF.
           MOVE WS-BADGE-INPUT TO MyID.
           PERFORM 1100-VALIDATE-MYID THRU 1100-EXIT.
           IF NOT WS-MYID-VALID
               DISPLAY "Badge ID format is INVALID - badge unchanged."
               MOVE "MYID"          TO WS-EXC-FIELD-NAME
               MOVE WS-BADGE-INPUT  TO WS-EXC-BAD-VALUE
               MOVE "BAD BADGE FORMAT" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 3310-EXIT
           END-IF.
           MOVE WS-BADGE-INPUT TO WS-CHECK-BADGE.
           MOVE PR-PERSON-ID   TO WS-CHECK-ID.
           PERFORM 1160-CHECK-BADGE-IN-USE THRU 1160-EXIT.
           IF WS-BADGE-TAKEN-YES
               DISPLAY "Badge ID is already assigned to employee "
                   WS-BADGE-HOLDER " - badge unchanged."
               GO TO 3310-EXIT
           END-IF.
           MOVE WS-BADGE-INPUT TO EM-MYID.
       3310-EXIT.
           EXIT.

       3400-LIST-EMPLOYEES.
           MOVE LOW-VALUES TO PR-PERSON-ID.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN PR-PERSON-ID
                       ACCEPT WS-EFFECTIVE-DATE-INPUT
                           FROM DATE YYYYMMDD
                   END-IF
                   PERFORM 9810-SNAP-BEFORE THRU 9810-EXIT
                   MOVE 'T' TO EM-STATUS-CODE
                   MOVE WS-EFFECTIVE-DATE-INPUT TO EM-STATUS-DATE
                   REWRITE EM-EMPLOYEE-RECORD
                   MOVE "MAINTTRM" TO WS-CHG-SOURCE
                   PERFORM 9820-LOG-CHANGES THRU 9820-EXIT
                   DISPLAY "Employee terminated effective "
                       EM-STATUS-DATE "."
                   MOVE EM-NAME TO WS-AUD-KEY-INPUT
               PERFORM 4300-TERMINATE-LOAD-RECORD THRU 4300-EXIT
               GO TO 4200-LOG
           END-IF.
           IF EL-ACTION-CHANGE
               PERFORM 4400-CHANGE-LOAD-RECORD THRU 4400-EXIT
               GO TO 4200-LOG
           END-IF.
           MOVE EL-PERSON-ID TO WS-CHECK-ID.
           PERFORM 1150-CHECK-RESERVED-ID THRU 1150-EXIT.
           IF WS-ID-RESERVED-YES
           END-IF.
           MOVE EL-MYID TO MyID.
           PERFORM 1100-VALIDATE-MYID THRU 1100-EXIT.
           MOVE 'N' TO WS-BADGE-TAKEN-SWITCH.
           IF WS-MYID-VALID
               MOVE EL-MYID      TO WS-CHECK-BADGE
               MOVE EL-PERSON-ID TO WS-CHECK-ID
               PERFORM 1160-CHECK-BADGE-IN-USE THRU 1160-EXIT
           END-IF.
           MOVE EL-DEPT-CODE TO WS-EMP-DEPT-INPUT.
           PERFORM 1600-FIND-DEPARTMENT THRU 1600-EXIT.
           IF NOT WS-MYID-VALID
               MOVE "LOAD REJECTED" TO WS-AUD-KEY-RESULT
               ADD 1 TO WS-CTL-REJECT-COUNT
           ELSE
           IF WS-BADGE-TAKEN-YES
               MOVE "LOAD REJECTED" TO WS-AUD-KEY-RESULT
               ADD 1 TO WS-CTL-REJECT-COUNT
           ELSE
           IF WS-DEPT-FOUND-SUB = ZERO
               MOVE "DEPT-CODE"     TO WS-EXC-FIELD-NAME
               MOVE EL-DEPT-CODE    TO WS-EXC-BAD-VALUE
                   NOT INVALID KEY
                       MOVE "LOAD OK"       TO WS-AUD-KEY-RESULT
                       ADD 1 TO WS-CTL-WRITTEN-COUNT
                       MOVE SPACES          TO WS-CHG-BEFORE-TABLE
                       MOVE "LOADADD"       TO WS-CHG-SOURCE
                       PERFORM 9820-LOG-CHANGES THRU 9820-EXIT
                       MOVE PR-PERSON-ID    TO WS-DH-EMP-ID
                       MOVE SPACES          TO WS-DH-OLD-DEPT
                       MOVE EM-DEPT-CODE    TO WS-DH-NEW-DEPT
                       PERFORM 9600-WRITE-DEPT-HISTORY THRU 9600-EXIT
               END-WRITE
           END-IF
           END-IF
           END-IF.
       4200-LOG.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
                   MOVE "TERM REJECTED"  TO WS-AUD-KEY-RESULT
                   ADD 1 TO WS-CTL-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 9810-SNAP-BEFORE THRU 9810-EXIT
                   MOVE 'T' TO EM-STATUS-CODE
                   IF EL-EFFECTIVE-DATE NOT = SPACES
                       MOVE EL-EFFECTIVE-DATE TO EM-STATUS-DATE
                       ACCEPT EM-STATUS-DATE FROM DATE YYYYMMDD
                   END-IF
                   REWRITE EM-EMPLOYEE-RECORD
                   MOVE "LOADTRM"        TO WS-CHG-SOURCE
                   PERFORM 9820-LOG-CHANGES THRU 9820-EXIT
                   MOVE "TERM OK"        TO WS-AUD-KEY-RESULT
                   ADD 1 TO WS-CTL-WRITTEN-COUNT
           END-READ.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  4400-CHANGE-LOAD-RECORD : a 'D', 'L' or 'R' change record on *
      *                            the batch feed moves an existing   *
      *                            employee to a new department, or   *
      *                            onto or back from leave, as of its *
      *                            effective date.  A terminated      *
      *                            employee is not changed.           *
      *****************************************************************
       4400-CHANGE-LOAD-RECORD.
           IF EL-ACTION-DEPT-CHANGE
               MOVE EL-DEPT-CODE TO WS-EMP-DEPT-INPUT
               PERFORM 1600-FIND-DEPARTMENT THRU 1600-EXIT
               IF WS-DEPT-FOUND-SUB = ZERO
                   MOVE "DEPT-CODE"     TO WS-EXC-FIELD-NAME
                   MOVE EL-DEPT-CODE    TO WS-EXC-BAD-VALUE
                   MOVE "UNKNOWN DEPARTMENT CODE" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   MOVE "CHANGE REJECTED" TO WS-AUD-KEY-RESULT
                   ADD 1 TO WS-CTL-REJECT-COUNT
                   GO TO 4400-EXIT
               END-IF
           END-IF.
           MOVE EL-PERSON-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "PERSON-ID"     TO WS-EXC-FIELD-NAME
                   MOVE EL-PERSON-ID    TO WS-EXC-BAD-VALUE
                   MOVE "CHANGE ID NOT ON MASTER" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   MOVE "CHANGE REJECTED" TO WS-AUD-KEY-RESULT
                   ADD 1 TO WS-CTL-REJECT-COUNT
                   GO TO 4400-EXIT
           END-READ.
           IF EM-STATUS-TERMINATED
               MOVE "PERSON-ID"     TO WS-EXC-FIELD-NAME
               MOVE EL-PERSON-ID    TO WS-EXC-BAD-VALUE
               MOVE "CHANGE FOR TERMINATED EMPLOYEE" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE "CHANGE REJECTED" TO WS-AUD-KEY-RESULT
               ADD 1 TO WS-CTL-REJECT-COUNT
               GO TO 4400-EXIT
           END-IF.
           IF EL-EFFECTIVE-DATE NOT = SPACES
               MOVE EL-EFFECTIVE-DATE TO WS-DH-EFF-DATE
           ELSE
               ACCEPT WS-DH-EFF-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 9810-SNAP-BEFORE THRU 9810-EXIT.
           EVALUATE TRUE
               WHEN EL-ACTION-DEPT-CHANGE
                   MOVE EM-DEPT-CODE    TO WS-DH-OLD-DEPT
                   MOVE EL-DEPT-CODE    TO EM-DEPT-CODE
                   MOVE "DEPT CHANGE OK" TO WS-AUD-KEY-RESULT
               WHEN EL-ACTION-LEAVE
                   MOVE 'L'             TO EM-STATUS-CODE
                   MOVE WS-DH-EFF-DATE  TO EM-STATUS-DATE
                   MOVE "LEAVE OK"      TO WS-AUD-KEY-RESULT
               WHEN OTHER
                   MOVE 'A'             TO EM-STATUS-CODE
                   MOVE WS-DH-EFF-DATE  TO EM-STATUS-DATE
                   MOVE "RETURN OK"     TO WS-AUD-KEY-RESULT
           END-EVALUATE.
           REWRITE EM-EMPLOYEE-RECORD.
           ADD 1 TO WS-CTL-WRITTEN-COUNT.
           MOVE "LOADCHG" TO WS-CHG-SOURCE.
           PERFORM 9820-LOG-CHANGES THRU 9820-EXIT.
           IF EL-ACTION-DEPT-CHANGE
                   AND EM-DEPT-CODE NOT = WS-DH-OLD-DEPT
               MOVE PR-PERSON-ID TO WS-DH-EMP-ID
               MOVE EM-DEPT-CODE TO WS-DH-NEW-DEPT
               PERFORM 9600-WRITE-DEPT-HISTORY THRU 9600-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

      *****************************************************************
      *  5000-POST-MODE : apply each clean AMTIN record to its        *
      *                   employee's EM-AMOUNT master balance, with a *
      *                   with no master record, a terminated         *
      *                   employee or a balance overflow goes to the  *
      *                   AMTSUSP suspense file for next cycle.       *
      *                   Each claim is held to its category's annual *
      *                   cap on CLMYTD, and the run ends with the    *
      *                   CLAIMYTD usage report.                      *
      *****************************************************************
       5000-POST-MODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1700-LOAD-APPROVAL-LIMITS THRU 1700-EXIT.
           PERFORM 1750-LOAD-CLAIM-CATEGORIES THRU 1750-EXIT.
           MOVE "PSTCKPT" TO WS-CKPT-NAME.
      *    interval one for POST : every posting is REWRITten to the
      *    persistent master at once, so the checkpoint must advance
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.
           PERFORM 5050-OPEN-CLAIM-YTD THRU 5050-EXIT.
           PERFORM 5060-OPEN-REGISTER THRU 5060-EXIT.
           IF WS-AMT-STATUS = "00"
               PERFORM 9435-SKIP-POST-RECORD THRU 9435-EXIT
                   VARYING WS-CKPT-SKIP-SUB FROM 1 BY 1
                                   TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           PERFORM 5800-WRITE-CLAIM-REPORT THRU 5800-EXIT.
           CLOSE CLAIM-YTD-FILE.
           IF WS-REG-OPEN-YES
               CLOSE POSTING-REGISTER-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE POSTING-JOURNAL-FILE.
           CLOSE SUSPENSE-FILE.
       5000-EXIT.
           EXIT.

       5050-OPEN-CLAIM-YTD.
           OPEN I-O CLAIM-YTD-FILE.
           IF WS-YTD-STATUS = "35"
               OPEN OUTPUT CLAIM-YTD-FILE
               CLOSE CLAIM-YTD-FILE
               OPEN I-O CLAIM-YTD-FILE
           END-IF.
       5050-EXIT.
           EXIT.

      *    the posting register is what a later reversal is proved
      *    against - created on first use like CLMYTD
       5060-OPEN-REGISTER.
           MOVE 'N' TO WS-REG-OPEN-SWITCH.
           OPEN I-O POSTING-REGISTER-FILE.
           IF WS-REG-STATUS = "35"
               OPEN OUTPUT POSTING-REGISTER-FILE
               CLOSE POSTING-REGISTER-FILE
               OPEN I-O POSTING-REGISTER-FILE
           END-IF.
           IF WS-REG-STATUS = "00"
               SET WS-REG-OPEN-YES TO TRUE
           ELSE
               MOVE "POSTING-REGISTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-REG-STATUS           TO WS-EXC-BAD-VALUE
               MOVE "POSTREG COULD NOT BE OPENED"
                                            TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
       5060-EXIT.
           EXIT.

       5100-POST-ONE-AMOUNT.
           ADD 1 TO WS-CTL-READ-COUNT.
           MOVE AM-EMP-ID TO WS-AUD-KEY-ID.
               PERFORM 5300-SEND-TO-SUSPENSE THRU 5300-EXIT
               GO TO 5200-EXIT
           END-IF.
           PERFORM 5700-CHECK-CLAIM-CAP THRU 5700-EXIT.
           IF WS-CAP-REFUSED-YES
               GO TO 5200-EXIT
           END-IF.
           PERFORM 5600-CHECK-APPROVAL-LIMIT THRU 5600-EXIT.
           IF WS-OVER-LIMIT-YES
               PERFORM 5500-SEND-TO-APPROVAL THRU 5500-EXIT
               SET WS-YTD-ACTION-HELD TO TRUE
               PERFORM 5750-RECORD-CLAIM-YTD THRU 5750-EXIT
               IF WS-CAP-EXCESS > ZERO
                   MOVE EM-AMOUNT TO WS-BEFORE-BALANCE
                   MOVE EM-AMOUNT TO WS-AFTER-BALANCE
                   PERFORM 5760-REJECT-EXCESS THRU 5760-EXIT
               END-IF
               GO TO 5200-EXIT
           END-IF.
           PERFORM 9810-SNAP-BEFORE THRU 9810-EXIT.
           MOVE EM-AMOUNT TO WS-BEFORE-BALANCE.
           ADD WS-POST-AMOUNT TO EM-AMOUNT
               ON SIZE ERROR
                   MOVE WS-BEFORE-BALANCE TO EM-AMOUNT
                   MOVE "EM-AMOUNT"  TO WS-EXC-FIELD-NAME
           END-ADD.
           MOVE EM-AMOUNT TO WS-AFTER-BALANCE.
           REWRITE EM-EMPLOYEE-RECORD.
           MOVE "POST" TO WS-CHG-SOURCE.
           PERFORM 9820-LOG-CHANGES THRU 9820-EXIT.
           MOVE WS-POST-AMOUNT TO WS-JRNL-AMOUNT.
           IF WS-CAP-EXCESS > ZERO
               MOVE "POSTED AT CAP" TO WS-JRNL-STATUS-TEXT
           ELSE
               MOVE "POSTED"        TO WS-JRNL-STATUS-TEXT
           END-IF.
           PERFORM 5400-WRITE-JOURNAL-LINE THRU 5400-EXIT.
           SET WS-YTD-ACTION-PAID TO TRUE.
           PERFORM 5750-RECORD-CLAIM-YTD THRU 5750-EXIT.
           IF WS-CAP-EXCESS > ZERO
               PERFORM 5760-REJECT-EXCESS THRU 5760-EXIT
           END-IF.
           MOVE AM-EMP-ID       TO WS-REG-EMP-ID.
           MOVE AM-CLAIM-TYPE   TO WS-REG-TYPE.
           MOVE AM-RECEIPT-YEAR TO WS-REG-YEAR.
           MOVE WS-POST-AMOUNT  TO WS-REG-AMOUNT.
           MOVE 'P'             TO WS-REG-SOURCE.
           PERFORM 5450-REGISTER-POSTING THRU 5450-EXIT.
           MOVE AM-EMP-ID      TO WS-GW-EMP-ID.
           MOVE WS-POST-AMOUNT TO WS-GW-AMOUNT.
           PERFORM 9700-WRITE-GL-ACTIVITY THRU 9700-EXIT.
           ADD WS-POST-AMOUNT TO WS-GRAND-TOTAL.
           ADD 1 TO WS-CTL-WRITTEN-COUNT.
           MOVE WS-JRNL-STATUS-TEXT TO WS-AUD-KEY-RESULT.
           MOVE WS-BEFORE-BALANCE TO WS-BEFORE-DISP.
           MOVE WS-AFTER-BALANCE  TO WS-AFTER-DISP.
           STRING "BEFORE=" WS-BEFORE-DISP " AFTER=" WS-AFTER-DISP

      *****************************************************************
      *  5400-WRITE-JOURNAL-LINE : before-balance, posted amount and  *
      *                            after-balance for one posting -    *
      *                            or for the cap-rejected part of a  *
      *                            claim, with the balance unchanged  *
      *****************************************************************
       5400-WRITE-JOURNAL-LINE.
           MOVE SPACES              TO PJ-JOURNAL-RECORD.
           MOVE AM-EMP-ID           TO PJ-EMP-ID.
           MOVE WS-TODAY            TO PJ-RUN-DATE.
           MOVE WS-BEFORE-BALANCE   TO PJ-BEFORE-BALANCE.
           MOVE WS-JRNL-AMOUNT      TO PJ-POSTED-AMOUNT.
           MOVE WS-AFTER-BALANCE    TO PJ-AFTER-BALANCE.
           MOVE WS-JRNL-STATUS-TEXT TO PJ-STATUS.
           MOVE AM-CLAIM-TYPE       TO PJ-CLAIM-TYPE.
           WRITE PJ-JOURNAL-RECORD.
       5400-EXIT.
           EXIT.

      *****************************************************************
      *  5450-REGISTER-POSTING : keep the posting on the POSTREG      *
      *                          register under the next free         *
      *                          sequence for the employee and day    *
      *****************************************************************
       5450-REGISTER-POSTING.
           IF NOT WS-REG-OPEN-YES
               GO TO 5450-EXIT
           END-IF.
           MOVE 'N'  TO WS-REG-FREE-SWITCH.
           MOVE ZERO TO WS-REG-FREE-SEQ.
           PERFORM 5455-PROBE-SEQUENCE THRU 5455-EXIT
               VARYING WS-REG-SEQ FROM 1 BY 1
               UNTIL WS-REG-SEQ > 999
                   OR WS-REG-FREE-YES.
           IF NOT WS-REG-FREE-YES
               MOVE "PG-SEQUENCE"   TO WS-EXC-FIELD-NAME
               MOVE WS-REG-EMP-ID   TO WS-EXC-BAD-VALUE
               MOVE "POSTREG DAY FULL - NOT KEPT"
                                    TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 5450-EXIT
           END-IF.
           MOVE SPACES          TO PG-REGISTER-RECORD.
           MOVE WS-REG-EMP-ID   TO PG-EMP-ID.
           MOVE WS-TODAY        TO PG-RUN-DATE.
           MOVE WS-REG-FREE-SEQ TO PG-SEQUENCE.
           MOVE WS-REG-TYPE     TO PG-CLAIM-TYPE.
           MOVE WS-REG-YEAR     TO PG-CLAIM-YEAR.
           MOVE WS-REG-AMOUNT   TO PG-POSTED-AMOUNT.
           MOVE WS-REG-SOURCE   TO PG-SOURCE-CODE.
           MOVE 'N'             TO PG-REVERSED-SWITCH.
           MOVE ZERO            TO PG-REVERSED-AMOUNT.
           WRITE PG-REGISTER-RECORD
               INVALID KEY
                   MOVE "PG-REGISTER-KEY" TO WS-EXC-FIELD-NAME
                   MOVE WS-REG-EMP-ID     TO WS-EXC-BAD-VALUE
                   MOVE "POSTREG WRITE FAILED"
                                          TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-WRITE.
       5450-EXIT.
           EXIT.

       5455-PROBE-SEQUENCE.
           MOVE WS-REG-EMP-ID TO PG-EMP-ID.
           MOVE WS-TODAY      TO PG-RUN-DATE.
           MOVE WS-REG-SEQ    TO PG-SEQUENCE.
           READ POSTING-REGISTER-FILE
               INVALID KEY
                   SET WS-REG-FREE-YES TO TRUE
                   MOVE WS-REG-SEQ TO WS-REG-FREE-SEQ
           END-READ.
       5455-EXIT.
           EXIT.

      *****************************************************************
      *  5500-SEND-TO-APPROVAL : hold the over-limit amount on the    *
      *                          APPRPEND pending-approval suspense   *
      *                          for the APPROVE mode to settle       *
      *****************************************************************
       5500-SEND-TO-APPROVAL.
           MOVE SPACES          TO PN-PENDING-RECORD.
           MOVE AM-EMP-ID       TO PN-EMP-ID.
           MOVE WS-POST-AMOUNT  TO PN-AMOUNT.
           MOVE EM-DEPT-CODE    TO PN-DEPT-CODE.
           MOVE WS-TODAY        TO PN-SUSP-DATE.
           MOVE AM-CLAIM-TYPE   TO PN-CLAIM-TYPE.
           MOVE AM-RECEIPT-YEAR TO PN-CLAIM-YEAR.
           WRITE PN-PENDING-RECORD.
           ADD 1 TO WS-CTL-REJECT-COUNT.
           MOVE "AM-AMOUNT"  TO WS-EXC-FIELD-NAME.
           PERFORM 1600-FIND-DEPARTMENT THRU 1600-EXIT.
           IF WS-DEPT-FOUND-SUB > ZERO
               IF WS-DEPT-LIMIT(WS-DEPT-FOUND-SUB) > ZERO
                       AND WS-POST-AMOUNT >
                           WS-DEPT-LIMIT(WS-DEPT-FOUND-SUB)
                   SET WS-OVER-LIMIT-YES TO TRUE
               END-IF
       5600-EXIT.
           EXIT.

      *****************************************************************
      *  5700-CHECK-CLAIM-CAP : place the claim in its CLMCAT         *
      *                         category and split it against what    *
      *                         is left of the annual cap - already   *
      *                         paid and still held both count.  An   *
      *                         unknown category goes to suspense; a  *
      *                         cap already used up rejects the lot.  *
      *****************************************************************
       5700-CHECK-CLAIM-CAP.
           MOVE 'N'       TO WS-CAP-REFUSED-SWITCH.
           MOVE AM-AMOUNT TO WS-POST-AMOUNT.
           MOVE ZERO      TO WS-CAP-EXCESS.
           MOVE AM-CLAIM-TYPE TO WS-CLAIM-TYPE-INPUT.
           PERFORM 1770-FIND-CATEGORY THRU 1770-EXIT.
           IF WS-CAT-FOUND-SUB = ZERO
               MOVE "AM-CLAIM-TYPE" TO WS-EXC-FIELD-NAME
               MOVE AM-CLAIM-TYPE   TO WS-EXC-BAD-VALUE
               MOVE "UNKNOWN CLAIM TYPE - SUSPENSE"
                                    TO WS-EXC-REASON
               PERFORM 5300-SEND-TO-SUSPENSE THRU 5300-EXIT
               SET WS-CAP-REFUSED-YES TO TRUE
               GO TO 5700-EXIT
           END-IF.
           MOVE 'N'             TO WS-YTD-NEW-SWITCH.
           MOVE AM-EMP-ID       TO CY-EMP-ID.
           MOVE AM-CLAIM-TYPE   TO CY-CLAIM-TYPE.
           MOVE AM-RECEIPT-YEAR TO CY-CLAIM-YEAR.
           READ CLAIM-YTD-FILE
               INVALID KEY
                   SET WS-YTD-NEW-YES TO TRUE
                   MOVE AM-EMP-ID       TO CY-EMP-ID
                   MOVE AM-CLAIM-TYPE   TO CY-CLAIM-TYPE
                   MOVE AM-RECEIPT-YEAR TO CY-CLAIM-YEAR
                   MOVE ZERO   TO CY-PAID-AMOUNT
                   MOVE ZERO   TO CY-HELD-AMOUNT
                   MOVE ZERO   TO CY-CLAIM-COUNT
                   MOVE SPACES TO CY-LAST-POST-DATE
           END-READ.
           IF WS-CAT-CAP(WS-CAT-FOUND-SUB) = ZERO
               GO TO 5700-EXIT
           END-IF.
           ADD CY-PAID-AMOUNT CY-HELD-AMOUNT GIVING WS-CAP-USED.
           IF WS-CAP-USED NOT < WS-CAT-CAP(WS-CAT-FOUND-SUB)
               MOVE ZERO TO WS-CAP-REMAINING
           ELSE
               SUBTRACT WS-CAP-USED FROM WS-CAT-CAP(WS-CAT-FOUND-SUB)
                   GIVING WS-CAP-REMAINING
           END-IF.
           IF AM-AMOUNT > WS-CAP-REMAINING
               MOVE WS-CAP-REMAINING TO WS-POST-AMOUNT
               SUBTRACT WS-CAP-REMAINING FROM AM-AMOUNT
                   GIVING WS-CAP-EXCESS
           END-IF.
           IF WS-POST-AMOUNT = ZERO
               SET WS-CAP-REFUSED-YES TO TRUE
               MOVE "AM-AMOUNT"     TO WS-EXC-FIELD-NAME
               MOVE AM-AMOUNT       TO WS-EXCESS-DISP
               MOVE WS-EXCESS-DISP  TO WS-EXC-BAD-VALUE
               MOVE "ANNUAL CAP REACHED - REJECTED"
                                    TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE EM-AMOUNT       TO WS-BEFORE-BALANCE
               MOVE EM-AMOUNT       TO WS-AFTER-BALANCE
               MOVE AM-AMOUNT       TO WS-JRNL-AMOUNT
               MOVE "REJECTED - CAP" TO WS-JRNL-STATUS-TEXT
               PERFORM 5400-WRITE-JOURNAL-LINE THRU 5400-EXIT
               ADD 1 TO WS-CTL-REJECT-COUNT
               MOVE "CAP REACHED"   TO WS-AUD-KEY-RESULT
               MOVE WS-EXC-REASON   TO WS-AUD-KEY-INPUT
           END-IF.
       5700-EXIT.
           EXIT.

      *****************************************************************
      *  5750-RECORD-CLAIM-YTD : add the payable part of the claim to *
      *                          CLMYTD - onto paid when it posted,   *
      *                          onto held when it went for approval  *
      *****************************************************************
       5750-RECORD-CLAIM-YTD.
           IF WS-YTD-ACTION-HELD
               ADD WS-POST-AMOUNT TO CY-HELD-AMOUNT
           ELSE
               ADD WS-POST-AMOUNT TO CY-PAID-AMOUNT
               ADD 1 TO CY-CLAIM-COUNT
           END-IF.
           MOVE WS-TODAY TO CY-LAST-POST-DATE.
           IF WS-YTD-NEW-YES
               WRITE CY-YTD-RECORD
               MOVE 'N' TO WS-YTD-NEW-SWITCH
           ELSE
               REWRITE CY-YTD-RECORD
           END-IF.
       5750-EXIT.
           EXIT.

      *****************************************************************
      *  5760-REJECT-EXCESS : the part of a claim over the annual cap *
      *                       is not paid - flagged to EXCPRPT and    *
      *                       journaled with the balance unchanged    *
      *****************************************************************
       5760-REJECT-EXCESS.
           MOVE "AM-AMOUNT"     TO WS-EXC-FIELD-NAME.
           MOVE WS-CAP-EXCESS   TO WS-EXCESS-DISP.
           MOVE WS-EXCESS-DISP  TO WS-EXC-BAD-VALUE.
           MOVE "OVER ANNUAL CAP - EXCESS REJ"
                                TO WS-EXC-REASON.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT.
           MOVE WS-AFTER-BALANCE TO WS-BEFORE-BALANCE.
           MOVE WS-CAP-EXCESS   TO WS-JRNL-AMOUNT.
           MOVE "EXCESS OVER CAP" TO WS-JRNL-STATUS-TEXT.
           PERFORM 5400-WRITE-JOURNAL-LINE THRU 5400-EXIT.
       5760-EXIT.
           EXIT.

      *****************************************************************
      *  5800-WRITE-CLAIM-REPORT : the CLAIMYTD usage report - this   *
      *                            year's CLMYTD rows summed by       *
      *                            category and by the claimant's     *
      *                            current department, in CLMCAT      *
      *                            order, then any category no longer *
      *                            on CLMCAT                          *
      *****************************************************************
       5800-WRITE-CLAIM-REPORT.
           MOVE ZERO TO WS-USE-USED.
           MOVE 'N'  TO WS-USE-FULL-SWITCH.
           MOVE WS-TODAY(1:4) TO WS-RPT-YEAR.
           MOVE LOW-VALUES TO CY-YTD-KEY.
           START CLAIM-YTD-FILE KEY IS NOT LESS THAN CY-YTD-KEY
               INVALID KEY
                   GO TO 5800-PRINT
           END-START.
           PERFORM 5820-READ-NEXT-YTD THRU 5820-EXIT.
           PERFORM UNTIL WS-YTD-STATUS NOT = "00"
               IF CY-CLAIM-YEAR = WS-RPT-YEAR
                   PERFORM 5810-TALLY-ONE-YTD THRU 5810-EXIT
               END-IF
               PERFORM 5820-READ-NEXT-YTD THRU 5820-EXIT
           END-PERFORM.
       5800-PRINT.
           MOVE "CLAIMYTD" TO WS-GEN-REPORT-NAME.
           PERFORM 9500-NEXT-GENERATION THRU 9500-EXIT.
           MOVE WS-GEN-FILE-NAME TO WS-CLMRPT-NAME.
           OPEN OUTPUT CLAIM-REPORT-FILE.
           MOVE WS-GEN-HEADER-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE WS-RPT-YEAR TO WS-CLR-TITLE-YEAR.
           MOVE WS-CLR-TITLE-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE WS-CLR-HEAD-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           PERFORM 5835-WRITE-LISTED-CATEGORY THRU 5835-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-USED.
           PERFORM 5855-WRITE-UNLISTED-CATEGORY THRU 5855-EXIT
               VARYING WS-USE-FOUND-SUB FROM 1 BY 1
               UNTIL WS-USE-FOUND-SUB > WS-USE-USED.
           MOVE WS-GEN-FOOTER-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           CLOSE CLAIM-REPORT-FILE.
           PERFORM 9510-CATALOG-GENERATION THRU 9510-EXIT.
       5800-EXIT.
           EXIT.

       5810-TALLY-ONE-YTD.
           MOVE "????" TO WS-USE-DEPT-INPUT.
           MOVE CY-EMP-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE
               NOT INVALID KEY
                   MOVE EM-DEPT-CODE TO WS-USE-DEPT-INPUT
           END-READ.
           PERFORM 5830-FIND-USAGE THRU 5830-EXIT.
           IF WS-USE-FOUND-SUB = ZERO
               IF WS-USE-USED NOT < WS-USE-MAX
                   IF NOT WS-USE-FULL-YES
                       SET WS-USE-FULL-YES TO TRUE
                       MOVE "CY-CLAIM-TYPE" TO WS-EXC-FIELD-NAME
                       MOVE CY-CLAIM-TYPE   TO WS-EXC-BAD-VALUE
                       MOVE "USAGE TABLE FULL - RPT SHORT"
                                            TO WS-EXC-REASON
                       PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   END-IF
                   GO TO 5810-EXIT
               END-IF
               ADD 1 TO WS-USE-USED
               MOVE WS-USE-USED       TO WS-USE-FOUND-SUB
               MOVE CY-CLAIM-TYPE     TO WS-USE-TYPE(WS-USE-USED)
               MOVE WS-USE-DEPT-INPUT TO WS-USE-DEPT(WS-USE-USED)
               MOVE ZERO TO WS-USE-CLAIMANTS(WS-USE-USED)
               MOVE ZERO TO WS-USE-AT-CAP(WS-USE-USED)
               MOVE ZERO TO WS-USE-PAID(WS-USE-USED)
               MOVE ZERO TO WS-USE-HELD(WS-USE-USED)
               MOVE 'N'  TO WS-USE-PRINTED-SW(WS-USE-USED)
           END-IF.
           ADD 1 TO WS-USE-CLAIMANTS(WS-USE-FOUND-SUB).
           ADD CY-PAID-AMOUNT TO WS-USE-PAID(WS-USE-FOUND-SUB).
           ADD CY-HELD-AMOUNT TO WS-USE-HELD(WS-USE-FOUND-SUB).
           MOVE CY-CLAIM-TYPE TO WS-CLAIM-TYPE-INPUT.
           PERFORM 1770-FIND-CATEGORY THRU 1770-EXIT.
           IF WS-CAT-FOUND-SUB > ZERO
               IF WS-CAT-CAP(WS-CAT-FOUND-SUB) > ZERO
                   ADD CY-PAID-AMOUNT CY-HELD-AMOUNT
                       GIVING WS-CAP-USED
                   IF WS-CAP-USED NOT < WS-CAT-CAP(WS-CAT-FOUND-SUB)
                       ADD 1 TO WS-USE-AT-CAP(WS-USE-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.
       5810-EXIT.
           EXIT.

       5820-READ-NEXT-YTD.
           READ CLAIM-YTD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-YTD-STATUS
           END-READ.
       5820-EXIT.
           EXIT.

       5830-FIND-USAGE.
           MOVE ZERO TO WS-USE-FOUND-SUB.
           PERFORM 5831-MATCH-USAGE THRU 5831-EXIT
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-USED
                   OR WS-USE-FOUND-SUB > ZERO.
       5830-EXIT.
           EXIT.

       5831-MATCH-USAGE.
           IF WS-USE-TYPE(WS-USE-SUB) = CY-CLAIM-TYPE
                   AND WS-USE-DEPT(WS-USE-SUB) = WS-USE-DEPT-INPUT
               MOVE WS-USE-SUB TO WS-USE-FOUND-SUB
           END-IF.
       5831-EXIT.
           EXIT.

       5835-WRITE-LISTED-CATEGORY.
           MOVE WS-CAT-CODE(WS-CAT-SUB) TO WS-CLR-CAT-CODE.
           MOVE WS-CAT-DESC(WS-CAT-SUB) TO WS-CLR-CAT-DESC.
           MOVE WS-CAT-CAP(WS-CAT-SUB)  TO WS-CLR-CAT-CAP.
           PERFORM 5840-WRITE-CATEGORY-BLOCK THRU 5840-EXIT.
       5835-EXIT.
           EXIT.

      *****************************************************************
      *  5840-WRITE-CATEGORY-BLOCK : the category line, a line per    *
      *                              department with usage under it,  *
      *                              and the category total           *
      *****************************************************************
       5840-WRITE-CATEGORY-BLOCK.
           MOVE SPACES TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE WS-CLR-CAT-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE ZERO TO WS-CT-CLAIMANTS.
           MOVE ZERO TO WS-CT-AT-CAP.
           MOVE ZERO TO WS-CT-PAID.
           MOVE ZERO TO WS-CT-HELD.
           PERFORM 5845-WRITE-ONE-USAGE THRU 5845-EXIT
               VARYING WS-USE-SUB FROM 1 BY 1
               UNTIL WS-USE-SUB > WS-USE-USED.
           MOVE "TOTAL"         TO WS-CLR-DET-LABEL.
           MOVE WS-CT-CLAIMANTS TO WS-CLR-DET-CLAIMANTS.
           MOVE WS-CT-AT-CAP    TO WS-CLR-DET-AT-CAP.
           MOVE WS-CT-PAID      TO WS-CLR-DET-PAID.
           MOVE WS-CT-HELD      TO WS-CLR-DET-HELD.
           MOVE WS-CLR-DETAIL-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
       5840-EXIT.
           EXIT.

       5845-WRITE-ONE-USAGE.
           IF WS-USE-TYPE(WS-USE-SUB) NOT = WS-CLR-CAT-CODE
                   OR WS-USE-PRINTED-SW(WS-USE-SUB) = 'Y'
               GO TO 5845-EXIT
           END-IF.
           MOVE 'Y' TO WS-USE-PRINTED-SW(WS-USE-SUB).
           MOVE SPACES TO WS-CLR-DET-LABEL.
           STRING "DEPT " WS-USE-DEPT(WS-USE-SUB)
               DELIMITED BY SIZE INTO WS-CLR-DET-LABEL.
           MOVE WS-USE-CLAIMANTS(WS-USE-SUB) TO WS-CLR-DET-CLAIMANTS.
           MOVE WS-USE-AT-CAP(WS-USE-SUB)    TO WS-CLR-DET-AT-CAP.
           MOVE WS-USE-PAID(WS-USE-SUB)      TO WS-CLR-DET-PAID.
           MOVE WS-USE-HELD(WS-USE-SUB)      TO WS-CLR-DET-HELD.
           MOVE WS-CLR-DETAIL-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           ADD WS-USE-CLAIMANTS(WS-USE-SUB) TO WS-CT-CLAIMANTS.
           ADD WS-USE-AT-CAP(WS-USE-SUB)    TO WS-CT-AT-CAP.
           ADD WS-USE-PAID(WS-USE-SUB)      TO WS-CT-PAID.
           ADD WS-USE-HELD(WS-USE-SUB)      TO WS-CT-HELD.
       5845-EXIT.
           EXIT.

       5855-WRITE-UNLISTED-CATEGORY.
           IF WS-USE-PRINTED-SW(WS-USE-FOUND-SUB) = 'Y'
               GO TO 5855-EXIT
           END-IF.
           MOVE WS-USE-TYPE(WS-USE-FOUND-SUB) TO WS-CLR-CAT-CODE.
           MOVE "(NOT ON CLMCAT)"             TO WS-CLR-CAT-DESC.
           MOVE ZERO                          TO WS-CLR-CAT-CAP.
           PERFORM 5840-WRITE-CATEGORY-BLOCK THRU 5840-EXIT.
       5855-EXIT.
           EXIT.

      *****************************************************************
      *  6000-APPROVE-MODE : settle the APPRPEND pending items off    *
      *                      the APPRIN decision feed - a release     *
      *                      posts to EM-AMOUNT with a journal line   *
      *                      (or, for a cleared leaver, to FINLPAYA), *
      *                      a denial drops the item with one, and    *
      *                      the unsettled remainder is written back  *
      *****************************************************************
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT POSTING-JOURNAL-FILE
           END-IF.
           PERFORM 5050-OPEN-CLAIM-YTD THRU 5050-EXIT.
           PERFORM 5060-OPEN-REGISTER THRU 5060-EXIT.
           PERFORM 6150-READ-APPROVAL THRU 6150-EXIT.
           PERFORM UNTIL WS-APPR-EOF-YES
               PERFORM 6200-PROCESS-ONE-APPROVAL THRU 6200-EXIT
               PERFORM 6150-READ-APPROVAL THRU 6150-EXIT
           END-PERFORM.
           CLOSE APPROVAL-TRANS-FILE.
           IF WS-FPA-OPEN-YES
               PERFORM 6380-CLOSE-FINAL-PAY THRU 6380-EXIT
           END-IF.
           CLOSE CLAIM-YTD-FILE.
           IF WS-REG-OPEN-YES
               CLOSE POSTING-REGISTER-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE POSTING-JOURNAL-FILE.
       6000-WRAP-UP.
                   MOVE PN-AMOUNT    TO WS-PEND-AMOUNT(WS-PEND-USED)
                   MOVE PN-DEPT-CODE TO WS-PEND-DEPT(WS-PEND-USED)
                   MOVE PN-SUSP-DATE TO WS-PEND-DATE(WS-PEND-USED)
                   MOVE PN-CLAIM-TYPE TO WS-PEND-TYPE(WS-PEND-USED)
                   MOVE PN-CLAIM-YEAR TO WS-PEND-YEAR(WS-PEND-USED)
                   MOVE 'N' TO WS-PEND-SETTLED-SW(WS-PEND-USED)
               ELSE
                   MOVE "PN-EMP-ID" TO WS-EXC-FIELD-NAME
                   MOVE 'D' TO WS-PEND-SETTLED-SW(WS-PEND-FOUND-SUB)
                   MOVE "DENIED" TO WS-PEND-STATUS-TEXT
                   PERFORM 6400-WRITE-APPROVAL-JOURNAL THRU 6400-EXIT
                   PERFORM 6350-SETTLE-CLAIM-YTD THRU 6350-EXIT
                   PERFORM 6500-REWRITE-PENDING THRU 6500-EXIT
                   ADD 1 TO WS-CTL-WRITTEN-COUNT
                   MOVE "DENIED" TO WS-AUD-KEY-RESULT
      *  6300-POST-RELEASED-ITEM : apply the released amount to the   *
      *                            master balance the same way POST   *
      *                            does - a failure keeps the item    *
      *                            pending rather than losing it.  A  *
      *                            leaver is paid on FINLPAYA once    *
      *                            cleared and held until then        *
      *****************************************************************
       6300-POST-RELEASED-ITEM.
           MOVE WS-PEND-EMP-ID(WS-PEND-FOUND-SUB) TO PR-PERSON-ID.
                   GO TO 6300-EXIT
           END-READ.
           IF EM-STATUS-TERMINATED AND EM-STATUS-DATE <= WS-TODAY
               PERFORM 6310-FIND-SEPARATION THRU 6310-EXIT
               IF WS-SEP-FOUND-YES
                   PERFORM 6360-PAY-ON-FINAL-PAY THRU 6360-EXIT
                   GO TO 6300-EXIT
               END-IF
               MOVE "PN-EMP-ID" TO WS-EXC-FIELD-NAME
               MOVE WS-PEND-EMP-ID(WS-PEND-FOUND-SUB)
                                TO WS-EXC-BAD-VALUE
               MOVE "RELEASE FAILED" TO WS-AUD-KEY-RESULT
               GO TO 6300-EXIT
           END-IF.
           PERFORM 9810-SNAP-BEFORE THRU 9810-EXIT.
           MOVE EM-AMOUNT TO WS-BEFORE-BALANCE.
           ADD WS-PEND-AMOUNT(WS-PEND-FOUND-SUB) TO EM-AMOUNT
               ON SIZE ERROR
           END-ADD.
           MOVE EM-AMOUNT TO WS-AFTER-BALANCE.
           REWRITE EM-EMPLOYEE-RECORD.
           MOVE "APPROVE" TO WS-CHG-SOURCE.
           PERFORM 9820-LOG-CHANGES THRU 9820-EXIT.
           MOVE 'R' TO WS-PEND-SETTLED-SW(WS-PEND-FOUND-SUB).
           MOVE "APPROVED" TO WS-PEND-STATUS-TEXT.
           PERFORM 6400-WRITE-APPROVAL-JOURNAL THRU 6400-EXIT.
           PERFORM 6350-SETTLE-CLAIM-YTD THRU 6350-EXIT.
           MOVE WS-PEND-EMP-ID(WS-PEND-FOUND-SUB) TO WS-REG-EMP-ID.
           MOVE WS-PEND-TYPE(WS-PEND-FOUND-SUB)   TO WS-REG-TYPE.
           MOVE WS-PEND-YEAR(WS-PEND-FOUND-SUB)   TO WS-REG-YEAR.
           MOVE WS-PEND-AMOUNT(WS-PEND-FOUND-SUB) TO WS-REG-AMOUNT.
           MOVE 'A'                               TO WS-REG-SOURCE.
           PERFORM 5450-REGISTER-POSTING THRU 5450-EXIT.
           MOVE WS-PEND-EMP-ID(WS-PEND-FOUND-SUB) TO WS-GW-EMP-ID.
           MOVE WS-PEND-AMOUNT(WS-PEND-FOUND-SUB) TO WS-GW-AMOUNT.
           PERFORM 9700-WRITE-GL-ACTIVITY THRU 9700-EXIT.
       6300-EXIT.
           EXIT.

      *****************************************************************
      *  6310-FIND-SEPARATION : is the terminated employee on the     *
      *                         SEPREG clearance register yet?  No    *
      *                         register means nobody is cleared      *
      *****************************************************************
       6310-FIND-SEPARATION.
           MOVE 'N' TO WS-SEP-FOUND-SWITCH.
           MOVE 'N' TO WS-SEP-EOF-SWITCH.
           MOVE SPACES TO WS-SEP-DATE.
           OPEN INPUT SEPARATION-REGISTER-FILE.
           IF WS-SEP-STATUS NOT = "00"
               GO TO 6310-EXIT
           END-IF.
           PERFORM 6315-READ-SEPARATION THRU 6315-EXIT.
           PERFORM UNTIL WS-SEP-EOF-YES
               IF SG-EMP-ID = WS-PEND-EMP-ID(WS-PEND-FOUND-SUB)
                   SET WS-SEP-FOUND-YES TO TRUE
                   MOVE SG-SEP-DATE TO WS-SEP-DATE
                   SET WS-SEP-EOF-YES TO TRUE
               ELSE
                   PERFORM 6315-READ-SEPARATION THRU 6315-EXIT
               END-IF
           END-PERFORM.
           CLOSE SEPARATION-REGISTER-FILE.
       6310-EXIT.
           EXIT.

       6315-READ-SEPARATION.
           READ SEPARATION-REGISTER-FILE
               AT END
                   SET WS-SEP-EOF-YES TO TRUE
           END-READ.
       6315-EXIT.
           EXIT.

      *****************************************************************
      *  6360-PAY-ON-FINAL-PAY : the leaver's final pay has gone, and *
      *                          their balance with it - the released *
      *                          item is paid as a 'C' credit on      *
      *                          FINLPAYA and the master is left      *
      *                          alone.  It is journalled, settled on *
      *                          CLMYTD and booked to GL as any       *
      *                          release is, but not registered on    *
      *                          POSTREG : there is no EM-AMOUNT      *
      *                          posting for REVERSE to back off      *
      *****************************************************************
       6360-PAY-ON-FINAL-PAY.
           IF NOT WS-FPA-OPEN-YES
               PERFORM 6370-OPEN-FINAL-PAY THRU 6370-EXIT
           END-IF.
           MOVE SPACES             TO FP-FINAL-PAY-RECORD.
           MOVE 'D'                TO FP-RECORD-TYPE.
           MOVE WS-PEND-EMP-ID(WS-PEND-FOUND-SUB) TO FP-DET-EMP-ID.
           MOVE "APPROVED"         TO FP-DET-ITEM-ID.
           MOVE WS-PEND-AMOUNT(WS-PEND-FOUND-SUB) TO FP-DET-AMOUNT.
           MOVE WS-TODAY(1:6)      TO FP-DET-PAY-PERIOD.
           MOVE 'C'                TO FP-DET-ENTRY-TYPE.
           MOVE WS-SEP-DATE        TO FP-DET-SEP-DATE.
           WRITE FP-FINAL-PAY-RECORD.
           ADD 1 TO WS-FPA-COUNT.
           ADD WS-PEND-AMOUNT(WS-PEND-FOUND-SUB) TO WS-FPA-HASH-TOTAL.
           ADD WS-PEND-AMOUNT(WS-PEND-FOUND-SUB) TO WS-FPA-NET-CREDIT.
           MOVE EM-AMOUNT TO WS-BEFORE-BALANCE.
           MOVE EM-AMOUNT TO WS-AFTER-BALANCE.
           MOVE 'R' TO WS-PEND-SETTLED-SW(WS-PEND-FOUND-SUB).
           MOVE "APPROVED FINPAY" TO WS-PEND-STATUS-TEXT.
           PERFORM 6400-WRITE-APPROVAL-JOURNAL THRU 6400-EXIT.
           PERFORM 6350-SETTLE-CLAIM-YTD THRU 6350-EXIT.
           MOVE WS-PEND-EMP-ID(WS-PEND-FOUND-SUB) TO WS-GW-EMP-ID.
           MOVE WS-PEND-AMOUNT(WS-PEND-FOUND-SUB) TO WS-GW-AMOUNT.
           PERFORM 9700-WRITE-GL-ACTIVITY THRU 9700-EXIT.
           ADD 1 TO WS-CTL-WRITTEN-COUNT.
           ADD WS-PEND-AMOUNT(WS-PEND-FOUND-SUB)
               TO WS-APPROVED-TOTAL.
           MOVE "APPROVED - FINAL PAY" TO WS-AUD-KEY-RESULT.
       6360-EXIT.
           EXIT.

      *****************************************************************
      *  6370-OPEN-FINAL-PAY : FINLPAYA is cut only when a leaver is  *
      *                        paid, with the 'H' header the payroll  *
      *                        bureau checks, as on FINLPAY           *
      *****************************************************************
       6370-OPEN-FINAL-PAY.
           OPEN OUTPUT FINAL-PAY-ADJ-FILE.
           SET WS-FPA-OPEN-YES TO TRUE.
           MOVE SPACES           TO FP-FINAL-PAY-RECORD.
           MOVE 'H'              TO FP-RECORD-TYPE.
           MOVE WS-TODAY         TO FP-HDR-RUN-DATE.
           MOVE WS-TODAY(1:6)    TO FP-HDR-PAY-PERIOD.
           WRITE FP-FINAL-PAY-RECORD.
       6370-EXIT.
           EXIT.

      *****************************************************************
      *  6380-CLOSE-FINAL-PAY : the 'T' trailer - detail count,       *
      *                         amount hash and net credit            *
      *****************************************************************
       6380-CLOSE-FINAL-PAY.
           MOVE SPACES            TO FP-FINAL-PAY-RECORD.
           MOVE 'T'               TO FP-RECORD-TYPE.
           MOVE WS-FPA-COUNT      TO FP-TRL-RECORD-COUNT.
           MOVE WS-FPA-HASH-TOTAL TO FP-TRL-HASH-TOTAL.
           MOVE WS-FPA-NET-CREDIT TO FP-TRL-NET-CREDIT.
           WRITE FP-FINAL-PAY-RECORD.
           CLOSE FINAL-PAY-ADJ-FILE.
       6380-EXIT.
           EXIT.

      *****************************************************************
      *  6350-SETTLE-CLAIM-YTD : take the settled item off its CLMYTD *
      *                          held amount, and onto paid when it   *
      *                          was released.  Items held before     *
      *                          claims were coded reserved nothing.  *
      *****************************************************************
       6350-SETTLE-CLAIM-YTD.
           IF WS-PEND-TYPE(WS-PEND-FOUND-SUB) = SPACES
               GO TO 6350-EXIT
           END-IF.
           MOVE 'N' TO WS-YTD-NEW-SWITCH.
           MOVE WS-PEND-EMP-ID(WS-PEND-FOUND-SUB) TO CY-EMP-ID.
           MOVE WS-PEND-TYPE(WS-PEND-FOUND-SUB)   TO CY-CLAIM-TYPE.
           MOVE WS-PEND-YEAR(WS-PEND-FOUND-SUB)   TO CY-CLAIM-YEAR.
           READ CLAIM-YTD-FILE
               INVALID KEY
                   SET WS-YTD-NEW-YES TO TRUE
                   MOVE WS-PEND-EMP-ID(WS-PEND-FOUND-SUB) TO CY-EMP-ID
                   MOVE WS-PEND-TYPE(WS-PEND-FOUND-SUB)
                                               TO CY-CLAIM-TYPE
                   MOVE WS-PEND-YEAR(WS-PEND-FOUND-SUB)
                                               TO CY-CLAIM-YEAR
                   MOVE ZERO   TO CY-PAID-AMOUNT
                   MOVE ZERO   TO CY-HELD-AMOUNT
                   MOVE ZERO   TO CY-CLAIM-COUNT
                   MOVE SPACES TO CY-LAST-POST-DATE
           END-READ.
           IF CY-HELD-AMOUNT > WS-PEND-AMOUNT(WS-PEND-FOUND-SUB)
               SUBTRACT WS-PEND-AMOUNT(WS-PEND-FOUND-SUB)
                   FROM CY-HELD-AMOUNT
           ELSE
               MOVE ZERO TO CY-HELD-AMOUNT
           END-IF.
           IF WS-PEND-SETTLED-SW(WS-PEND-FOUND-SUB) = 'R'
               ADD WS-PEND-AMOUNT(WS-PEND-FOUND-SUB) TO CY-PAID-AMOUNT
               ADD 1 TO CY-CLAIM-COUNT
               MOVE WS-TODAY TO CY-LAST-POST-DATE
           END-IF.
           IF WS-YTD-NEW-YES
               IF WS-PEND-SETTLED-SW(WS-PEND-FOUND-SUB) = 'R'
                   WRITE CY-YTD-RECORD
               END-IF
           ELSE
               REWRITE CY-YTD-RECORD
           END-IF.
       6350-EXIT.
           EXIT.

      *****************************************************************
      *  6400-WRITE-APPROVAL-JOURNAL : one POSTJRNL line per settled  *
      *                                item so the approval trail     *
               TO PJ-POSTED-AMOUNT.
           MOVE WS-AFTER-BALANCE TO PJ-AFTER-BALANCE.
           MOVE WS-PEND-STATUS-TEXT TO PJ-STATUS.
           MOVE WS-PEND-TYPE(WS-PEND-FOUND-SUB) TO PJ-CLAIM-TYPE.
           WRITE PJ-JOURNAL-RECORD.
       6400-EXIT.
           EXIT.
               MOVE WS-PEND-AMOUNT(WS-PEND-SUB) TO PN-AMOUNT
               MOVE WS-PEND-DEPT(WS-PEND-SUB)   TO PN-DEPT-CODE
               MOVE WS-PEND-DATE(WS-PEND-SUB)   TO PN-SUSP-DATE
               MOVE WS-PEND-TYPE(WS-PEND-SUB)   TO PN-CLAIM-TYPE
               MOVE WS-PEND-YEAR(WS-PEND-SUB)   TO PN-CLAIM-YEAR
               WRITE PN-PENDING-RECORD
           END-IF.
       6510-EXIT.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8500-REVERSE-MODE : work the REVIN reversal feed - each      *
      *                      reversal backs its POSTREG posting off   *
      *                      EM-AMOUNT with a REVERSAL journal line   *
      *                      and an offsetting GLWORK activity.  The  *
      *                      register is marked in the same motion    *
      *                      as the master REWRITE, so a rerun of     *
      *                      the same REVIN is refused item by item   *
      *                      as already reversed.                     *
      *****************************************************************
       8500-REVERSE-MODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT REVERSAL-TRANS-FILE.
           IF WS-REV-STATUS NOT = "00"
               MOVE "REVERSAL-TRANS-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-REV-STATUS         TO WS-EXC-BAD-VALUE
               MOVE "REVIN COULD NOT BE OPENED"
                                          TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 8500-WRAP-UP
           END-IF.
           OPEN I-O POSTING-REGISTER-FILE.
           IF WS-REG-STATUS NOT = "00"
               MOVE "POSTING-REGISTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-REG-STATUS           TO WS-EXC-BAD-VALUE
               MOVE "POSTREG MISSING - NONE REVERSED"
                                            TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               CLOSE REVERSAL-TRANS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 8500-WRAP-UP
           END-IF.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "EMPMSTR COULD NOT BE OPENED"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               CLOSE REVERSAL-TRANS-FILE
               CLOSE POSTING-REGISTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 8500-WRAP-UP
           END-IF.
           OPEN EXTEND POSTING-JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT POSTING-JOURNAL-FILE
           END-IF.
           PERFORM 5050-OPEN-CLAIM-YTD THRU 5050-EXIT.
           MOVE "VARREV" TO WS-GW-SOURCE.
           PERFORM 8510-READ-REVERSAL THRU 8510-EXIT.
           PERFORM UNTIL WS-REV-EOF-YES
               PERFORM 8600-PROCESS-ONE-REVERSAL THRU 8600-EXIT
               PERFORM 8510-READ-REVERSAL THRU 8510-EXIT
           END-PERFORM.
           CLOSE REVERSAL-TRANS-FILE.
           CLOSE POSTING-REGISTER-FILE.
           CLOSE CLAIM-YTD-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE POSTING-JOURNAL-FILE.
       8500-WRAP-UP.
           MOVE "REVERSE"          TO WS-CTL-MODE.
           MOVE WS-REVERSED-TOTAL  TO WS-CTL-AMOUNT-TOTAL.
           PERFORM 9300-WRITE-CONTROL-TOTALS THRU 9300-EXIT.
       8500-EXIT.
           EXIT.

       8510-READ-REVERSAL.
           READ REVERSAL-TRANS-FILE
               AT END
                   SET WS-REV-EOF-YES TO TRUE
           END-READ.
       8510-EXIT.
           EXIT.

      *****************************************************************
      *  8600-PROCESS-ONE-REVERSAL : prove the reversal against the   *
      *                              register, then back the amount   *
      *                              off the master, the claim year   *
      *                              and the ledger                   *
      *****************************************************************
       8600-PROCESS-ONE-REVERSAL.
           ADD 1 TO WS-CTL-READ-COUNT.
           MOVE RV-EMP-ID TO WS-AUD-KEY-ID.
           MOVE RV-REASON TO WS-AUD-KEY-INPUT.
           IF RV-AMOUNT NOT NUMERIC
               MOVE "RV-AMOUNT"   TO WS-EXC-FIELD-NAME
               MOVE RV-AMOUNT     TO WS-EXC-BAD-VALUE
               MOVE "NOT NUMERIC" TO WS-EXC-REASON
               PERFORM 8690-REJECT-REVERSAL THRU 8690-EXIT
               GO TO 8600-LOG
           END-IF.
           IF RV-REASON = SPACES
               MOVE "RV-REASON"   TO WS-EXC-FIELD-NAME
               MOVE RV-EMP-ID     TO WS-EXC-BAD-VALUE
               MOVE "NO REVERSAL REASON GIVEN"
                                  TO WS-EXC-REASON
               PERFORM 8690-REJECT-REVERSAL THRU 8690-EXIT
               GO TO 8600-LOG
           END-IF.
           PERFORM 8610-FIND-POSTING THRU 8610-EXIT.
           IF NOT WS-REG-FOUND-YES
               MOVE "RV-ORIG-RUN-DATE"   TO WS-EXC-FIELD-NAME
               MOVE RV-ORIG-RUN-DATE     TO WS-EXC-BAD-VALUE
               MOVE WS-REV-REFUSE-REASON TO WS-EXC-REASON
               PERFORM 8690-REJECT-REVERSAL THRU 8690-EXIT
               GO TO 8600-LOG
           END-IF.
           IF RV-AMOUNT = ZERO
               MOVE PG-POSTED-AMOUNT TO WS-REV-AMOUNT
           ELSE
               MOVE RV-AMOUNT        TO WS-REV-AMOUNT
           END-IF.
           MOVE PG-REGISTER-KEY TO WS-REV-KEY.
           PERFORM 8620-FIND-BALANCE-HOLDER THRU 8620-EXIT.
           IF NOT WS-HOLDER-FOUND-YES
               MOVE "RV-EMP-ID"   TO WS-EXC-FIELD-NAME
               MOVE RV-EMP-ID     TO WS-EXC-BAD-VALUE
               MOVE "ID NOT ON MASTER - NOT REVERSED"
                                  TO WS-EXC-REASON
               PERFORM 8690-REJECT-REVERSAL THRU 8690-EXIT
               GO TO 8600-LOG
           END-IF.
           IF EM-AMOUNT < WS-REV-AMOUNT
               MOVE "EM-AMOUNT"   TO WS-EXC-FIELD-NAME
               MOVE WS-REV-HOLDER-ID TO WS-EXC-BAD-VALUE
               MOVE "BALANCE LESS THAN REVERSAL"
                                  TO WS-EXC-REASON
               PERFORM 8690-REJECT-REVERSAL THRU 8690-EXIT
               GO TO 8600-LOG
           END-IF.
           PERFORM 9810-SNAP-BEFORE THRU 9810-EXIT.
           MOVE EM-AMOUNT TO WS-BEFORE-BALANCE.
           SUBTRACT WS-REV-AMOUNT FROM EM-AMOUNT.
           MOVE EM-AMOUNT TO WS-AFTER-BALANCE.
           REWRITE EM-EMPLOYEE-RECORD.
           MOVE "REVERSE" TO WS-CHG-SOURCE.
           PERFORM 9820-LOG-CHANGES THRU 9820-EXIT.
      *    the register is marked at once, in the same motion as the
      *    master - the APPROVE mode's reasoning for APPRPEND
           MOVE WS-REV-KEY TO PG-REGISTER-KEY.
           READ POSTING-REGISTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE 'Y'             TO PG-REVERSED-SWITCH.
           MOVE WS-REV-AMOUNT   TO PG-REVERSED-AMOUNT.
           MOVE WS-TODAY        TO PG-REVERSAL-DATE.
           MOVE RV-REQUESTED-BY TO PG-REVERSED-BY.
           MOVE RV-REASON       TO PG-REVERSAL-REASON.
           REWRITE PG-REGISTER-RECORD
               INVALID KEY
                   MOVE "PG-REGISTER-KEY" TO WS-EXC-FIELD-NAME
                   MOVE RV-EMP-ID         TO WS-EXC-BAD-VALUE
                   MOVE "POSTREG NOT MARKED REVERSED"
                                          TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-REWRITE.
           PERFORM 8700-WRITE-REVERSAL-JOURNAL THRU 8700-EXIT.
           PERFORM 8650-BACK-OFF-CLAIM-YTD THRU 8650-EXIT.
           MOVE RV-EMP-ID     TO WS-GW-EMP-ID.
           MOVE WS-REV-AMOUNT TO WS-GW-AMOUNT.
           PERFORM 9700-WRITE-GL-ACTIVITY THRU 9700-EXIT.
           ADD 1 TO WS-CTL-WRITTEN-COUNT.
           ADD WS-REV-AMOUNT TO WS-REVERSED-TOTAL.
           MOVE "REVERSED" TO WS-AUD-KEY-RESULT.
       8600-LOG.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       8600-EXIT.
           EXIT.

      *****************************************************************
      *  8610-FIND-POSTING : the first posting on the named employee  *
      *                      and run date (of the named claim type,   *
      *                      when one is given) that is not yet       *
      *                      reversed and covers the amount.  The     *
      *                      refusal reason says why none qualifies.  *
      *****************************************************************
       8610-FIND-POSTING.
           MOVE 'N' TO WS-REG-FOUND-SWITCH.
           MOVE 'N' TO WS-REG-SCAN-SWITCH.
           MOVE "NO SUCH POSTING ON POSTREG" TO WS-REV-REFUSE-REASON.
           MOVE RV-EMP-ID        TO PG-EMP-ID.
           MOVE RV-ORIG-RUN-DATE TO PG-RUN-DATE.
           MOVE ZERO             TO PG-SEQUENCE.
           START POSTING-REGISTER-FILE
                   KEY IS NOT LESS THAN PG-REGISTER-KEY
               INVALID KEY
                   GO TO 8610-EXIT
           END-START.
           PERFORM 8615-CHECK-NEXT-POSTING THRU 8615-EXIT
               UNTIL WS-REG-FOUND-YES
                   OR WS-REG-SCAN-DONE.
       8610-EXIT.
           EXIT.

       8615-CHECK-NEXT-POSTING.
           READ POSTING-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-REG-SCAN-DONE TO TRUE
                   GO TO 8615-EXIT
           END-READ.
           IF PG-EMP-ID NOT = RV-EMP-ID
                   OR PG-RUN-DATE NOT = RV-ORIG-RUN-DATE
               SET WS-REG-SCAN-DONE TO TRUE
               GO TO 8615-EXIT
           END-IF.
           IF RV-CLAIM-TYPE NOT = SPACES
                   AND PG-CLAIM-TYPE NOT = RV-CLAIM-TYPE
               GO TO 8615-EXIT
           END-IF.
           IF PG-REVERSED-YES
               MOVE "POSTING ALREADY REVERSED"
                                    TO WS-REV-REFUSE-REASON
               GO TO 8615-EXIT
           END-IF.
           IF RV-AMOUNT > PG-POSTED-AMOUNT
               MOVE "MORE THAN WAS POSTED"
                                    TO WS-REV-REFUSE-REASON
               GO TO 8615-EXIT
           END-IF.
           SET WS-REG-FOUND-YES TO TRUE.
       8615-EXIT.
           EXIT.

      *****************************************************************
      *  8620-FIND-BALANCE-HOLDER : the master record the posted      *
      *                             amount now sits on - the          *
      *                             employee's own, or the survivor   *
      *                             an EmployeeMerge carried it to    *
      *****************************************************************
       8620-FIND-BALANCE-HOLDER.
           MOVE 'N'       TO WS-HOLDER-FOUND-SWITCH.
           MOVE ZERO      TO WS-MERGE-HOPS.
           MOVE RV-EMP-ID TO WS-REV-HOLDER-ID.
           PERFORM 8625-READ-HOLDER THRU 8625-EXIT
               UNTIL WS-HOLDER-FOUND-YES
                   OR WS-MERGE-HOPS > 5.
       8620-EXIT.
           EXIT.

       8625-READ-HOLDER.
           MOVE WS-REV-HOLDER-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 6 TO WS-MERGE-HOPS
                   GO TO 8625-EXIT
           END-READ.
           IF EM-MERGED-TO-ID = SPACES
               SET WS-HOLDER-FOUND-YES TO TRUE
           ELSE
               MOVE EM-MERGED-TO-ID TO WS-REV-HOLDER-ID
               ADD 1 TO WS-MERGE-HOPS
           END-IF.
       8625-EXIT.
           EXIT.

      *****************************************************************
      *  8650-BACK-OFF-CLAIM-YTD : take the reversed amount off the   *
      *                            holder's paid-to-date for the      *
      *                            posting's claim type and year, so  *
      *                            the cap it used is freed again     *
      *****************************************************************
       8650-BACK-OFF-CLAIM-YTD.
           IF PG-CLAIM-TYPE = SPACES
               GO TO 8650-EXIT
           END-IF.
           MOVE WS-REV-HOLDER-ID TO CY-EMP-ID.
           MOVE PG-CLAIM-TYPE    TO CY-CLAIM-TYPE.
           MOVE PG-CLAIM-YEAR    TO CY-CLAIM-YEAR.
           READ CLAIM-YTD-FILE
               INVALID KEY
                   GO TO 8650-EXIT
           END-READ.
           IF CY-PAID-AMOUNT > WS-REV-AMOUNT
               SUBTRACT WS-REV-AMOUNT FROM CY-PAID-AMOUNT
           ELSE
               MOVE ZERO TO CY-PAID-AMOUNT
           END-IF.
           MOVE WS-TODAY TO CY-LAST-POST-DATE.
           REWRITE CY-YTD-RECORD.
       8650-EXIT.
           EXIT.

       8690-REJECT-REVERSAL.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT.
           ADD 1 TO WS-CTL-REJECT-COUNT.
           MOVE "REJECTED" TO WS-AUD-KEY-RESULT.
       8690-EXIT.
           EXIT.

      *****************************************************************
      *  8700-WRITE-REVERSAL-JOURNAL : the REVERSAL line, carrying    *
      *                                the original posting's run     *
      *                                date and claim type            *
      *****************************************************************
       8700-WRITE-REVERSAL-JOURNAL.
           MOVE SPACES            TO PJ-JOURNAL-RECORD.
           MOVE RV-EMP-ID         TO PJ-EMP-ID.
           MOVE WS-TODAY          TO PJ-RUN-DATE.
           MOVE WS-BEFORE-BALANCE TO PJ-BEFORE-BALANCE.
           MOVE WS-REV-AMOUNT     TO PJ-POSTED-AMOUNT.
           MOVE WS-AFTER-BALANCE  TO PJ-AFTER-BALANCE.
           MOVE "REVERSAL"        TO PJ-STATUS.
           MOVE PG-CLAIM-TYPE     TO PJ-CLAIM-TYPE.
           MOVE PG-RUN-DATE       TO PJ-ORIG-RUN-DATE.
           WRITE PJ-JOURNAL-RECORD.
       8700-EXIT.
           EXIT.

      *****************************************************************
      *  8800-REVERSAL-REPORT-MODE : the monthly reversals report -   *
      *                              every POSTREG posting reversed   *
      *                              in the month, with who asked     *
      *                              for it and why                   *
      *****************************************************************
       8800-REVERSAL-REPORT-MODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-REV-MONTH = SPACES
               MOVE WS-TODAY(1:6) TO WS-REV-MONTH
           END-IF.
           IF WS-REV-MONTH NOT NUMERIC
               MOVE "WS-REV-MONTH"  TO WS-EXC-FIELD-NAME
               MOVE WS-REV-MONTH    TO WS-EXC-BAD-VALUE
               MOVE "REPORT MONTH NOT YYYYMM"
                                    TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 8800-EXIT
           END-IF.
           OPEN OUTPUT REVERSAL-REPORT-FILE.
           MOVE WS-REV-MONTH TO WS-RRP-TITLE-MONTH.
           MOVE WS-RRP-TITLE-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           MOVE WS-RRP-HEAD-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           OPEN INPUT POSTING-REGISTER-FILE.
           IF WS-REG-STATUS = "00"
               MOVE LOW-VALUES TO PG-REGISTER-KEY
               START POSTING-REGISTER-FILE
                       KEY IS NOT LESS THAN PG-REGISTER-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-REG-STATUS = "00"
                   PERFORM 8820-READ-NEXT-POSTING THRU 8820-EXIT
                   PERFORM UNTIL WS-REG-STATUS NOT = "00"
                       PERFORM 8810-PRINT-ONE-REVERSAL THRU 8810-EXIT
                       PERFORM 8820-READ-NEXT-POSTING THRU 8820-EXIT
                   END-PERFORM
               END-IF
               CLOSE POSTING-REGISTER-FILE
           ELSE
               MOVE "POSTING-REGISTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-REG-STATUS           TO WS-EXC-BAD-VALUE
               MOVE "POSTREG COULD NOT BE OPENED"
                                            TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           MOVE SPACES TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           MOVE WS-RRP-COUNT TO WS-RRP-TOT-COUNT.
           MOVE WS-RRP-TOTAL TO WS-RRP-TOT-AMOUNT.
           MOVE WS-RRP-TOTAL-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           CLOSE REVERSAL-REPORT-FILE.
           MOVE SPACES TO WS-AUD-KEY-ID WS-AUD-KEY-INPUT.
           STRING "REVERSALS REPORT MONTH=" WS-REV-MONTH
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           MOVE WS-RRP-TOTAL-LINE TO WS-AUD-KEY-RESULT.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       8800-EXIT.
           EXIT.

       8810-PRINT-ONE-REVERSAL.
           IF NOT PG-REVERSED-YES
                   OR PG-REVERSAL-DATE(1:6) NOT = WS-REV-MONTH
               GO TO 8810-EXIT
           END-IF.
           MOVE SPACES             TO WS-RRP-DETAIL-LINE.
           MOVE PG-EMP-ID          TO WS-RRP-EMP-ID.
           MOVE PG-RUN-DATE        TO WS-RRP-ORIG-DATE.
           MOVE PG-CLAIM-TYPE      TO WS-RRP-TYPE.
           MOVE PG-POSTED-AMOUNT   TO WS-RRP-POSTED.
           MOVE PG-REVERSED-AMOUNT TO WS-RRP-REVERSED.
           MOVE PG-REVERSAL-DATE   TO WS-RRP-REV-DATE.
           MOVE PG-REVERSED-BY     TO WS-RRP-BY.
           MOVE PG-REVERSAL-REASON TO WS-RRP-REASON.
           MOVE WS-RRP-DETAIL-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           ADD 1 TO WS-RRP-COUNT.
           ADD PG-REVERSED-AMOUNT TO WS-RRP-TOTAL.
       8810-EXIT.
           EXIT.

       8820-READ-NEXT-POSTING.
           READ POSTING-REGISTER-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       8820-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one rejected entry to the      *
      *                         shared EXCPRPT exception report       *
      *                           window GL extract journals          *
      *****************************************************************
       9700-WRITE-GL-ACTIVITY.
           PERFORM 9750-SETTLE-GL-DATE THRU 9750-EXIT.
           OPEN EXTEND GL-ACTIVITY-FILE.
           IF WS-GLW-STATUS = "35"
               OPEN OUTPUT GL-ACTIVITY-FILE
           END-IF.
           MOVE SPACES        TO GW-ACTIVITY-RECORD.
           MOVE WS-GW-SOURCE  TO GW-SOURCE-CODE.
           MOVE WS-GW-EMP-ID  TO GW-EMP-ID.
           MOVE WS-GW-TRAN-DATE TO GW-TRAN-DATE.
           MOVE WS-GW-AMOUNT  TO GW-AMOUNT.
           WRITE GW-ACTIVITY-RECORD.
           CLOSE GL-ACTIVITY-FILE.
       9700-EXIT.
           EXIT.

      *****************************************************************
      *  9750-SETTLE-GL-DATE : activity is dated the run day, unless  *
      *                        Finance has closed that period in      *
      *                        PRDCTL - then it rolls forward to the  *
      *                        first open day and EXCPRPT says so     *
      *****************************************************************
       9750-SETTLE-GL-DATE.
           IF NOT WS-PRD-LOADED-YES
               PERFORM 9760-LOAD-CLOSED-PERIOD THRU 9760-EXIT
           END-IF.
           MOVE WS-TODAY TO WS-GW-TRAN-DATE.
           IF WS-CLOSED-THRU = SPACES
                   OR WS-TODAY(1:6) > WS-CLOSED-THRU
               GO TO 9750-EXIT
           END-IF.
           MOVE WS-OPEN-FROM-DATE TO WS-GW-TRAN-DATE.
           MOVE "GW-TRAN-DATE" TO WS-EXC-FIELD-NAME.
           MOVE SPACES         TO WS-EXC-BAD-VALUE.
           STRING WS-GW-EMP-ID " " WS-TODAY
               DELIMITED BY SIZE INTO WS-EXC-BAD-VALUE.
           MOVE "CLOSED PERIOD - ROLLED FORWARD" TO WS-EXC-REASON.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT.
       9750-EXIT.
           EXIT.

       9760-LOAD-CLOSED-PERIOD.
           SET WS-PRD-LOADED-YES TO TRUE.
           MOVE SPACES TO WS-CLOSED-THRU.
           MOVE SPACES TO WS-OPEN-FROM-DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PRD-STATUS NOT = "00"
               GO TO 9760-EXIT
           END-IF.
           PERFORM 9770-READ-PERIOD THRU 9770-EXIT.
           PERFORM UNTIL WS-PRD-EOF-YES
               IF PC-STATUS-CLOSED AND PC-PERIOD > WS-CLOSED-THRU
                   MOVE PC-PERIOD TO WS-CLOSED-THRU
               END-IF
               PERFORM 9770-READ-PERIOD THRU 9770-EXIT
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
       9760-EXIT.
           EXIT.

       9770-READ-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PRD-EOF-YES TO TRUE
           END-READ.
       9770-EXIT.
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
      *                     field that differs from the snapshot (an  *
      *                     add compares against a blank snapshot)    *
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
           MOVE "VARIABLE"       TO MC-PROGRAM-ID.
           MOVE WS-CHG-SOURCE    TO MC-SOURCE.
           MOVE WS-CHG-FIELD-NAME(WS-CHG-SUB) TO MC-FIELD-NAME.
           MOVE WS-CHG-BEFORE(WS-CHG-SUB)     TO MC-BEFORE-VALUE.
           MOVE WS-CHG-STAGE(WS-CHG-SUB)      TO MC-AFTER-VALUE.
           WRITE MC-CHANGE-RECORD.
       9830-EXIT.
           EXIT.

      *****************************************************************
      *  9500-NEXT-GENERATION : load the RPTCTLG catalog, settle this *
      *                         run's generation number and dated     *
