       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClinicInvoice.
       AUTHOR. RKM.
       INSTALLATION. Wellness and Payroll Batch Support.
       DATE-WRITTEN. 2026-09-25.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  ------------------------------------------------------------ *
      *  2026-09-25  RKM  First cut : reconciles the clinic's CLNINV  *
      *                   invoice against the screenings recorded on  *
      *                   BMIHIST before the clinic is paid.  The     *
      *                   invoice's header and trailer are held to    *
      *                   the line count and fee hash, and a batch    *
      *                   number already on BATCHLOG is refused.      *
      *                   Each line is matched to its BMIHIST         *
      *                   screening (by employee id, or badge on a    *
      *                   badge-keyed invoice) and priced off the     *
      *                   CLNRATE contracted rate table.  A billed    *
      *                   screening with no record, a screening       *
      *                   billed twice (on this invoice or an earlier *
      *                   one, per the CLNBILL register) and a fee    *
      *                   off the contract rate go on the CLNRPT      *
      *                   report with every screening recorded under  *
      *                   the contract but never billed.  Only        *
      *                   matched lines are approved : each goes on   *
      *                   CLNBILL and on GLWORK as a CLINEXP activity *
      *                   GLExtract charges to the employee's         *
      *                   department cost center.                     *
      *****************************************************************
      *  Nothing is approved until the whole invoice has passed its   *
      *  controls, so a short or doubled invoice leaves CLNBILL and   *
      *  GLWORK untouched and ends with RETURN-CODE 8.  An invoice    *
      *  with discrepancies ends with RETURN-CODE 4; the clinic is    *
      *  paid for the matched lines and queried on the rest.  A line  *
      *  approved before a failure is on CLNBILL, so the rerun finds  *
      *  it billed and cannot charge it twice.  A screening counts as *
      *  never billed once it falls inside the contract and before    *
      *  the invoice was cut.  A PANEL screening is one that carried  *
      *  clinic readings; the rest are billed as BMI alone.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "CLNINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT RATE-FILE ASSIGN TO "CLNRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
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
           SELECT BILLED-FILE ASSIGN TO "CLNBILL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-BILLED-KEY
               FILE STATUS IS WS-BILL-STATUS.
           SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOG-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLW-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "CLNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
           COPY clninvrec.
           COPY feedctlrec
               REPLACING LEADING ==FC-== BY ==FI-==.

       FD  RATE-FILE.
           COPY clnraterec.

       FD  EMPLOYEE-MASTER-FILE.
           COPY emprec.

       FD  BMI-HISTORY-FILE.
           COPY bmihistrec.

       FD  BILLED-FILE.
           COPY clnbillrec.

       FD  BATCH-LOG-FILE.
           COPY batchlogrec.

       FD  GL-ACTIVITY-FILE.
           COPY gljrnlrec.

       FD  RECON-REPORT-FILE.
       01  CR-REPORT-LINE           PIC X(100).

       FD  EXCEPTION-FILE.
           COPY excptrec.

       FD  AUDIT-LOG-FILE.
           COPY auditrec.

       WORKING-STORAGE SECTION.
       77  WS-INV-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RATE-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HIST-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-BILL-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-BLOG-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-GLW-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EXC-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-CLN-LOG-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-INV-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-INV-EOF-YES                  VALUE 'Y'.
       77  WS-RATE-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-RATE-EOF-YES                 VALUE 'Y'.
       77  WS-BLOG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-BLOG-EOF-YES                 VALUE 'Y'.
       77  WS-HIST-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-HIST-EOF-YES                 VALUE 'Y'.
       77  WS-REFUSE-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-REFUSE-YES                   VALUE 'Y'.
       77  WS-HEADER-SEEN-SWITCH    PIC X(01)  VALUE 'N'.
           88  WS-HEADER-SEEN-YES              VALUE 'Y'.
       77  WS-TRAILER-SEEN-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN-YES             VALUE 'Y'.
       77  WS-BADGE-KEYED-SWITCH    PIC X(01)  VALUE 'N'.
           88  WS-BADGE-KEYED-YES              VALUE 'Y'.
       77  WS-BADGE-DETAIL-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-BADGE-DETAIL-YES             VALUE 'Y'.
       77  WS-ON-MASTER-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-ON-MASTER-YES                VALUE 'Y'.
       77  WS-BILLED-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-BILLED-YES                   VALUE 'Y'.
       01  WS-TODAY                 PIC X(08)  VALUE SPACES.
       01  WS-SOURCE-NAME           PIC X(08)  VALUE "CLNINV".
      *****************************************************************
      *  The invoice's batch controls                                 *
      *****************************************************************
       01  WS-BATCH-NUMBER          PIC X(06)  VALUE SPACES.
       01  WS-INVOICE-DATE          PIC X(08)  VALUE SPACES.
       77  WS-BATCH-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-BATCH-HASH            PIC 9(11)V99 VALUE ZERO.
       01  WS-TRAILER-COUNT         PIC 9(07)  VALUE ZERO.
       01  WS-TRAILER-HASH          PIC 9(11)V99 VALUE ZERO.
      *****************************************************************
      *  The CLNRATE contracted rates                                 *
      *****************************************************************
       77  WS-RATE-MAX              PIC 9(03) COMP VALUE 50.
       77  WS-RATE-USED             PIC 9(03) COMP VALUE ZERO.
       77  WS-RATE-SUB              PIC 9(03) COMP VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RATE-TYPE     PIC X(05).
               10  WS-RATE-DATE     PIC X(08).
               10  WS-RATE-FEE      PIC 9(05)V99.
       01  WS-CONTRACT-START        PIC X(08)  VALUE HIGH-VALUES.
       01  WS-SCREEN-TYPE           PIC X(05)  VALUE SPACES.
       01  WS-CONTRACT-FEE          PIC 9(05)V99 VALUE ZERO.
       01  WS-CONTRACT-DATE         PIC X(08)  VALUE SPACES.
      *****************************************************************
      *  The invoice lines, held until the trailer has been proved    *
      *****************************************************************
       77  WS-LINE-MAX              PIC 9(04) COMP VALUE 3000.
       77  WS-LINE-USED             PIC 9(04) COMP VALUE ZERO.
       77  WS-LINE-SUB              PIC 9(04) COMP VALUE ZERO.
       77  WS-LINE-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 3000 TIMES.
               10  WS-LINE-KEY      PIC X(10).
               10  WS-LINE-EMP-ID   PIC X(10).
               10  WS-LINE-DATE     PIC X(08).
               10  WS-LINE-FEE      PIC 9(05)V99.
               10  WS-LINE-RATE     PIC 9(05)V99.
               10  WS-LINE-FINDING  PIC X(01).
                   88  WS-LINE-APPROVED         VALUE 'A'.
                   88  WS-LINE-NO-SCREENING     VALUE 'N'.
                   88  WS-LINE-DUPLICATE        VALUE 'D'.
                   88  WS-LINE-FEE-DIFFERS      VALUE 'F'.
                   88  WS-LINE-NO-RATE          VALUE 'R'.
                   88  WS-LINE-NO-EMPLOYEE      VALUE 'U'.
                   88  WS-LINE-BAD              VALUE 'B'.
                   88  WS-LINE-SCREEN-MATCHED   VALUE 'A' 'D' 'F'
                                                      'R'.
       01  WS-RESOLVED-ID           PIC X(10)  VALUE SPACES.
      *****************************************************************
      *  Run counts                                                   *
      *****************************************************************
       77  WS-CNT-LINES             PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-APPROVED          PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-NO-SCREENING      PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-DUPLICATE         PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-FEE-DIFFERS       PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-NO-RATE           PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-BAD               PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-UNBILLED          PIC 9(07) COMP VALUE ZERO.
       01  WS-APPROVED-TOTAL        PIC 9(09)V99 VALUE ZERO.
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.
       01  WS-AUD-KEY-ID            PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY-INPUT         PIC X(45)  VALUE SPACES.
       01  WS-AUD-KEY-RESULT        PIC X(45)  VALUE SPACES.
       01  WS-COUNT-DISP            PIC ZZZZZZ9.
       01  WS-COUNT-DISP-2          PIC ZZZZZZ9.
       01  WS-TOTAL-DISP            PIC $$$,$$$,$$9.99.
      *****************************************************************
      *  Report line layouts                                          *
      *****************************************************************
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(36) VALUE
               "CLINIC INVOICE RECONCILIATION BATCH ".
           05  WS-TITLE-BATCH       PIC X(06).
           05  FILLER               PIC X(10) VALUE "  INVOICE ".
           05  WS-TITLE-DATE        PIC X(08).
           05  FILLER               PIC X(06) VALUE "  RUN ".
           05  WS-TITLE-RUN-DATE    PIC X(08).
       01  WS-HEAD-LINE.
           05  FILLER               PIC X(50) VALUE
               "FINDING                  EMPLOYEE   BILLED AS  SCR".
           05  FILLER               PIC X(40) VALUE
               "EENED    BILLED   CONTRACT".
       01  WS-DETAIL-LINE.
           05  WS-DET-FINDING       PIC X(24).
           05  FILLER               PIC X(01).
           05  WS-DET-EMP-ID        PIC X(10).
           05  FILLER               PIC X(01).
           05  WS-DET-KEY           PIC X(10).
           05  FILLER               PIC X(01).
           05  WS-DET-DATE          PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-DET-FEE           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(02).
           05  WS-DET-RATE          PIC ZZ,ZZ9.99.
       01  WS-SUM-LINE.
           05  WS-SUM-LABEL         PIC X(36).
           05  WS-SUM-COUNT         PIC ZZZZZZ9.
       01  WS-SUM-TOTAL-LINE.
           05  WS-SUM-TOTAL-LABEL   PIC X(36).
           05  WS-SUM-TOTAL         PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-CLN-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT INVOICE-FILE.
           IF WS-INV-STATUS NOT = "00"
               MOVE "INVOICE-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-INV-STATUS  TO WS-EXC-BAD-VALUE
               MOVE "NO CLINIC INVOICE TO RECONCILE"
                                   TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE 4 TO RETURN-CODE
               MOVE SPACES TO WS-AUD-KEY-ID
               MOVE "CLINIC INVOICE RECONCILIATION" TO WS-AUD-KEY-INPUT
               MOVE "NO CLNINV INVOICE" TO WS-AUD-KEY-RESULT
               PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1000-LOAD-RATES THRU 1000-EXIT.
           PERFORM 1100-OPEN-MASTERS THRU 1100-EXIT.
           IF NOT WS-REFUSE-YES
               PERFORM 2000-READ-INVOICE THRU 2000-EXIT
           END-IF.
           CLOSE INVOICE-FILE.
           IF NOT WS-REFUSE-YES
               PERFORM 2900-VERIFY-TRAILER THRU 2900-EXIT
           END-IF.
           IF WS-REFUSE-YES
               MOVE 8 TO RETURN-CODE
               MOVE WS-BATCH-NUMBER TO WS-AUD-KEY-ID
               MOVE "CLINIC INVOICE RECONCILIATION" TO WS-AUD-KEY-INPUT
               MOVE "REFUSED - SEE EXCPRPT" TO WS-AUD-KEY-RESULT
               PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT
               GO TO 0000-CLOSE-MASTERS
           END-IF.
           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM 4000-REPORT-HEADINGS THRU 4000-EXIT.
           PERFORM 4100-REPORT-ONE-LINE THRU 4100-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-USED.
           PERFORM 3000-FIND-UNBILLED THRU 3000-EXIT.
           PERFORM 5000-APPROVE-LINES THRU 5000-EXIT.
           PERFORM 4500-REPORT-SUMMARY THRU 4500-EXIT.
           CLOSE RECON-REPORT-FILE.
           IF WS-CNT-APPROVED < WS-CNT-LINES OR WS-CNT-UNBILLED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-BATCH-NUMBER TO WS-AUD-KEY-ID.
           MOVE WS-CNT-LINES    TO WS-COUNT-DISP.
           STRING "CLINIC INVOICE RECONCILIATION, LINES="
               WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           MOVE WS-CNT-APPROVED   TO WS-COUNT-DISP.
           MOVE WS-APPROVED-TOTAL TO WS-TOTAL-DISP.
           STRING "APPROVED=" WS-COUNT-DISP " TOTAL=" WS-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       0000-CLOSE-MASTERS.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE BMI-HISTORY-FILE.
           CLOSE BILLED-FILE.
       0000-WRAP-UP.
           CLOSE EXCEPTION-FILE.
           CLOSE AUDIT-LOG-FILE.
           STOP RUN.

      *****************************************************************
      *  1000-LOAD-RATES : pull the CLNRATE contracted rates and note *
      *                    the earliest effective date as the start   *
      *                    of the contract.  With no rates no fee can *
      *                    be checked, so the invoice is refused      *
      *****************************************************************
       1000-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               MOVE "RATE-FILE"      TO WS-EXC-FIELD-NAME
               MOVE WS-RATE-STATUS   TO WS-EXC-BAD-VALUE
               MOVE "CLNRATE MISSING - NOT RECONCILED"
                                     TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-RATE THRU 1010-EXIT.
           PERFORM UNTIL WS-RATE-EOF-YES
               IF WS-RATE-USED < WS-RATE-MAX
                       AND CR-RATE NUMERIC
                       AND CR-EFFECTIVE-DATE NUMERIC
                       AND (CR-TYPE-BMI OR CR-TYPE-PANEL)
                   ADD 1 TO WS-RATE-USED
                   MOVE CR-SCREEN-TYPE    TO WS-RATE-TYPE(WS-RATE-USED)
                   MOVE CR-EFFECTIVE-DATE TO WS-RATE-DATE(WS-RATE-USED)
                   MOVE CR-RATE           TO WS-RATE-FEE(WS-RATE-USED)
                   IF CR-EFFECTIVE-DATE < WS-CONTRACT-START
                       MOVE CR-EFFECTIVE-DATE TO WS-CONTRACT-START
                   END-IF
               ELSE
                   MOVE "CR-RATE-RECORD" TO WS-EXC-FIELD-NAME
                   MOVE CR-RATE-RECORD   TO WS-EXC-BAD-VALUE
                   MOVE "RATE SKIPPED - FULL OR BAD"
                                         TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-IF
               PERFORM 1010-READ-RATE THRU 1010-EXIT
           END-PERFORM.
           CLOSE RATE-FILE.
           IF WS-RATE-USED = ZERO
               MOVE "RATE-FILE"      TO WS-EXC-FIELD-NAME
               MOVE SPACES           TO WS-EXC-BAD-VALUE
               MOVE "CLNRATE EMPTY - NOT RECONCILED"
                                     TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1010-READ-RATE.
           READ RATE-FILE
               AT END
                   SET WS-RATE-EOF-YES TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1100-OPEN-MASTERS : EMPMSTR and BMIHIST must both be there   *
      *                      to match against.  No CLNBILL yet just   *
      *                      means nothing has been billed            *
      *****************************************************************
       1100-OPEN-MASTERS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "EMPMSTR MISSING - NOT RECONCILED"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
           END-IF.
           OPEN INPUT BMI-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               MOVE "BMI-HISTORY-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-HIST-STATUS     TO WS-EXC-BAD-VALUE
               MOVE "BMIHIST MISSING - NOT RECONCILED"
                                       TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
           END-IF.
           OPEN I-O BILLED-FILE.
           IF WS-BILL-STATUS = "35"
               OPEN OUTPUT BILLED-FILE
               CLOSE BILLED-FILE
               OPEN I-O BILLED-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  2000-READ-INVOICE : take the header, then match every line   *
      *                      up to the trailer onto the line table    *
      *****************************************************************
       2000-READ-INVOICE.
           PERFORM 2010-READ-INVOICE-LINE THRU 2010-EXIT.
           IF WS-INV-EOF-YES OR NOT FI-HEADER-REC
               MOVE "INVOICE-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES         TO WS-EXC-BAD-VALUE
               MOVE "FEED HAS NO BATCH HEADER" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
               GO TO 2000-EXIT
           END-IF.
           SET WS-HEADER-SEEN-YES TO TRUE.
           MOVE FI-HDR-BATCH-NO    TO WS-BATCH-NUMBER.
           MOVE FI-HDR-CREATE-DATE TO WS-INVOICE-DATE.
           IF WS-INVOICE-DATE NOT NUMERIC
               MOVE WS-TODAY TO WS-INVOICE-DATE
           END-IF.
           IF FI-HDR-KEYED-BY-BADGE
               SET WS-BADGE-KEYED-YES TO TRUE
           END-IF.
           PERFORM 2100-CHECK-BATCH-LOG THRU 2100-EXIT.
           IF WS-REFUSE-YES
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-READ-INVOICE-LINE THRU 2010-EXIT.
           PERFORM UNTIL WS-INV-EOF-YES OR WS-REFUSE-YES
               PERFORM 2050-SPOT-BADGE-DETAIL THRU 2050-EXIT
               IF FI-TRAILER-REC
                       AND FI-TRL-RECORD-COUNT NUMERIC
                       AND NOT WS-BADGE-DETAIL-YES
                   SET WS-TRAILER-SEEN-YES TO TRUE
                   MOVE FI-TRL-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE FI-TRL-HASH-TOTAL   TO WS-TRAILER-HASH
               ELSE
                   PERFORM 2200-MATCH-ONE-LINE THRU 2200-EXIT
               END-IF
               PERFORM 2010-READ-INVOICE-LINE THRU 2010-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2010-READ-INVOICE-LINE.
           READ INVOICE-FILE
               AT END
                   SET WS-INV-EOF-YES TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      *****************************************************************
      *  2050-SPOT-BADGE-DETAIL : on a badge-keyed invoice a line     *
      *                           whose badge begins 'T' looks just   *
      *                           like the trailer.  A record whose   *
      *                           first ten bytes are a badge on the  *
      *                           master is a line, whatever its      *
      *                           first byte                          *
      *****************************************************************
       2050-SPOT-BADGE-DETAIL.
           MOVE 'N' TO WS-BADGE-DETAIL-SWITCH.
           IF NOT WS-BADGE-KEYED-YES OR NOT FI-TRAILER-REC
               GO TO 2050-EXIT
           END-IF.
           PERFORM 7000-RESOLVE-EMPLOYEE THRU 7000-EXIT.
           IF WS-ON-MASTER-YES
               SET WS-BADGE-DETAIL-YES TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2100-CHECK-BATCH-LOG : an invoice batch number already on    *
      *                         BATCHLOG has been paid once - refuse  *
      *                         it before it is paid twice            *
      *****************************************************************
       2100-CHECK-BATCH-LOG.
           OPEN INPUT BATCH-LOG-FILE.
           IF WS-BLOG-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-READ-BATCH-LOG THRU 2110-EXIT.
           PERFORM UNTIL WS-BLOG-EOF-YES
               IF BH-SOURCE-FILE = WS-SOURCE-NAME
                       AND BH-BATCH-NUMBER = WS-BATCH-NUMBER
                   MOVE "INVOICE-FILE"  TO WS-EXC-FIELD-NAME
                   MOVE WS-BATCH-NUMBER TO WS-EXC-BAD-VALUE
                   MOVE "BATCH ALREADY PROCESSED" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-REFUSE-YES TO TRUE
                   SET WS-BLOG-EOF-YES TO TRUE
               ELSE
                   PERFORM 2110-READ-BATCH-LOG THRU 2110-EXIT
               END-IF
           END-PERFORM.
           CLOSE BATCH-LOG-FILE.
       2100-EXIT.
           EXIT.

       2110-READ-BATCH-LOG.
           READ BATCH-LOG-FILE
               AT END
                   SET WS-BLOG-EOF-YES TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2200-MATCH-ONE-LINE : count and hash the line, then find the *
      *                        employee, the BMIHIST screening, any   *
      *                        earlier billing of it and its contract *
      *                        rate.  Only a line that clears all     *
      *                        four is approved                       *
      *****************************************************************
       2200-MATCH-ONE-LINE.
           ADD 1 TO WS-BATCH-COUNT WS-CNT-LINES.
           IF CI-FEE NUMERIC
               ADD CI-FEE TO WS-BATCH-HASH
           END-IF.
           IF WS-LINE-USED NOT < WS-LINE-MAX
               MOVE "INVOICE-FILE"  TO WS-EXC-FIELD-NAME
               MOVE WS-BATCH-NUMBER TO WS-EXC-BAD-VALUE
               MOVE "INVOICE TOO LARGE - REFUSED" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-LINE-USED.
           MOVE CI-EMP-KEY     TO WS-LINE-KEY(WS-LINE-USED).
           MOVE SPACES         TO WS-LINE-EMP-ID(WS-LINE-USED).
           MOVE CI-SCREEN-DATE TO WS-LINE-DATE(WS-LINE-USED).
           MOVE SPACE          TO WS-LINE-FINDING(WS-LINE-USED).
           MOVE ZERO TO WS-LINE-FEE(WS-LINE-USED)
                        WS-LINE-RATE(WS-LINE-USED).
           IF CI-FEE NOT NUMERIC OR CI-SCREEN-DATE NOT NUMERIC
               MOVE 'B' TO WS-LINE-FINDING(WS-LINE-USED)
               ADD 1 TO WS-CNT-BAD
               GO TO 2200-EXIT
           END-IF.
           MOVE CI-FEE TO WS-LINE-FEE(WS-LINE-USED).
           PERFORM 7000-RESOLVE-EMPLOYEE THRU 7000-EXIT.
           IF NOT WS-ON-MASTER-YES
               MOVE 'U' TO WS-LINE-FINDING(WS-LINE-USED)
               ADD 1 TO WS-CNT-BAD
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-RESOLVED-ID TO WS-LINE-EMP-ID(WS-LINE-USED).
           MOVE WS-RESOLVED-ID TO HB-EMP-ID.
           MOVE CI-SCREEN-DATE TO HB-SCREEN-DATE.
           READ BMI-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LINE-FINDING(WS-LINE-USED)
                   ADD 1 TO WS-CNT-NO-SCREENING
                   GO TO 2200-EXIT
           END-READ.
           PERFORM 7100-CHECK-BILLED THRU 7100-EXIT.
           IF NOT WS-BILLED-YES
               PERFORM 7200-FIND-ON-INVOICE THRU 7200-EXIT
               IF WS-LINE-FOUND-SUB > ZERO
                   SET WS-BILLED-YES TO TRUE
               END-IF
           END-IF.
           IF WS-BILLED-YES
               MOVE 'D' TO WS-LINE-FINDING(WS-LINE-USED)
               ADD 1 TO WS-CNT-DUPLICATE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 7300-FIND-CONTRACT-RATE THRU 7300-EXIT.
           MOVE WS-CONTRACT-FEE TO WS-LINE-RATE(WS-LINE-USED).
           IF WS-CONTRACT-DATE = SPACES
               MOVE 'R' TO WS-LINE-FINDING(WS-LINE-USED)
               ADD 1 TO WS-CNT-NO-RATE
               GO TO 2200-EXIT
           END-IF.
           IF CI-FEE NOT = WS-CONTRACT-FEE
               MOVE 'F' TO WS-LINE-FINDING(WS-LINE-USED)
               ADD 1 TO WS-CNT-FEE-DIFFERS
               GO TO 2200-EXIT
           END-IF.
           MOVE 'A' TO WS-LINE-FINDING(WS-LINE-USED).
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2900-VERIFY-TRAILER : the trailer's line count and fee hash  *
      *                        must match what was read - a short or  *
      *                        padded invoice is refused whole        *
      *****************************************************************
       2900-VERIFY-TRAILER.
           IF NOT WS-TRAILER-SEEN-YES
               MOVE "INVOICE-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES         TO WS-EXC-BAD-VALUE
               MOVE "FEED HAS NO BATCH TRAILER" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
               GO TO 2900-EXIT
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-BATCH-COUNT
               MOVE "INVOICE-FILE"   TO WS-EXC-FIELD-NAME
               MOVE WS-TRAILER-COUNT TO WS-EXC-BAD-VALUE
               MOVE "BATCH COUNT MISMATCH" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
           END-IF.
           IF WS-TRAILER-HASH NOT = WS-BATCH-HASH
               MOVE "INVOICE-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES         TO WS-EXC-BAD-VALUE
               MOVE "BATCH HASH MISMATCH" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
           END-IF.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-FIND-UNBILLED : walk BMIHIST for screenings inside the  *
      *                       contract and before the invoice date    *
      *                       that are neither on CLNBILL nor on this *
      *                       invoice                                 *
      *****************************************************************
       3000-FIND-UNBILLED.
           MOVE LOW-VALUES TO HB-HISTORY-KEY.
           START BMI-HISTORY-FILE
               KEY IS NOT LESS THAN HB-HISTORY-KEY
               INVALID KEY
                   GO TO 3000-EXIT
           END-START.
           PERFORM 3010-READ-HISTORY THRU 3010-EXIT.
           PERFORM UNTIL WS-HIST-EOF-YES
               IF HB-SCREEN-DATE NOT < WS-CONTRACT-START
                       AND HB-SCREEN-DATE < WS-INVOICE-DATE
                   PERFORM 3100-CHECK-ONE-SCREENING THRU 3100-EXIT
               END-IF
               PERFORM 3010-READ-HISTORY THRU 3010-EXIT
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3010-READ-HISTORY.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

       3100-CHECK-ONE-SCREENING.
           PERFORM 7100-CHECK-BILLED THRU 7100-EXIT.
           IF WS-BILLED-YES
               GO TO 3100-EXIT
           END-IF.
           PERFORM 7200-FIND-ON-INVOICE THRU 7200-EXIT.
           IF WS-LINE-FOUND-SUB > ZERO
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CNT-UNBILLED.
           PERFORM 7300-FIND-CONTRACT-RATE THRU 7300-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "SCREENED, NEVER BILLED" TO WS-DET-FINDING.
           MOVE HB-EMP-ID       TO WS-DET-EMP-ID.
           MOVE HB-SCREEN-DATE  TO WS-DET-DATE.
           MOVE ZERO            TO WS-DET-FEE.
           MOVE WS-CONTRACT-FEE TO WS-DET-RATE.
           MOVE WS-DETAIL-LINE  TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-REPORT-HEADINGS : title and column heads on CLNRPT      *
      *****************************************************************
       4000-REPORT-HEADINGS.
           MOVE WS-BATCH-NUMBER TO WS-TITLE-BATCH.
           MOVE WS-INVOICE-DATE TO WS-TITLE-DATE.
           MOVE WS-TODAY        TO WS-TITLE-RUN-DATE.
           MOVE WS-TITLE-LINE   TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE SPACES TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE WS-HEAD-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-REPORT-ONE-LINE : every invoice line not approved, with *
      *                         what was wrong with it                *
      *****************************************************************
       4100-REPORT-ONE-LINE.
           IF WS-LINE-APPROVED(WS-LINE-SUB)
               GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
               WHEN WS-LINE-NO-SCREENING(WS-LINE-SUB)
                   MOVE "BILLED, NO SCREENING"  TO WS-DET-FINDING
               WHEN WS-LINE-DUPLICATE(WS-LINE-SUB)
                   MOVE "DUPLICATE BILLING"     TO WS-DET-FINDING
               WHEN WS-LINE-FEE-DIFFERS(WS-LINE-SUB)
                   MOVE "FEE NOT CONTRACT RATE" TO WS-DET-FINDING
               WHEN WS-LINE-NO-RATE(WS-LINE-SUB)
                   MOVE "NO CONTRACT RATE"      TO WS-DET-FINDING
               WHEN WS-LINE-NO-EMPLOYEE(WS-LINE-SUB)
                   MOVE "NOT ON EMPMSTR"        TO WS-DET-FINDING
               WHEN OTHER
                   MOVE "BAD INVOICE LINE"      TO WS-DET-FINDING
           END-EVALUATE.
           MOVE WS-LINE-EMP-ID(WS-LINE-SUB) TO WS-DET-EMP-ID.
           MOVE WS-LINE-KEY(WS-LINE-SUB)    TO WS-DET-KEY.
           MOVE WS-LINE-DATE(WS-LINE-SUB)   TO WS-DET-DATE.
           MOVE WS-LINE-FEE(WS-LINE-SUB)    TO WS-DET-FEE.
           MOVE WS-LINE-RATE(WS-LINE-SUB)   TO WS-DET-RATE.
           MOVE WS-DETAIL-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4500-REPORT-SUMMARY : the counts and the approved total      *
      *****************************************************************
       4500-REPORT-SUMMARY.
           MOVE SPACES TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
           MOVE "LINES ON INVOICE"           TO WS-SUM-LABEL.
           MOVE WS-CNT-LINES                 TO WS-SUM-COUNT.
           PERFORM 4510-WRITE-SUM-LINE THRU 4510-EXIT.
           MOVE "LINES APPROVED"             TO WS-SUM-LABEL.
           MOVE WS-CNT-APPROVED              TO WS-SUM-COUNT.
           PERFORM 4510-WRITE-SUM-LINE THRU 4510-EXIT.
           MOVE "BILLED WITH NO SCREENING"   TO WS-SUM-LABEL.
           MOVE WS-CNT-NO-SCREENING          TO WS-SUM-COUNT.
           PERFORM 4510-WRITE-SUM-LINE THRU 4510-EXIT.
           MOVE "DUPLICATE BILLINGS"         TO WS-SUM-LABEL.
           MOVE WS-CNT-DUPLICATE             TO WS-SUM-COUNT.
           PERFORM 4510-WRITE-SUM-LINE THRU 4510-EXIT.
           MOVE "FEE NOT AT CONTRACT RATE"   TO WS-SUM-LABEL.
           MOVE WS-CNT-FEE-DIFFERS           TO WS-SUM-COUNT.
           PERFORM 4510-WRITE-SUM-LINE THRU 4510-EXIT.
           MOVE "NO CONTRACT RATE IN EFFECT" TO WS-SUM-LABEL.
           MOVE WS-CNT-NO-RATE               TO WS-SUM-COUNT.
           PERFORM 4510-WRITE-SUM-LINE THRU 4510-EXIT.
           MOVE "BAD LINE OR NOT ON EMPMSTR" TO WS-SUM-LABEL.
           MOVE WS-CNT-BAD                   TO WS-SUM-COUNT.
           PERFORM 4510-WRITE-SUM-LINE THRU 4510-EXIT.
           MOVE "SCREENED, NEVER BILLED"     TO WS-SUM-LABEL.
           MOVE WS-CNT-UNBILLED              TO WS-SUM-COUNT.
           PERFORM 4510-WRITE-SUM-LINE THRU 4510-EXIT.
           MOVE "APPROVED FOR PAYMENT"       TO WS-SUM-TOTAL-LABEL.
           MOVE WS-APPROVED-TOTAL            TO WS-SUM-TOTAL.
           MOVE WS-SUM-TOTAL-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
       4500-EXIT.
           EXIT.

       4510-WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO CR-REPORT-LINE.
           WRITE CR-REPORT-LINE.
       4510-EXIT.
           EXIT.

      *****************************************************************
      *  5000-APPROVE-LINES : each approved line goes on the CLNBILL  *
      *                       register and on GLWORK as a CLINEXP     *
      *                       activity, then the batch number goes on *
      *                       BATCHLOG so the invoice cannot be paid  *
      *                       again                                   *
      *****************************************************************
       5000-APPROVE-LINES.
           OPEN EXTEND GL-ACTIVITY-FILE.
           IF WS-GLW-STATUS = "35"
               OPEN OUTPUT GL-ACTIVITY-FILE
           END-IF.
           PERFORM 5100-APPROVE-ONE-LINE THRU 5100-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-USED.
           CLOSE GL-ACTIVITY-FILE.
           OPEN EXTEND BATCH-LOG-FILE.
           IF WS-BLOG-STATUS = "35"
               OPEN OUTPUT BATCH-LOG-FILE
           END-IF.
           MOVE SPACES          TO BH-BATCH-LOG-RECORD.
           MOVE WS-SOURCE-NAME  TO BH-SOURCE-FILE.
           MOVE WS-BATCH-NUMBER TO BH-BATCH-NUMBER.
           MOVE WS-TODAY        TO BH-RUN-DATE.
           WRITE BH-BATCH-LOG-RECORD.
           CLOSE BATCH-LOG-FILE.
       5000-EXIT.
           EXIT.

       5100-APPROVE-ONE-LINE.
           IF NOT WS-LINE-APPROVED(WS-LINE-SUB)
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES          TO CB-BILLED-RECORD.
           MOVE WS-LINE-EMP-ID(WS-LINE-SUB) TO CB-EMP-ID.
           MOVE WS-LINE-DATE(WS-LINE-SUB)   TO CB-SCREEN-DATE.
           MOVE WS-BATCH-NUMBER TO CB-BATCH-NO.
           MOVE WS-LINE-FEE(WS-LINE-SUB)    TO CB-FEE.
           MOVE WS-TODAY        TO CB-APPROVED-DATE.
           WRITE CB-BILLED-RECORD
               INVALID KEY
                   MOVE "CB-BILLED-KEY"  TO WS-EXC-FIELD-NAME
                   MOVE CB-BILLED-KEY    TO WS-EXC-BAD-VALUE
                   MOVE "CLNBILL WRITE FAILED - NOT PAID"
                                         TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   GO TO 5100-EXIT
           END-WRITE.
           MOVE SPACES          TO GW-ACTIVITY-RECORD.
           MOVE "CLINEXP"       TO GW-SOURCE-CODE.
           MOVE WS-LINE-EMP-ID(WS-LINE-SUB) TO GW-EMP-ID.
           MOVE WS-TODAY        TO GW-TRAN-DATE.
           MOVE WS-LINE-FEE(WS-LINE-SUB)    TO GW-AMOUNT.
           WRITE GW-ACTIVITY-RECORD.
           ADD 1 TO WS-CNT-APPROVED.
           ADD WS-LINE-FEE(WS-LINE-SUB) TO WS-APPROVED-TOTAL.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  7000-RESOLVE-EMPLOYEE : is CI-EMP-KEY on the master?  On a   *
      *                          badge-keyed invoice it is a badge,   *
      *                          looked up on the badge key.  Either  *
      *                          way WS-RESOLVED-ID comes back        *
      *                          holding the employee id it belongs   *
      *                          to                                   *
      *****************************************************************
       7000-RESOLVE-EMPLOYEE.
           MOVE 'N' TO WS-ON-MASTER-SWITCH.
           MOVE CI-EMP-KEY TO WS-RESOLVED-ID.
           IF WS-BADGE-KEYED-YES
               MOVE CI-EMP-KEY TO EM-MYID
               READ EMPLOYEE-MASTER-FILE KEY IS EM-MYID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-MASTER-YES TO TRUE
                       MOVE PR-PERSON-ID TO WS-RESOLVED-ID
               END-READ
               GO TO 7000-EXIT
           END-IF.
           MOVE CI-EMP-KEY TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-MASTER-YES TO TRUE
           END-READ.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7100-CHECK-BILLED : is the BMIHIST screening in hand already *
      *                      on the CLNBILL register?                 *
      *****************************************************************
       7100-CHECK-BILLED.
           MOVE 'N' TO WS-BILLED-SWITCH.
           MOVE HB-EMP-ID      TO CB-EMP-ID.
           MOVE HB-SCREEN-DATE TO CB-SCREEN-DATE.
           READ BILLED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BILLED-YES TO TRUE
           END-READ.
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  7200-FIND-ON-INVOICE : an earlier line on this invoice that  *
      *                         matched the BMIHIST screening in hand *
      *                         - zero found-sub means none.  The     *
      *                         line being matched is the last on the *
      *                         table and has not matched yet         *
      *****************************************************************
       7200-FIND-ON-INVOICE.
           MOVE ZERO TO WS-LINE-FOUND-SUB.
           PERFORM 7210-MATCH-LINE THRU 7210-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-USED
                   OR WS-LINE-FOUND-SUB > ZERO.
       7200-EXIT.
           EXIT.

       7210-MATCH-LINE.
           IF WS-LINE-SCREEN-MATCHED(WS-LINE-SUB)
                   AND WS-LINE-EMP-ID(WS-LINE-SUB) = HB-EMP-ID
                   AND WS-LINE-DATE(WS-LINE-SUB) = HB-SCREEN-DATE
               MOVE WS-LINE-SUB TO WS-LINE-FOUND-SUB
           END-IF.
       7210-EXIT.
           EXIT.

      *****************************************************************
      *  7300-FIND-CONTRACT-RATE : the latest CLNRATE rate for the    *
      *                            screening's type in effect on its  *
      *                            date.  A blank WS-CONTRACT-DATE    *
      *                            means no rate was in effect        *
      *****************************************************************
       7300-FIND-CONTRACT-RATE.
           IF HB-SYSTOLIC NUMERIC AND HB-SYSTOLIC > ZERO
               MOVE "PANEL" TO WS-SCREEN-TYPE
           ELSE
               MOVE "BMI  " TO WS-SCREEN-TYPE
           END-IF.
           MOVE SPACES TO WS-CONTRACT-DATE.
           MOVE ZERO   TO WS-CONTRACT-FEE.
           PERFORM 7310-MATCH-RATE THRU 7310-EXIT
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-USED.
       7300-EXIT.
           EXIT.

       7310-MATCH-RATE.
           IF WS-RATE-TYPE(WS-RATE-SUB) = WS-SCREEN-TYPE
                   AND WS-RATE-DATE(WS-RATE-SUB) NOT > HB-SCREEN-DATE
                   AND (WS-CONTRACT-DATE = SPACES
                       OR WS-RATE-DATE(WS-RATE-SUB) > WS-CONTRACT-DATE)
               MOVE WS-RATE-DATE(WS-RATE-SUB) TO WS-CONTRACT-DATE
               MOVE WS-RATE-FEE(WS-RATE-SUB)  TO WS-CONTRACT-FEE
           END-IF.
       7310-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one line to the shared         *
      *                         exception report                      *
      *****************************************************************
       9100-WRITE-EXCEPTION.
           MOVE SPACES         TO EX-EXCEPTION-RECORD.
           MOVE "CLNINVC"      TO EX-PROGRAM-ID.
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
           MOVE "CLNINVC"      TO AU-PROGRAM-ID.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE WS-AUD-KEY-ID     TO AU-KEY-ID.
           MOVE WS-AUD-KEY-INPUT  TO AU-KEY-INPUT.
           MOVE WS-AUD-KEY-RESULT TO AU-KEY-RESULT.
           WRITE AU-AUDIT-RECORD.
       9200-EXIT.
           EXIT.
