       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRReconcile.
       AUTHOR. RKM.
       INSTALLATION. Wellness and Payroll Batch Support.
       DATE-WRITTEN. 2026-09-20.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  ------------------------------------------------------------ *
      *  2026-09-20  RKM  First cut : the weekly reconciliation of    *
      *                   EMPMSTR against the HR system of record.    *
      *                   HR's full active-employee extract HRXTRACT  *
      *                   is match-merged against the master by id,   *
      *                   and HRRECRPT lists everyone in HR but not   *
      *                   on the master, everyone active on the       *
      *                   master but gone from HR, and every name,    *
      *                   department, birth date and status that      *
      *                   disagrees.  The correcting adds,            *
      *                   terminates, department changes and leave    *
      *                   changes are written to HRCORR as an EMPLOAD *
      *                   batch - header, details, trailer - for the  *
      *                   clerk to review and release into the next   *
      *                   window as EMPLOAD.  Until now the master    *
      *                   drifted until a notice went to the wrong    *
      *                   department.                                 *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *  2026-10-06  RKM  A new hire HR already has on leave gets the *
      *                   add only, and a NEW HIRE ON LEAVE finding;  *
      *                   the 'L' follows on the next run, once the   *
      *                   add is on the master, rather than being     *
      *                   rejected by InputEdit in the same batch.    *
      *****************************************************************
      *  Name and birth date differences are reported for the clerk   *
      *  to key in MAINT mode; EMPLOAD has no transaction for them.   *
      *  An HR id that is terminated (or merged away) on the master   *
      *  is reported but not re-added - a rehire is the clerk's call. *
      *  An extract out of id order, without its trailer or with a    *
      *  short count is refused whole (RETURN-CODE 8) and HRCORR is   *
      *  emptied, so a truncated extract can never terminate the      *
      *  people it left off.  A run that wrote corrections ends with  *
      *  RETURN-CODE 4 so the window flags it for review.             *
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
           SELECT HR-EXTRACT-FILE ASSIGN TO "HRXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "HRCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "HRRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY emprec.

       FD  HR-EXTRACT-FILE.
           COPY hrxtrec.
           COPY feedctlrec
               REPLACING LEADING ==FC-== BY ==FX-==.

       FD  CORRECTION-FILE.
           COPY emploadrec.
           COPY feedctlrec
               REPLACING LEADING ==FC-== BY ==FL-==.

       FD  RECON-REPORT-FILE.
       01  RR-REPORT-LINE           PIC X(100).

       FD  EXCEPTION-FILE.
           COPY excptrec.

       FD  AUDIT-LOG-FILE.
           COPY auditrec.

       WORKING-STORAGE SECTION.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HR-STATUS             PIC X(02)  VALUE SPACES.
       77  WS-CORR-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EXC-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HRR-LOG-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-EMP-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-EMP-EOF-YES                  VALUE 'Y'.
       77  WS-HR-EOF-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-HR-EOF-YES                   VALUE 'Y'.
       77  WS-REFUSE-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-REFUSE-YES                   VALUE 'Y'.
       77  WS-TRAILER-SEEN-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-TRAILER-SEEN-YES             VALUE 'Y'.
       77  WS-HR-FIRST-SWITCH       PIC X(01)  VALUE 'Y'.
           88  WS-HR-FIRST-YES                 VALUE 'Y'.
       01  WS-TODAY                 PIC X(08)  VALUE SPACES.
       01  WS-JULIAN-TODAY          PIC 9(05)  VALUE ZERO.
      *****************************************************************
      *  Extract verification : detail count, the trailer's count and *
      *  the last id seen, for the sequence check                     *
      *****************************************************************
       77  WS-HR-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
       77  WS-TRAILER-COUNT         PIC 9(07)  VALUE ZERO.
       01  WS-PREV-HR-ID            PIC X(10)  VALUE LOW-VALUES.
      *****************************************************************
      *  Match-merge keys : HIGH-VALUES once a side is exhausted      *
      *****************************************************************
       01  WS-HR-KEY                PIC X(10)  VALUE SPACES.
       01  WS-EM-KEY                PIC X(10)  VALUE SPACES.
      *****************************************************************
      *  Run counts for the closing summary                           *
      *****************************************************************
       77  WS-CNT-HR                PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-MASTER            PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-MATCHED           PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-HR-ONLY           PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-MASTER-ONLY       PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-TERM-IN-HR        PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-NAME              PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-DEPT              PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-BIRTH             PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-STATUS            PIC 9(07) COMP VALUE ZERO.
       77  WS-CNT-CORRECTIONS       PIC 9(07) COMP VALUE ZERO.
      *****************************************************************
      *  The finding in hand                                          *
      *****************************************************************
       01  WS-FND-TEXT              PIC X(24)  VALUE SPACES.
       01  WS-FND-EMP-ID            PIC X(10)  VALUE SPACES.
       01  WS-FND-MASTER            PIC X(20)  VALUE SPACES.
       01  WS-FND-HR                PIC X(20)  VALUE SPACES.
       01  WS-FND-ACTION            PIC X(10)  VALUE SPACES.
       01  WS-STATUS-WORD           PIC X(10)  VALUE SPACES.
       01  WS-CORR-ACTION           PIC X(01)  VALUE SPACES.
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.
       01  WS-AUD-KEY-ID            PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY-INPUT         PIC X(45)  VALUE SPACES.
       01  WS-AUD-KEY-RESULT        PIC X(45)  VALUE SPACES.
       01  WS-COUNT-DISP            PIC ZZZZZZ9.
       01  WS-COUNT-DISP-2          PIC ZZZZZZ9.
      *****************************************************************
      *  Report line layouts                                          *
      *****************************************************************
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(40) VALUE
               "HR RECONCILIATION AGAINST EMPMSTR DATE: ".
           05  WS-TITLE-DATE        PIC X(08).
       01  WS-HEAD-LINE.
           05  FILLER               PIC X(48) VALUE
               "FINDING                   EMPLOYEE    ON MASTER ".
           05  FILLER               PIC X(40) VALUE
               "            IN HR                 ACTION".
       01  WS-DETAIL-LINE.
           05  WS-DET-FINDING       PIC X(24).
           05  FILLER               PIC X(02).
           05  WS-DET-EMP-ID        PIC X(10).
           05  FILLER               PIC X(02).
           05  WS-DET-MASTER        PIC X(20).
           05  FILLER               PIC X(02).
           05  WS-DET-HR            PIC X(20).
           05  FILLER               PIC X(02).
           05  WS-DET-ACTION        PIC X(10).
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
           IF WS-HRR-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-JULIAN-TODAY FROM DAY.
           PERFORM 1000-VERIFY-EXTRACT THRU 1000-EXIT.
           IF WS-REFUSE-YES
               PERFORM 1900-EMPTY-CORRECTIONS THRU 1900-EXIT
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WS-AUD-KEY-ID
               MOVE "HR RECONCILIATION" TO WS-AUD-KEY-INPUT
               MOVE "REFUSED - SEE EXCPRPT" TO WS-AUD-KEY-RESULT
               PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT
               GO TO 0000-WRAP-UP
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "EMPMSTR MISSING - NO RECON"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               PERFORM 1900-EMPTY-CORRECTIONS THRU 1900-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF.
           OPEN INPUT HR-EXTRACT-FILE.
           OPEN OUTPUT CORRECTION-FILE.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE WS-TODAY TO WS-TITLE-DATE.
           MOVE WS-TITLE-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           MOVE SPACES TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           MOVE WS-HEAD-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           PERFORM 2000-WRITE-BATCH-HEADER THRU 2000-EXIT.
           MOVE 'N' TO WS-HR-EOF-SWITCH.
           PERFORM 2100-READ-HR THRU 2100-EXIT.
           PERFORM 2200-READ-MASTER THRU 2200-EXIT.
           PERFORM 3000-MATCH-ONE THRU 3000-EXIT
               UNTIL WS-HR-KEY = HIGH-VALUES
                   AND WS-EM-KEY = HIGH-VALUES.
           PERFORM 2900-WRITE-BATCH-TRAILER THRU 2900-EXIT.
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
           CLOSE HR-EXTRACT-FILE.
           CLOSE CORRECTION-FILE.
           CLOSE RECON-REPORT-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-CNT-CORRECTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-AUD-KEY-ID.
           MOVE WS-CNT-HR TO WS-COUNT-DISP.
           STRING "HR RECONCILIATION, HR RECORDS=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           MOVE WS-CNT-CORRECTIONS TO WS-COUNT-DISP.
           COMPUTE WS-COUNT-DISP-2 = WS-CNT-NAME + WS-CNT-BIRTH
               + WS-CNT-TERM-IN-HR.
           STRING "CORRECTIONS=" WS-COUNT-DISP
               " FOR REVIEW=" WS-COUNT-DISP-2
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
      *  1000-VERIFY-EXTRACT : a first pass over HRXTRACT before      *
      *                        anything is compared.  The details     *
      *                        must be in ascending id order and the  *
      *                        'T' trailer's count must match them -  *
      *                        a short extract would otherwise turn   *
      *                        everyone it left off into a terminate  *
      *****************************************************************
       1000-VERIFY-EXTRACT.
           OPEN INPUT HR-EXTRACT-FILE.
           IF WS-HR-STATUS NOT = "00"
               MOVE "HR-EXTRACT-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-HR-STATUS      TO WS-EXC-BAD-VALUE
               MOVE "HRXTRACT MISSING - NO RECON" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-EXTRACT THRU 1010-EXIT.
           IF FX-HEADER-REC AND NOT WS-HR-EOF-YES
               PERFORM 1010-READ-EXTRACT THRU 1010-EXIT
           END-IF.
           PERFORM 1100-VERIFY-ONE THRU 1100-EXIT
               UNTIL WS-HR-EOF-YES.
           CLOSE HR-EXTRACT-FILE.
           IF WS-REFUSE-YES
               GO TO 1000-EXIT
           END-IF.
           IF NOT WS-TRAILER-SEEN-YES
               MOVE "HR-EXTRACT-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES            TO WS-EXC-BAD-VALUE
               MOVE "EXTRACT HAS NO TRAILER" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-HR-DETAIL-COUNT
               MOVE "HR-EXTRACT-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-TRAILER-COUNT  TO WS-EXC-BAD-VALUE
               MOVE "EXTRACT COUNT MISMATCH" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
               GO TO 1000-EXIT
           END-IF.
           IF WS-HR-DETAIL-COUNT = ZERO
               MOVE "HR-EXTRACT-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES            TO WS-EXC-BAD-VALUE
               MOVE "EXTRACT HAS NO EMPLOYEES" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1010-READ-EXTRACT.
           READ HR-EXTRACT-FILE
               AT END
                   SET WS-HR-EOF-YES TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

       1100-VERIFY-ONE.
           IF FX-TRAILER-REC AND FX-TRL-RECORD-COUNT NUMERIC
               SET WS-TRAILER-SEEN-YES TO TRUE
               MOVE FX-TRL-RECORD-COUNT TO WS-TRAILER-COUNT
               SET WS-HR-EOF-YES TO TRUE
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-HR-DETAIL-COUNT.
           IF HX-EMP-ID NOT > WS-PREV-HR-ID
               MOVE "HX-EMP-ID"       TO WS-EXC-FIELD-NAME
               MOVE HX-EMP-ID         TO WS-EXC-BAD-VALUE
               MOVE "EXTRACT OUT OF ID SEQUENCE" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-REFUSE-YES TO TRUE
               SET WS-HR-EOF-YES TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE HX-EMP-ID TO WS-PREV-HR-ID.
           PERFORM 1010-READ-EXTRACT THRU 1010-EXIT.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1900-EMPTY-CORRECTIONS : a refused run leaves no HRCORR      *
      *                           behind, so last week's batch can    *
      *                           not be released by mistake          *
      *****************************************************************
       1900-EMPTY-CORRECTIONS.
           OPEN OUTPUT CORRECTION-FILE.
           CLOSE CORRECTION-FILE.
       1900-EXIT.
           EXIT.

      *****************************************************************
      *  2000-WRITE-BATCH-HEADER : HRCORR is an EMPLOAD batch in its  *
      *                            own right - the 'H' header carries *
      *                            source HRRECON and a batch number  *
      *                            of 'R' and the run's YYDDD date,   *
      *                            so InputEdit's BATCHLOG check      *
      *                            refuses the same batch released    *
      *                            twice                              *
      *****************************************************************
       2000-WRITE-BATCH-HEADER.
           MOVE SPACES       TO FL-CONTROL-RECORD.
           MOVE 'H'          TO FL-RECORD-TYPE.
           MOVE "HRRECON"    TO FL-HDR-SOURCE.
           MOVE WS-TODAY     TO FL-HDR-CREATE-DATE.
           MOVE 'R'          TO FL-HDR-BATCH-NO(1:1).
           MOVE WS-JULIAN-TODAY TO FL-HDR-BATCH-NO(2:5).
           WRITE FL-CONTROL-RECORD.
       2000-EXIT.
           EXIT.

       2100-READ-HR.
           READ HR-EXTRACT-FILE
               AT END
                   SET WS-HR-EOF-YES TO TRUE
           END-READ.
           IF WS-HR-EOF-YES
               MOVE HIGH-VALUES TO WS-HR-KEY
               GO TO 2100-EXIT
           END-IF.
           IF WS-HR-FIRST-YES
               MOVE 'N' TO WS-HR-FIRST-SWITCH
               IF FX-HEADER-REC
                   GO TO 2100-READ-HR
               END-IF
           END-IF.
           IF FX-TRAILER-REC AND FX-TRL-RECORD-COUNT NUMERIC
               SET WS-HR-EOF-YES TO TRUE
               MOVE HIGH-VALUES TO WS-HR-KEY
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-CNT-HR.
           MOVE HX-EMP-ID TO WS-HR-KEY.
       2100-EXIT.
           EXIT.

       2200-READ-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-EMP-EOF-YES TO TRUE
           END-READ.
           IF WS-EMP-EOF-YES
               MOVE HIGH-VALUES TO WS-EM-KEY
           ELSE
               MOVE PR-PERSON-ID TO WS-EM-KEY
           END-IF.
       2200-EXIT.
           EXIT.

       2900-WRITE-BATCH-TRAILER.
           MOVE SPACES       TO FL-CONTROL-RECORD.
           MOVE 'T'          TO FL-RECORD-TYPE.
           MOVE WS-CNT-CORRECTIONS TO FL-TRL-RECORD-COUNT.
           MOVE ZERO         TO FL-TRL-HASH-TOTAL.
           WRITE FL-CONTROL-RECORD.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-MATCH-ONE : one step of the match-merge - the lower key *
      *                   is the one-sided record; equal keys are     *
      *                   compared field by field                     *
      *****************************************************************
       3000-MATCH-ONE.
           EVALUATE TRUE
               WHEN WS-HR-KEY < WS-EM-KEY
                   PERFORM 3100-HR-ONLY THRU 3100-EXIT
                   PERFORM 2100-READ-HR THRU 2100-EXIT
               WHEN WS-HR-KEY > WS-EM-KEY
                   PERFORM 3200-MASTER-ONLY THRU 3200-EXIT
                   PERFORM 2200-READ-MASTER THRU 2200-EXIT
               WHEN OTHER
                   PERFORM 3300-COMPARE-FIELDS THRU 3300-EXIT
                   PERFORM 2100-READ-HR THRU 2100-EXIT
                   PERFORM 2200-READ-MASTER THRU 2200-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-HR-ONLY : in HR but not on the master - an add.  A new  *
      *                 employee HR has on leave already is reported  *
      *                 as a status finding; InputEdit checks a leave *
      *                 against the master as it stands before the    *
      *                 batch, so the 'L' waits for next week's run,  *
      *                 once the add is on the master                 *
      *****************************************************************
       3100-HR-ONLY.
           ADD 1 TO WS-CNT-HR-ONLY.
           MOVE "IN HR, NOT ON MASTER" TO WS-FND-TEXT.
           MOVE HX-EMP-ID              TO WS-FND-EMP-ID.
           MOVE SPACES                 TO WS-FND-MASTER.
           MOVE HX-NAME                TO WS-FND-HR.
           MOVE "ADD"                  TO WS-FND-ACTION.
           PERFORM 4000-WRITE-FINDING THRU 4000-EXIT.
           MOVE 'A' TO WS-CORR-ACTION.
           PERFORM 4100-WRITE-CORRECTION THRU 4100-EXIT.
           IF HX-STATUS-LEAVE
               ADD 1 TO WS-CNT-STATUS
               MOVE "NEW HIRE ON LEAVE" TO WS-FND-TEXT
               MOVE "NOT YET ADDED"     TO WS-FND-MASTER
               MOVE "ON LEAVE"          TO WS-FND-HR
               MOVE "LEAVE NEXT"        TO WS-FND-ACTION
               PERFORM 4000-WRITE-FINDING THRU 4000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-MASTER-ONLY : on the master but gone from HR.  Already  *
      *                     terminated is as it should be; anyone     *
      *                     else is terminated as of today            *
      *****************************************************************
       3200-MASTER-ONLY.
           IF EM-STATUS-TERMINATED
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-CNT-MASTER.
           ADD 1 TO WS-CNT-MASTER-ONLY.
           MOVE "ON MASTER, NOT IN HR" TO WS-FND-TEXT.
           MOVE PR-PERSON-ID           TO WS-FND-EMP-ID.
           MOVE EM-NAME                TO WS-FND-MASTER.
           MOVE SPACES                 TO WS-FND-HR.
           MOVE "TERMINATE"            TO WS-FND-ACTION.
           PERFORM 4000-WRITE-FINDING THRU 4000-EXIT.
           MOVE 'T' TO WS-CORR-ACTION.
           PERFORM 4100-WRITE-CORRECTION THRU 4100-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-COMPARE-FIELDS : the same id on both sides.  Department *
      *                        and status differences get a           *
      *                        correcting record; name and birth date *
      *                        differences are listed for the clerk   *
      *****************************************************************
       3300-COMPARE-FIELDS.
           MOVE PR-PERSON-ID TO WS-FND-EMP-ID.
           IF EM-STATUS-TERMINATED
               ADD 1 TO WS-CNT-TERM-IN-HR
               IF EM-MERGED-TO-ID NOT = SPACES
                   MOVE "MERGED ID ACTIVE IN HR" TO WS-FND-TEXT
                   MOVE EM-MERGED-TO-ID TO WS-FND-MASTER
               ELSE
                   MOVE "TERMINATED, ACTIVE IN HR" TO WS-FND-TEXT
                   MOVE EM-STATUS-DATE  TO WS-FND-MASTER
               END-IF
               MOVE HX-NAME  TO WS-FND-HR
               MOVE "REVIEW" TO WS-FND-ACTION
               PERFORM 4000-WRITE-FINDING THRU 4000-EXIT
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-CNT-MASTER.
           ADD 1 TO WS-CNT-MATCHED.
           IF EM-NAME NOT = HX-NAME
               ADD 1 TO WS-CNT-NAME
               MOVE "NAME MISMATCH" TO WS-FND-TEXT
               MOVE EM-NAME         TO WS-FND-MASTER
               MOVE HX-NAME         TO WS-FND-HR
               MOVE "REVIEW"        TO WS-FND-ACTION
               PERFORM 4000-WRITE-FINDING THRU 4000-EXIT
           END-IF.
           IF EM-DEPT-CODE NOT = HX-DEPT-CODE
               ADD 1 TO WS-CNT-DEPT
               MOVE "DEPARTMENT MISMATCH" TO WS-FND-TEXT
               MOVE EM-DEPT-CODE    TO WS-FND-MASTER
               MOVE HX-DEPT-CODE    TO WS-FND-HR
               MOVE "DEPT CHG"      TO WS-FND-ACTION
               PERFORM 4000-WRITE-FINDING THRU 4000-EXIT
               MOVE 'D' TO WS-CORR-ACTION
               PERFORM 4100-WRITE-CORRECTION THRU 4100-EXIT
           END-IF.
           IF EM-BIRTH-DATE NOT = HX-BIRTH-DATE
               ADD 1 TO WS-CNT-BIRTH
               MOVE "BIRTH DATE MISMATCH" TO WS-FND-TEXT
               MOVE EM-BIRTH-DATE   TO WS-FND-MASTER
               MOVE HX-BIRTH-DATE   TO WS-FND-HR
               MOVE "REVIEW"        TO WS-FND-ACTION
               PERFORM 4000-WRITE-FINDING THRU 4000-EXIT
           END-IF.
           IF EM-STATUS-LEAVE AND HX-STATUS-ACTIVE
               MOVE 'R'             TO WS-CORR-ACTION
               MOVE "RETURN"        TO WS-FND-ACTION
               PERFORM 3400-STATUS-FINDING THRU 3400-EXIT
           END-IF.
           IF EM-STATUS-ACTIVE AND HX-STATUS-LEAVE
               MOVE 'L'             TO WS-CORR-ACTION
               MOVE "LEAVE"         TO WS-FND-ACTION
               PERFORM 3400-STATUS-FINDING THRU 3400-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

       3400-STATUS-FINDING.
           ADD 1 TO WS-CNT-STATUS.
           MOVE "STATUS MISMATCH" TO WS-FND-TEXT.
           IF EM-STATUS-LEAVE
               MOVE "ON LEAVE" TO WS-FND-MASTER
               MOVE "ACTIVE"   TO WS-FND-HR
           ELSE
               MOVE "ACTIVE"   TO WS-FND-MASTER
               MOVE "ON LEAVE" TO WS-FND-HR
           END-IF.
           PERFORM 4000-WRITE-FINDING THRU 4000-EXIT.
           PERFORM 4100-WRITE-CORRECTION THRU 4100-EXIT.
       3400-EXIT.
           EXIT.

       4000-WRITE-FINDING.
           MOVE SPACES        TO WS-DETAIL-LINE.
           MOVE WS-FND-TEXT   TO WS-DET-FINDING.
           MOVE WS-FND-EMP-ID TO WS-DET-EMP-ID.
           MOVE WS-FND-MASTER TO WS-DET-MASTER.
           MOVE WS-FND-HR     TO WS-DET-HR.
           MOVE WS-FND-ACTION TO WS-DET-ACTION.
           MOVE WS-DETAIL-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-WRITE-CORRECTION : one EMPLOAD record on HRCORR for     *
      *                          WS-CORR-ACTION, built from the HR    *
      *                          side (the master side for a          *
      *                          terminate).  Adds take effect on the *
      *                          HR hire date, everything else today. *
      *****************************************************************
       4100-WRITE-CORRECTION.
           MOVE SPACES TO EL-LOAD-RECORD.
           MOVE WS-CORR-ACTION TO EL-ACTION-CODE.
           MOVE ZERO   TO EL-AMOUNT.
           MOVE ZERO   TO EL-AGE.
           IF EL-ACTION-TERMINATE
               MOVE PR-PERSON-ID  TO EL-PERSON-ID
               MOVE EM-NAME       TO EL-NAME
               MOVE EM-MYID       TO EL-MYID
               MOVE EM-DEPT-CODE  TO EL-DEPT-CODE
               MOVE EM-BIRTH-DATE TO EL-BIRTH-DATE
               MOVE WS-TODAY      TO EL-EFFECTIVE-DATE
           ELSE
               MOVE HX-EMP-ID     TO EL-PERSON-ID
               MOVE HX-NAME       TO EL-NAME
               MOVE HX-BADGE-ID   TO EL-MYID
               MOVE HX-DEPT-CODE  TO EL-DEPT-CODE
               MOVE HX-BIRTH-DATE TO EL-BIRTH-DATE
               IF EL-ACTION-ADD AND HX-HIRE-DATE NOT = SPACES
                   MOVE HX-HIRE-DATE TO EL-EFFECTIVE-DATE
               ELSE
                   MOVE WS-TODAY     TO EL-EFFECTIVE-DATE
               END-IF
           END-IF.
           WRITE EL-LOAD-RECORD.
           ADD 1 TO WS-CNT-CORRECTIONS.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  5000-PRINT-SUMMARY : the run's counts under the findings     *
      *****************************************************************
       5000-PRINT-SUMMARY.
           MOVE SPACES TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
           MOVE "HR EXTRACT EMPLOYEES"      TO WS-SUM-LABEL.
           MOVE WS-CNT-HR                   TO WS-SUM-COUNT.
           PERFORM 5100-WRITE-SUM-LINE THRU 5100-EXIT.
           MOVE "ACTIVE OR ON LEAVE ON MASTER" TO WS-SUM-LABEL.
           MOVE WS-CNT-MASTER               TO WS-SUM-COUNT.
           PERFORM 5100-WRITE-SUM-LINE THRU 5100-EXIT.
           MOVE "MATCHED"                   TO WS-SUM-LABEL.
           MOVE WS-CNT-MATCHED              TO WS-SUM-COUNT.
           PERFORM 5100-WRITE-SUM-LINE THRU 5100-EXIT.
           MOVE "IN HR, NOT ON MASTER"      TO WS-SUM-LABEL.
           MOVE WS-CNT-HR-ONLY              TO WS-SUM-COUNT.
           PERFORM 5100-WRITE-SUM-LINE THRU 5100-EXIT.
           MOVE "ON MASTER, NOT IN HR"      TO WS-SUM-LABEL.
           MOVE WS-CNT-MASTER-ONLY          TO WS-SUM-COUNT.
           PERFORM 5100-WRITE-SUM-LINE THRU 5100-EXIT.
           MOVE "TERMINATED ON MASTER, IN HR" TO WS-SUM-LABEL.
           MOVE WS-CNT-TERM-IN-HR           TO WS-SUM-COUNT.
           PERFORM 5100-WRITE-SUM-LINE THRU 5100-EXIT.
           MOVE "NAME MISMATCHES"           TO WS-SUM-LABEL.
           MOVE WS-CNT-NAME                 TO WS-SUM-COUNT.
           PERFORM 5100-WRITE-SUM-LINE THRU 5100-EXIT.
           MOVE "DEPARTMENT MISMATCHES"     TO WS-SUM-LABEL.
           MOVE WS-CNT-DEPT                 TO WS-SUM-COUNT.
           PERFORM 5100-WRITE-SUM-LINE THRU 5100-EXIT.
           MOVE "BIRTH DATE MISMATCHES"     TO WS-SUM-LABEL.
           MOVE WS-CNT-BIRTH                TO WS-SUM-COUNT.
           PERFORM 5100-WRITE-SUM-LINE THRU 5100-EXIT.
           MOVE "STATUS MISMATCHES"         TO WS-SUM-LABEL.
           MOVE WS-CNT-STATUS               TO WS-SUM-COUNT.
           PERFORM 5100-WRITE-SUM-LINE THRU 5100-EXIT.
           MOVE "CORRECTIONS WRITTEN TO HRCORR" TO WS-SUM-LABEL.
           MOVE WS-CNT-CORRECTIONS          TO WS-SUM-COUNT.
           PERFORM 5100-WRITE-SUM-LINE THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

       5100-WRITE-SUM-LINE.
           MOVE WS-SUM-LINE TO RR-REPORT-LINE.
           WRITE RR-REPORT-LINE.
       5100-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one line to the shared         *
      *                         exception report                      *
      *****************************************************************
       9100-WRITE-EXCEPTION.
           MOVE SPACES         TO EX-EXCEPTION-RECORD.
           MOVE "HRRECON"      TO EX-PROGRAM-ID.
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
           MOVE "HRRECON"      TO AU-PROGRAM-ID.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE WS-AUD-KEY-ID     TO AU-KEY-ID.
           MOVE WS-AUD-KEY-INPUT  TO AU-KEY-INPUT.
           MOVE WS-AUD-KEY-RESULT TO AU-KEY-RESULT.
           WRITE AU-AUDIT-RECORD.
       9200-EXIT.
           EXIT.
