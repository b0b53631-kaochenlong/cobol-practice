       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionPurge.
       AUTHOR. RKM.
       INSTALLATION. Wellness and Payroll Batch Support.
       DATE-WRITTEN. 2026-09-11.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  ------------------------------------------------------------ *
      *  2026-09-11  RKM  First cut : the health and survey data      *
      *                   retention run.  RETNPARM gives each of      *
      *                   BMIHIST, WELLNREG, ENRLMSTR and SURVOUT a   *
      *                   retention period in months and a purge or   *
      *                   anonymize action.  Once an employee has     *
      *                   been terminated on EMPMSTR for longer than  *
      *                   a file's period, their records on it are    *
      *                   deleted, or re-keyed under a hashed '#'     *
      *                   placeholder id so survey trend counts and   *
      *                   BMI change figures still add up.  Each      *
      *                   run appends one dated line per file to the  *
      *                   PURGEREG purge register, and every record   *
      *                   disposed of is logged to AUDITLOG.  Health  *
      *                   and opinion data kept forever, retired.     *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *****************************************************************
      *  The placeholder is a keyed hash of the employee id, so one   *
      *  person lands on the same placeholder in every file and every *
      *  run - BMIChangeReport still pairs their screenings and       *
      *  WellnessEnroll still ties their case to their outcome - but  *
      *  it cannot be turned back into the id without the HASHKEY     *
      *  card.  No anonymize action runs without that card.           *
      *                                                               *
      *  WellnessEnroll re-opens a case for any WELLNREG notice with  *
      *  no ENRLMSTR case, so ENRLMSTR is never let go before         *
      *  WELLNREG : its period is raised to WELLNREG's when shorter,  *
      *  and it is held entirely while WELLNREG is kept.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-PARM-FILE ASSIGN TO "RETNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
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
           SELECT NOTICE-REGISTER-FILE ASSIGN TO "WELLNREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NREG-STATUS.
           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRL-STATUS.
           SELECT SURVEY-RESULTS-FILE ASSIGN TO "SURVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURVEY-STATUS.
           SELECT PURGE-REGISTER-FILE ASSIGN TO "PURGEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-LOG-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-PARM-FILE.
           COPY retnprmrec.

       FD  EMPLOYEE-MASTER-FILE.
           COPY emprec.

       FD  BMI-HISTORY-FILE.
           COPY bmihistrec.

       FD  NOTICE-REGISTER-FILE.
           COPY wellnregrec.

       FD  ENROLLMENT-MASTER-FILE.
           COPY enrlmstrec.

       FD  SURVEY-RESULTS-FILE.
           COPY survyrec
               REPLACING LEADING ==PR-== BY ==SR-==.
           COPY survcmtrec.

       FD  PURGE-REGISTER-FILE.
           COPY prgregrec.

       FD  RUN-LOCK-FILE.
           COPY runlockrec.

       FD  EXCEPTION-FILE.
           COPY excptrec.

       FD  AUDIT-LOG-FILE.
           COPY auditrec.

       FD  CONTROL-TOTALS-FILE.
           COPY ctlrec.

       WORKING-STORAGE SECTION.
       77  WS-PARM-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HIST-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-NREG-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-ENRL-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-SURVEY-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-PREG-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-LOCK-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EXC-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-RTN-LOG-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-CTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-PARM-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-PARM-EOF-YES                 VALUE 'Y'.
       77  WS-NREG-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-NREG-EOF-YES                 VALUE 'Y'.
       77  WS-ENRL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-ENRL-EOF-YES                 VALUE 'Y'.
       77  WS-SURVEY-EOF-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-SURVEY-EOF-YES               VALUE 'Y'.
       77  WS-HIST-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-HIST-OPEN-YES                VALUE 'Y'.
       77  WS-HASH-KEY-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-HASH-KEY-YES                 VALUE 'Y'.
       77  WS-DUE-SWITCH            PIC X(01)  VALUE 'N'.
           88  WS-DUE-YES                      VALUE 'Y'.
       77  WS-CHANGED-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-CHANGED-YES                  VALUE 'Y'.
       77  WS-FILE-KEPT-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-FILE-KEPT-YES                VALUE 'Y'.
       77  WS-LOCKED-OUT-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-LOCKED-OUT-YES               VALUE 'Y'.
       01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.
       01  WS-CTL-MODE              PIC X(08)  VALUE SPACES.
       77  WS-CTL-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-WRITTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-TODAY.
           05  WS-TODAY-YYYY        PIC 9(04).
           05  WS-TODAY-MM          PIC 9(02).
           05  WS-TODAY-DD          PIC 9(02).
       01  WS-CUTOFF-DATE.
           05  WS-CUT-YYYY          PIC 9(04).
           05  WS-CUT-MM            PIC 9(02).
           05  WS-CUT-DD            PIC 9(02).
       77  WS-CUT-YEARS             PIC 9(03) COMP VALUE ZERO.
       77  WS-CUT-MONTHS            PIC 9(03) COMP VALUE ZERO.
       01  WS-CUT-MONTH-WORK        PIC S9(03) VALUE ZERO.
      *****************************************************************
      *  The files under retention, loaded the old way via REDEFINES  *
      *  so the list reads off the page : 1 BMIHIST, 2 WELLNREG,      *
      *  3 ENRLMSTR, 4 SURVOUT.  Each slot holds the RETNPARM card    *
      *  and the run's counts for the register.                       *
      *****************************************************************
       01  WS-RTF-DATA.
           05  FILLER PIC X(08) VALUE "BMIHIST ".
           05  FILLER PIC X(08) VALUE "WELLNREG".
           05  FILLER PIC X(08) VALUE "ENRLMSTR".
           05  FILLER PIC X(08) VALUE "SURVOUT ".
       01  WS-RTF-NAMES REDEFINES WS-RTF-DATA.
           05  WS-RTF-NAME OCCURS 4 TIMES PIC X(08).
       77  WS-RTF-MAX               PIC 9(01) COMP VALUE 4.
       77  WS-RTF-SUB               PIC 9(01) COMP VALUE ZERO.
       77  WS-RTF-FOUND-SUB         PIC 9(01) COMP VALUE ZERO.
       77  WS-FILE-SUB              PIC 9(01) COMP VALUE ZERO.
       01  WS-RTF-TABLE.
           05  WS-RTF-ENTRY OCCURS 4 TIMES.
               10  WS-RTF-ON-PARM       PIC X(01).
                   88  WS-RTF-ACTIVE            VALUE 'Y'.
               10  WS-RTF-MONTHS        PIC 9(03).
               10  WS-RTF-ACTION        PIC X(01).
                   88  WS-RTF-PURGE             VALUE 'P'.
                   88  WS-RTF-ANONYMIZE         VALUE 'A'.
               10  WS-RTF-CUTOFF        PIC X(08).
               10  WS-RTF-EMPLOYEES     PIC 9(05) COMP.
               10  WS-RTF-PURGED        PIC 9(07) COMP.
               10  WS-RTF-ANONYMIZED    PIC 9(07) COMP.
      *****************************************************************
      *  The record in hand : whose it is, whether it is due, and the *
      *  placeholder it would be re-keyed under.  The last id looked  *
      *  up is kept, since a file's records come in runs per person.  *
      *****************************************************************
       01  WS-CHECK-ID              PIC X(10)  VALUE SPACES.
       01  WS-LAST-CHECK-ID         PIC X(10)  VALUE SPACES.
       77  WS-LAST-CHECK-FILE       PIC 9(01) COMP VALUE ZERO.
       01  WS-LAST-CHECK-DUE        PIC X(01)  VALUE 'N'.
       01  WS-ANON-ID.
           05  WS-ANON-MARK         PIC X(01)  VALUE '#'.
           05  WS-ANON-HASH         PIC 9(09)  VALUE ZERO.
       01  WS-LAST-HASH-ID          PIC X(10)  VALUE SPACES.
       01  WS-RECORD-DATE           PIC X(08)  VALUE SPACES.
       01  WS-DISPOSAL              PIC X(10)  VALUE SPACES.
      *****************************************************************
      *  The placeholder hash : the HASHKEY card then the id, byte by *
      *  byte, each byte's place in the alphabet folded into a        *
      *  running value kept below a large prime                       *
      *****************************************************************
       01  WS-HASH-KEY              PIC X(16)  VALUE SPACES.
       01  WS-HASH-SOURCE.
           05  WS-HASH-SRC-KEY      PIC X(16).
           05  WS-HASH-SRC-ID       PIC X(10).
       01  WS-HASH-SOURCE-BYTES REDEFINES WS-HASH-SOURCE.
           05  WS-HASH-BYTE OCCURS 26 TIMES PIC X(01).
       77  WS-HASH-SUB              PIC 9(02) COMP VALUE ZERO.
       01  WS-HASH-VALUE            PIC 9(12) COMP VALUE ZERO.
       01  WS-HASH-WORK             PIC 9(12) COMP VALUE ZERO.
       01  WS-HASH-QUOTIENT         PIC 9(12) COMP VALUE ZERO.
       01  WS-HASH-PRIME            PIC 9(09) COMP VALUE 999999937.
       01  WS-ALPHA-DATA.
           05  FILLER PIC X(36) VALUE
               "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  FILLER PIC X(28) VALUE
               "abcdefghijklmnopqrstuvwxyz -".
       01  WS-ALPHA-TABLE REDEFINES WS-ALPHA-DATA.
           05  WS-ALPHA-CHAR OCCURS 64 TIMES PIC X(01).
       77  WS-ALPHA-SUB             PIC 9(02) COMP VALUE ZERO.
       77  WS-ALPHA-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
      *****************************************************************
      *  One employee's screening dates, gathered before any is       *
      *  re-keyed so the walk is not disturbed                        *
      *****************************************************************
       77  WS-HSC-MAX               PIC 9(03) COMP VALUE 200.
       77  WS-HSC-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-HSC-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-HSC-TABLE.
           05  WS-HSC-ENTRY OCCURS 200 TIMES.
               10  WS-HSC-DATE      PIC X(08).
      *****************************************************************
      *  The WELLNREG notice register, loaded whole; a purged line    *
      *  is marked dropped and left out of the rewrite                *
      *****************************************************************
       77  WS-NRT-MAX               PIC 9(04) COMP VALUE 3000.
       77  WS-NRT-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-NRT-SUB               PIC 9(04) COMP VALUE ZERO.
       01  WS-NRT-TABLE.
           05  WS-NRT-ENTRY OCCURS 3000 TIMES.
               10  WS-NRT-RECORD.
                   15  WS-NRT-EMP-ID    PIC X(10).
                   15  WS-NRT-DATE      PIC X(08).
                   15  WS-NRT-REST      PIC X(12).
               10  WS-NRT-DROP          PIC X(01).
                   88  WS-NRT-DROPPED           VALUE 'Y'.
      *****************************************************************
      *  The ENRLMSTR enrollment master, loaded whole                 *
      *****************************************************************
       77  WS-ENT-MAX               PIC 9(04) COMP VALUE 300.
       77  WS-ENT-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-ENT-SUB               PIC 9(04) COMP VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 300 TIMES.
               10  WS-ENT-RECORD.
                   15  WS-ENT-EMP-ID    PIC X(10).
                   15  WS-ENT-NOTICE    PIC X(08).
                   15  WS-ENT-REST      PIC X(15).
               10  WS-ENT-DROP          PIC X(01).
                   88  WS-ENT-DROPPED           VALUE 'Y'.
      *****************************************************************
      *  The SURVOUT results file, loaded whole as record images -    *
      *  a survey response opens with the respondent id, a 'C'        *
      *  comment carries it after the type byte                        *
      *****************************************************************
       77  WS-SVT-MAX               PIC 9(04) COMP VALUE 2000.
       77  WS-SVT-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-SVT-SUB               PIC 9(04) COMP VALUE ZERO.
       01  WS-SVT-TABLE.
           05  WS-SVT-ENTRY OCCURS 2000 TIMES.
               10  WS-SVT-IMAGE     PIC X(79).
               10  WS-SVT-SURVEY REDEFINES WS-SVT-IMAGE.
                   15  WS-SVT-PERSON-ID  PIC X(10).
                   15  FILLER            PIC X(03).
                   15  WS-SVT-DATE       PIC X(08).
                   15  FILLER            PIC X(58).
               10  WS-SVT-COMMENT REDEFINES WS-SVT-IMAGE.
                   15  WS-SVT-TYPE       PIC X(01).
                       88  WS-SVT-COMMENT-REC    VALUE 'C'.
                   15  WS-SVT-RESPONDENT PIC X(10).
                   15  FILLER            PIC X(68).
               10  WS-SVT-DROP          PIC X(01).
                   88  WS-SVT-DROPPED           VALUE 'Y'.
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.
       01  WS-AUD-KEY-ID            PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY-INPUT         PIC X(45)  VALUE SPACES.
       01  WS-AUD-KEY-RESULT        PIC X(45)  VALUE SPACES.
       01  WS-PURGED-DISP           PIC ZZZZZZ9.
       01  WS-ANON-DISP             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-RTN-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           PERFORM 0100-CHECK-RUN-LOCK THRU 0100-EXIT.
           IF WS-LOCKED-OUT-YES
               GO TO 0000-WRAP-UP
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-PARMS THRU 1000-EXIT.
           PERFORM 1100-SETTLE-PARMS THRU 1100-EXIT.
           MOVE ZERO TO WS-RTF-FOUND-SUB.
           PERFORM 1150-FIND-ACTIVE THRU 1150-EXIT
               VARYING WS-RTF-SUB FROM 1 BY 1
               UNTIL WS-RTF-SUB > WS-RTF-MAX
                   OR WS-RTF-FOUND-SUB > ZERO.
           IF WS-RTF-FOUND-SUB = ZERO
               DISPLAY "RetentionPurge: no retention on RETNPARM - "
                   "nothing purged."
               MOVE "RETENTION-PARM-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-PARM-STATUS        TO WS-EXC-BAD-VALUE
               MOVE "NO RETENTION CARDS - NOT RUN"
                                          TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE 4 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1200-SET-CUTOFF THRU 1200-EXIT
               VARYING WS-RTF-SUB FROM 1 BY 1
               UNTIL WS-RTF-SUB > WS-RTF-MAX.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "EMPMSTR MISSING - NO PURGE"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF.
           IF WS-RTF-ACTIVE(1)
               OPEN I-O BMI-HISTORY-FILE
               IF WS-HIST-STATUS = "00"
                   SET WS-HIST-OPEN-YES TO TRUE
               END-IF
           END-IF.
           PERFORM 2000-SCAN-LEAVERS THRU 2000-EXIT.
           IF WS-HIST-OPEN-YES
               CLOSE BMI-HISTORY-FILE
           END-IF.
           IF WS-RTF-ACTIVE(2)
               PERFORM 4000-RETAIN-NOTICES THRU 4000-EXIT
           END-IF.
           IF WS-RTF-ACTIVE(3)
               PERFORM 5000-RETAIN-ENROLLMENTS THRU 5000-EXIT
           END-IF.
           IF WS-RTF-ACTIVE(4)
               PERFORM 6000-RETAIN-SURVEYS THRU 6000-EXIT
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.
           PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
           MOVE "PURGE" TO WS-CTL-MODE.
           PERFORM 9300-WRITE-CONTROL-TOTALS THRU 9300-EXIT.
           IF WS-CTL-REJECT-COUNT > ZERO OR WS-FILE-KEPT-YES
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-WRAP-UP.
           CLOSE EXCEPTION-FILE.
           CLOSE AUDIT-LOG-FILE.
           STOP RUN.

      *****************************************************************
      *  0100-CHECK-RUN-LOCK : the purge rewrites shared files, so it *
      *                        refuses to start while the Driver's    *
      *                        RUNLOCK is held                        *
      *****************************************************************
       0100-CHECK-RUN-LOCK.
           MOVE 'N' TO WS-LOCKED-OUT-SWITCH.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS NOT = "00"
               GO TO 0100-EXIT
           END-IF.
           READ RUN-LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LK-HOLDER NOT = SPACES
                       SET WS-LOCKED-OUT-YES TO TRUE
                       MOVE LK-HOLDER TO WS-LOCK-HOLDER
                   END-IF
           END-READ.
           CLOSE RUN-LOCK-FILE.
           IF WS-LOCKED-OUT-YES
               DISPLAY "RetentionPurge: batch window lock held by "
                   WS-LOCK-HOLDER " - not started."
               MOVE "RUN-LOCK"  TO WS-EXC-FIELD-NAME
               MOVE WS-LOCK-HOLDER TO WS-EXC-BAD-VALUE
               MOVE "WINDOW LOCK HELD - REFUSED"
                                TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
           END-IF.
       0100-EXIT.
           EXIT.

      *****************************************************************
      *  1000-LOAD-PARMS : read the RETNPARM cards - one per file     *
      *                    under retention, plus the HASHKEY card.    *
      *                    A bad or repeated card is flagged and      *
      *                    ignored; no file is let go on a guess.     *
      *****************************************************************
       1000-LOAD-PARMS.
           INITIALIZE WS-RTF-TABLE.
           OPEN INPUT RETENTION-PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           PERFORM UNTIL WS-PARM-EOF-YES
               PERFORM 1020-TAKE-ONE-PARM THRU 1020-EXIT
               PERFORM 1010-READ-PARM THRU 1010-EXIT
           END-PERFORM.
           CLOSE RETENTION-PARM-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-PARM.
           READ RETENTION-PARM-FILE
               AT END
                   SET WS-PARM-EOF-YES TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

       1020-TAKE-ONE-PARM.
           IF RP-HASH-KEY-CARD
               IF RP-HASH-KEY NOT = SPACES
                   MOVE RP-HASH-KEY TO WS-HASH-KEY
                   SET WS-HASH-KEY-YES TO TRUE
               END-IF
               GO TO 1020-EXIT
           END-IF.
           MOVE "RP-FILE-NAME" TO WS-EXC-FIELD-NAME.
           MOVE RP-FILE-NAME   TO WS-EXC-BAD-VALUE.
           MOVE ZERO TO WS-RTF-FOUND-SUB.
           PERFORM 1030-MATCH-FILE THRU 1030-EXIT
               VARYING WS-RTF-SUB FROM 1 BY 1
               UNTIL WS-RTF-SUB > WS-RTF-MAX
                   OR WS-RTF-FOUND-SUB > ZERO.
           IF WS-RTF-FOUND-SUB = ZERO
               MOVE "FILE NOT UNDER RETENTION" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1020-EXIT
           END-IF.
           IF WS-RTF-ACTIVE(WS-RTF-FOUND-SUB)
               MOVE "DUPLICATE CARD - IGNORED" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1020-EXIT
           END-IF.
           IF RP-RETAIN-MONTHS NOT NUMERIC
               MOVE "RETENTION MONTHS NOT NUMERIC" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1020-EXIT
           END-IF.
           IF NOT RP-ACTION-PURGE AND NOT RP-ACTION-ANONYMIZE
               MOVE "ACTION NOT P OR A" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1020-EXIT
           END-IF.
           MOVE 'Y'              TO WS-RTF-ON-PARM(WS-RTF-FOUND-SUB).
           MOVE RP-RETAIN-MONTHS TO WS-RTF-MONTHS(WS-RTF-FOUND-SUB).
           MOVE RP-ACTION        TO WS-RTF-ACTION(WS-RTF-FOUND-SUB).
       1020-EXIT.
           EXIT.

       1030-MATCH-FILE.
           IF WS-RTF-NAME(WS-RTF-SUB) = RP-FILE-NAME
               MOVE WS-RTF-SUB TO WS-RTF-FOUND-SUB
           END-IF.
       1030-EXIT.
           EXIT.

      *****************************************************************
      *  1100-SETTLE-PARMS : no anonymizing without the HASHKEY card, *
      *                      and ENRLMSTR never goes before WELLNREG  *
      *****************************************************************
       1100-SETTLE-PARMS.
           PERFORM 1110-CHECK-HASH-KEY THRU 1110-EXIT
               VARYING WS-RTF-SUB FROM 1 BY 1
               UNTIL WS-RTF-SUB > WS-RTF-MAX.
           IF NOT WS-RTF-ACTIVE(3)
               GO TO 1100-EXIT
           END-IF.
           MOVE "ENRLMSTR" TO WS-EXC-FIELD-NAME.
           IF NOT WS-RTF-ACTIVE(2)
               MOVE 'N' TO WS-RTF-ON-PARM(3)
               MOVE "WELLNREG" TO WS-EXC-BAD-VALUE
               MOVE "HELD - WELLNREG IS KEPT" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF WS-RTF-MONTHS(3) < WS-RTF-MONTHS(2)
               MOVE WS-RTF-MONTHS(2) TO WS-RTF-MONTHS(3)
               MOVE WS-RTF-MONTHS(2) TO WS-EXC-BAD-VALUE
               MOVE "PERIOD RAISED TO WELLNREG'S" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1110-CHECK-HASH-KEY.
           IF WS-RTF-ACTIVE(WS-RTF-SUB)
                   AND WS-RTF-ANONYMIZE(WS-RTF-SUB)
                   AND NOT WS-HASH-KEY-YES
               MOVE 'N' TO WS-RTF-ON-PARM(WS-RTF-SUB)
               MOVE WS-RTF-NAME(WS-RTF-SUB) TO WS-EXC-FIELD-NAME
               MOVE "HASHKEY"               TO WS-EXC-BAD-VALUE
               MOVE "NO HASHKEY CARD - KEPT" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
       1110-EXIT.
           EXIT.

       1150-FIND-ACTIVE.
           IF WS-RTF-ACTIVE(WS-RTF-SUB)
               MOVE WS-RTF-SUB TO WS-RTF-FOUND-SUB
           END-IF.
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1200-SET-CUTOFF : today less the file's retention months -   *
      *                    a leaver whose separation date falls       *
      *                    before it is past the period               *
      *****************************************************************
       1200-SET-CUTOFF.
           IF NOT WS-RTF-ACTIVE(WS-RTF-SUB)
               GO TO 1200-EXIT
           END-IF.
           DIVIDE WS-RTF-MONTHS(WS-RTF-SUB) BY 12
               GIVING WS-CUT-YEARS REMAINDER WS-CUT-MONTHS.
           COMPUTE WS-CUT-YYYY = WS-TODAY-YYYY - WS-CUT-YEARS.
           COMPUTE WS-CUT-MONTH-WORK = WS-TODAY-MM - WS-CUT-MONTHS.
           IF WS-CUT-MONTH-WORK < 1
               ADD 12 TO WS-CUT-MONTH-WORK
               SUBTRACT 1 FROM WS-CUT-YYYY
           END-IF.
           MOVE WS-CUT-MONTH-WORK TO WS-CUT-MM.
           MOVE WS-TODAY-DD       TO WS-CUT-DD.
           MOVE WS-CUTOFF-DATE TO WS-RTF-CUTOFF(WS-RTF-SUB).
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SCAN-LEAVERS : walk EMPMSTR counting the leavers past   *
      *                      each file's period, and dispose of the   *
      *                      screenings of those past BMIHIST's       *
      *****************************************************************
       2000-SCAN-LEAVERS.
           MOVE LOW-VALUES TO PR-PERSON-ID.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN PR-PERSON-ID
               INVALID KEY
                   GO TO 2000-EXIT
           END-START.
           PERFORM 2010-READ-MASTER THRU 2010-EXIT.
           PERFORM UNTIL WS-EMP-STATUS NOT = "00"
               PERFORM 2100-SCAN-ONE-LEAVER THRU 2100-EXIT
               PERFORM 2010-READ-MASTER THRU 2010-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2010-READ-MASTER.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       2010-EXIT.
           EXIT.

       2100-SCAN-ONE-LEAVER.
           PERFORM 2110-COUNT-ONE-FILE THRU 2110-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-RTF-MAX.
           IF NOT WS-HIST-OPEN-YES
               GO TO 2100-EXIT
           END-IF.
           MOVE 1 TO WS-FILE-SUB.
           PERFORM 8100-CHECK-MASTER-RECORD THRU 8100-EXIT.
           IF WS-DUE-YES
               MOVE PR-PERSON-ID TO WS-CHECK-ID
               PERFORM 3000-RETAIN-SCREENINGS THRU 3000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-COUNT-ONE-FILE.
           IF NOT WS-RTF-ACTIVE(WS-FILE-SUB)
               GO TO 2110-EXIT
           END-IF.
           PERFORM 8100-CHECK-MASTER-RECORD THRU 8100-EXIT.
           IF WS-DUE-YES
               ADD 1 TO WS-RTF-EMPLOYEES(WS-FILE-SUB)
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  3000-RETAIN-SCREENINGS : one leaver's BMIHIST slice - the    *
      *                           dates are gathered first, then each *
      *                           screening is deleted, or written    *
      *                           under the placeholder and deleted   *
      *****************************************************************
       3000-RETAIN-SCREENINGS.
           MOVE ZERO TO WS-HSC-USED.
           MOVE WS-CHECK-ID TO HB-EMP-ID.
           MOVE LOW-VALUES  TO HB-SCREEN-DATE.
           START BMI-HISTORY-FILE KEY IS NOT LESS THAN HB-HISTORY-KEY
               INVALID KEY
                   GO TO 3000-EXIT
           END-START.
           PERFORM 3010-READ-HISTORY THRU 3010-EXIT.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   OR HB-EMP-ID NOT = WS-CHECK-ID
               IF WS-HSC-USED < WS-HSC-MAX
                   ADD 1 TO WS-HSC-USED
                   MOVE HB-SCREEN-DATE TO WS-HSC-DATE(WS-HSC-USED)
               END-IF
               PERFORM 3010-READ-HISTORY THRU 3010-EXIT
           END-PERFORM.
           IF WS-HSC-USED = WS-HSC-MAX
               MOVE "HB-EMP-ID" TO WS-EXC-FIELD-NAME
               MOVE WS-CHECK-ID TO WS-EXC-BAD-VALUE
               MOVE "SCREENINGS LEFT FOR NEXT RUN" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           IF WS-RTF-ANONYMIZE(1)
               PERFORM 8200-HASH-ID THRU 8200-EXIT
           END-IF.
           PERFORM 3100-RETAIN-ONE-SCREENING THRU 3100-EXIT
               VARYING WS-HSC-SUB FROM 1 BY 1
               UNTIL WS-HSC-SUB > WS-HSC-USED.
       3000-EXIT.
           EXIT.

       3010-READ-HISTORY.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       3010-EXIT.
           EXIT.

      *    a placeholder key already taken (two leavers hashing alike
      *    on one screening date) cannot be shared - that screening
      *    is purged instead
       3100-RETAIN-ONE-SCREENING.
           ADD 1 TO WS-CTL-READ-COUNT.
           MOVE WS-HSC-DATE(WS-HSC-SUB) TO WS-RECORD-DATE.
           MOVE WS-CHECK-ID    TO HB-EMP-ID.
           MOVE WS-RECORD-DATE TO HB-SCREEN-DATE.
           READ BMI-HISTORY-FILE KEY IS HB-HISTORY-KEY
               INVALID KEY
                   ADD 1 TO WS-CTL-REJECT-COUNT
                   GO TO 3100-EXIT
           END-READ.
           MOVE "PURGED" TO WS-DISPOSAL.
           IF WS-RTF-ANONYMIZE(1)
               MOVE WS-ANON-ID TO HB-EMP-ID
               WRITE HB-HISTORY-RECORD
                   INVALID KEY
                       MOVE "HB-HISTORY-KEY" TO WS-EXC-FIELD-NAME
                       MOVE WS-RECORD-DATE   TO WS-EXC-BAD-VALUE
                       MOVE "PLACEHOLDER TAKEN - PURGED"
                                             TO WS-EXC-REASON
                       PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   NOT INVALID KEY
                       MOVE "ANONYMIZED" TO WS-DISPOSAL
               END-WRITE
               MOVE WS-CHECK-ID TO HB-EMP-ID
           END-IF.
           DELETE BMI-HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-CTL-REJECT-COUNT
                   GO TO 3100-EXIT
           END-DELETE.
           MOVE 1 TO WS-FILE-SUB.
           PERFORM 8400-COUNT-DISPOSAL THRU 8400-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-RETAIN-NOTICES : the WELLNREG notice register, loaded   *
      *                        whole, disposed of line by line and    *
      *                        rewritten.  A register too big for the *
      *                        table is left untouched this run.      *
      *****************************************************************
       4000-RETAIN-NOTICES.
           MOVE ZERO TO WS-NRT-USED.
           MOVE 'N'  TO WS-CHANGED-SWITCH.
           OPEN INPUT NOTICE-REGISTER-FILE.
           IF WS-NREG-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4010-READ-NOTICE THRU 4010-EXIT.
           PERFORM UNTIL WS-NREG-EOF-YES
               IF WS-NRT-USED < WS-NRT-MAX
                   ADD 1 TO WS-NRT-USED
                   MOVE NR-NOTICE-RECORD
                       TO WS-NRT-RECORD(WS-NRT-USED)
                   MOVE 'N' TO WS-NRT-DROP(WS-NRT-USED)
               ELSE
                   SET WS-CHANGED-YES TO TRUE
               END-IF
               PERFORM 4010-READ-NOTICE THRU 4010-EXIT
           END-PERFORM.
           CLOSE NOTICE-REGISTER-FILE.
           IF WS-CHANGED-YES
               MOVE "NOTICE-REGISTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES             TO WS-EXC-BAD-VALUE
               MOVE "WELLNREG TOO LARGE - KEPT" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-FILE-KEPT-YES TO TRUE
               GO TO 4000-EXIT
           END-IF.
           MOVE 2 TO WS-FILE-SUB.
           PERFORM 4100-RETAIN-ONE-NOTICE THRU 4100-EXIT
               VARYING WS-NRT-SUB FROM 1 BY 1
               UNTIL WS-NRT-SUB > WS-NRT-USED.
           IF NOT WS-CHANGED-YES
               GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT NOTICE-REGISTER-FILE.
           PERFORM 4200-WRITE-ONE-NOTICE THRU 4200-EXIT
               VARYING WS-NRT-SUB FROM 1 BY 1
               UNTIL WS-NRT-SUB > WS-NRT-USED.
           CLOSE NOTICE-REGISTER-FILE.
       4000-EXIT.
           EXIT.

       4010-READ-NOTICE.
           READ NOTICE-REGISTER-FILE
               AT END
                   SET WS-NREG-EOF-YES TO TRUE
           END-READ.
       4010-EXIT.
           EXIT.

       4100-RETAIN-ONE-NOTICE.
           MOVE WS-NRT-EMP-ID(WS-NRT-SUB) TO WS-CHECK-ID.
           PERFORM 8000-CHECK-DUE THRU 8000-EXIT.
           IF NOT WS-DUE-YES
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-CTL-READ-COUNT.
           SET WS-CHANGED-YES TO TRUE.
           MOVE WS-NRT-DATE(WS-NRT-SUB) TO WS-RECORD-DATE.
           IF WS-RTF-PURGE(2)
               MOVE 'Y' TO WS-NRT-DROP(WS-NRT-SUB)
               MOVE "PURGED" TO WS-DISPOSAL
           ELSE
               PERFORM 8200-HASH-ID THRU 8200-EXIT
               MOVE WS-ANON-ID TO WS-NRT-EMP-ID(WS-NRT-SUB)
               MOVE "ANONYMIZED" TO WS-DISPOSAL
           END-IF.
           PERFORM 8400-COUNT-DISPOSAL THRU 8400-EXIT.
       4100-EXIT.
           EXIT.

       4200-WRITE-ONE-NOTICE.
           IF WS-NRT-DROPPED(WS-NRT-SUB)
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-NRT-RECORD(WS-NRT-SUB) TO NR-NOTICE-RECORD.
           WRITE NR-NOTICE-RECORD.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  5000-RETAIN-ENROLLMENTS : the ENRLMSTR enrollment master,    *
      *                            same treatment                     *
      *****************************************************************
       5000-RETAIN-ENROLLMENTS.
           MOVE ZERO TO WS-ENT-USED.
           MOVE 'N'  TO WS-CHANGED-SWITCH.
           OPEN INPUT ENROLLMENT-MASTER-FILE.
           IF WS-ENRL-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5010-READ-ENROLLMENT THRU 5010-EXIT.
           PERFORM UNTIL WS-ENRL-EOF-YES
               IF WS-ENT-USED < WS-ENT-MAX
                   ADD 1 TO WS-ENT-USED
                   MOVE EN-ENROLLMENT-RECORD
                       TO WS-ENT-RECORD(WS-ENT-USED)
                   MOVE 'N' TO WS-ENT-DROP(WS-ENT-USED)
               ELSE
                   SET WS-CHANGED-YES TO TRUE
               END-IF
               PERFORM 5010-READ-ENROLLMENT THRU 5010-EXIT
           END-PERFORM.
           CLOSE ENROLLMENT-MASTER-FILE.
           IF WS-CHANGED-YES
               MOVE "ENROLLMENT-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES               TO WS-EXC-BAD-VALUE
               MOVE "ENRLMSTR TOO LARGE - KEPT" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-FILE-KEPT-YES TO TRUE
               GO TO 5000-EXIT
           END-IF.
           MOVE 3 TO WS-FILE-SUB.
           PERFORM 5100-RETAIN-ONE-ENROLLMENT THRU 5100-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-USED.
           IF NOT WS-CHANGED-YES
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT ENROLLMENT-MASTER-FILE.
           PERFORM 5200-WRITE-ONE-ENROLLMENT THRU 5200-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-USED.
           CLOSE ENROLLMENT-MASTER-FILE.
       5000-EXIT.
           EXIT.

       5010-READ-ENROLLMENT.
           READ ENROLLMENT-MASTER-FILE
               AT END
                   SET WS-ENRL-EOF-YES TO TRUE
           END-READ.
       5010-EXIT.
           EXIT.

       5100-RETAIN-ONE-ENROLLMENT.
           MOVE WS-ENT-EMP-ID(WS-ENT-SUB) TO WS-CHECK-ID.
           PERFORM 8000-CHECK-DUE THRU 8000-EXIT.
           IF NOT WS-DUE-YES
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-CTL-READ-COUNT.
           SET WS-CHANGED-YES TO TRUE.
           MOVE WS-ENT-NOTICE(WS-ENT-SUB) TO WS-RECORD-DATE.
           IF WS-RTF-PURGE(3)
               MOVE 'Y' TO WS-ENT-DROP(WS-ENT-SUB)
               MOVE "PURGED" TO WS-DISPOSAL
           ELSE
               PERFORM 8200-HASH-ID THRU 8200-EXIT
               MOVE WS-ANON-ID TO WS-ENT-EMP-ID(WS-ENT-SUB)
               MOVE "ANONYMIZED" TO WS-DISPOSAL
           END-IF.
           PERFORM 8400-COUNT-DISPOSAL THRU 8400-EXIT.
       5100-EXIT.
           EXIT.

       5200-WRITE-ONE-ENROLLMENT.
           IF WS-ENT-DROPPED(WS-ENT-SUB)
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-ENT-RECORD(WS-ENT-SUB) TO EN-ENROLLMENT-RECORD.
           WRITE EN-ENROLLMENT-RECORD.
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  6000-RETAIN-SURVEYS : the SURVOUT responses and comments,    *
      *                        same treatment - a comment goes with   *
      *                        its respondent                         *
      *****************************************************************
       6000-RETAIN-SURVEYS.
           MOVE ZERO TO WS-SVT-USED.
           MOVE 'N'  TO WS-CHANGED-SWITCH.
           OPEN INPUT SURVEY-RESULTS-FILE.
           IF WS-SURVEY-STATUS NOT = "00"
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6010-READ-SURVEY THRU 6010-EXIT.
           PERFORM UNTIL WS-SURVEY-EOF-YES
               IF WS-SVT-USED < WS-SVT-MAX
                   ADD 1 TO WS-SVT-USED
                   MOVE CM-COMMENT-RECORD
                       TO WS-SVT-IMAGE(WS-SVT-USED)
                   MOVE 'N' TO WS-SVT-DROP(WS-SVT-USED)
               ELSE
                   SET WS-CHANGED-YES TO TRUE
               END-IF
               PERFORM 6010-READ-SURVEY THRU 6010-EXIT
           END-PERFORM.
           CLOSE SURVEY-RESULTS-FILE.
           IF WS-CHANGED-YES
               MOVE "SURVEY-RESULTS-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES            TO WS-EXC-BAD-VALUE
               MOVE "SURVOUT TOO LARGE - KEPT" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-FILE-KEPT-YES TO TRUE
               GO TO 6000-EXIT
           END-IF.
           MOVE 4 TO WS-FILE-SUB.
           PERFORM 6100-RETAIN-ONE-SURVEY THRU 6100-EXIT
               VARYING WS-SVT-SUB FROM 1 BY 1
               UNTIL WS-SVT-SUB > WS-SVT-USED.
           IF NOT WS-CHANGED-YES
               GO TO 6000-EXIT
           END-IF.
           OPEN OUTPUT SURVEY-RESULTS-FILE.
           PERFORM 6200-WRITE-ONE-SURVEY THRU 6200-EXIT
               VARYING WS-SVT-SUB FROM 1 BY 1
               UNTIL WS-SVT-SUB > WS-SVT-USED.
           CLOSE SURVEY-RESULTS-FILE.
       6000-EXIT.
           EXIT.

       6010-READ-SURVEY.
           MOVE SPACES TO CM-COMMENT-RECORD.
           READ SURVEY-RESULTS-FILE
               AT END
                   SET WS-SURVEY-EOF-YES TO TRUE
           END-READ.
       6010-EXIT.
           EXIT.

       6100-RETAIN-ONE-SURVEY.
           IF WS-SVT-COMMENT-REC(WS-SVT-SUB)
               MOVE WS-SVT-RESPONDENT(WS-SVT-SUB) TO WS-CHECK-ID
               MOVE "COMMENT"                    TO WS-RECORD-DATE
           ELSE
               MOVE WS-SVT-PERSON-ID(WS-SVT-SUB) TO WS-CHECK-ID
               MOVE WS-SVT-DATE(WS-SVT-SUB)      TO WS-RECORD-DATE
           END-IF.
           PERFORM 8000-CHECK-DUE THRU 8000-EXIT.
           IF NOT WS-DUE-YES
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-CTL-READ-COUNT.
           SET WS-CHANGED-YES TO TRUE.
           IF WS-RTF-PURGE(4)
               MOVE 'Y' TO WS-SVT-DROP(WS-SVT-SUB)
               MOVE "PURGED" TO WS-DISPOSAL
           ELSE
               PERFORM 8200-HASH-ID THRU 8200-EXIT
               IF WS-SVT-COMMENT-REC(WS-SVT-SUB)
                   MOVE WS-ANON-ID TO WS-SVT-RESPONDENT(WS-SVT-SUB)
               ELSE
                   MOVE WS-ANON-ID TO WS-SVT-PERSON-ID(WS-SVT-SUB)
               END-IF
               MOVE "ANONYMIZED" TO WS-DISPOSAL
           END-IF.
           PERFORM 8400-COUNT-DISPOSAL THRU 8400-EXIT.
       6100-EXIT.
           EXIT.

       6200-WRITE-ONE-SURVEY.
           IF WS-SVT-DROPPED(WS-SVT-SUB)
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-SVT-IMAGE(WS-SVT-SUB) TO CM-COMMENT-RECORD.
           WRITE CM-COMMENT-RECORD.
       6200-EXIT.
           EXIT.

      *****************************************************************
      *  7000-WRITE-REGISTER : one dated PURGEREG line per file on    *
      *                        RETNPARM, and the run's summary to     *
      *                        AUDITLOG                               *
      *****************************************************************
       7000-WRITE-REGISTER.
           OPEN EXTEND PURGE-REGISTER-FILE.
           IF WS-PREG-STATUS = "35"
               OPEN OUTPUT PURGE-REGISTER-FILE
           END-IF.
           PERFORM 7100-WRITE-ONE-FILE THRU 7100-EXIT
               VARYING WS-RTF-SUB FROM 1 BY 1
               UNTIL WS-RTF-SUB > WS-RTF-MAX.
           CLOSE PURGE-REGISTER-FILE.
       7000-EXIT.
           EXIT.

       7100-WRITE-ONE-FILE.
           IF NOT WS-RTF-ACTIVE(WS-RTF-SUB)
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES                     TO PG-PURGE-RECORD.
           MOVE WS-TODAY                   TO PG-RUN-DATE.
           MOVE WS-RTF-NAME(WS-RTF-SUB)    TO PG-FILE-NAME.
           MOVE WS-RTF-ACTION(WS-RTF-SUB)  TO PG-ACTION.
           MOVE WS-RTF-MONTHS(WS-RTF-SUB)  TO PG-RETAIN-MONTHS.
           MOVE WS-RTF-CUTOFF(WS-RTF-SUB)  TO PG-CUTOFF-DATE.
           MOVE WS-RTF-EMPLOYEES(WS-RTF-SUB) TO PG-EMPLOYEES-PAST.
           MOVE WS-RTF-PURGED(WS-RTF-SUB)  TO PG-RECORDS-PURGED.
           MOVE WS-RTF-ANONYMIZED(WS-RTF-SUB)
                                           TO PG-RECORDS-ANONYMIZED.
           WRITE PG-PURGE-RECORD.
           MOVE SPACES TO WS-AUD-KEY-ID WS-AUD-KEY-INPUT
                          WS-AUD-KEY-RESULT.
           STRING "RETENTION " WS-RTF-NAME(WS-RTF-SUB)
               " CUTOFF " WS-RTF-CUTOFF(WS-RTF-SUB)
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           MOVE WS-RTF-PURGED(WS-RTF-SUB)     TO WS-PURGED-DISP.
           MOVE WS-RTF-ANONYMIZED(WS-RTF-SUB) TO WS-ANON-DISP.
           STRING "PURGED=" WS-PURGED-DISP
               " ANONYMIZED=" WS-ANON-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       7100-EXIT.
           EXIT.

      *****************************************************************
      *  8000-CHECK-DUE : is the record's owner a leaver past the     *
      *                   period of file WS-FILE-SUB?  An id already  *
      *                   anonymized, or not on EMPMSTR, never is.    *
      *****************************************************************
       8000-CHECK-DUE.
           MOVE 'N' TO WS-DUE-SWITCH.
           IF WS-CHECK-ID(1:1) = '#' OR WS-CHECK-ID = SPACES
               GO TO 8000-EXIT
           END-IF.
           IF WS-CHECK-ID = WS-LAST-CHECK-ID
                   AND WS-FILE-SUB = WS-LAST-CHECK-FILE
               MOVE WS-LAST-CHECK-DUE TO WS-DUE-SWITCH
               GO TO 8000-EXIT
           END-IF.
           MOVE WS-CHECK-ID TO WS-LAST-CHECK-ID.
           MOVE WS-FILE-SUB TO WS-LAST-CHECK-FILE.
           MOVE WS-CHECK-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE KEY IS PR-PERSON-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 8100-CHECK-MASTER-RECORD THRU 8100-EXIT
           END-READ.
           MOVE WS-DUE-SWITCH TO WS-LAST-CHECK-DUE.
       8000-EXIT.
           EXIT.

      *    a duplicate id merged away is 'T' but its history now
      *    belongs to the surviving id
       8100-CHECK-MASTER-RECORD.
           MOVE 'N' TO WS-DUE-SWITCH.
           IF EM-STATUS-TERMINATED
                   AND EM-MERGED-TO-ID = SPACES
                   AND EM-STATUS-DATE NOT = SPACES
                   AND EM-STATUS-DATE < WS-RTF-CUTOFF(WS-FILE-SUB)
               SET WS-DUE-YES TO TRUE
           END-IF.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-HASH-ID : the '#' placeholder for WS-CHECK-ID - the     *
      *                 last one worked out is kept                   *
      *****************************************************************
       8200-HASH-ID.
           IF WS-CHECK-ID = WS-LAST-HASH-ID
               GO TO 8200-EXIT
           END-IF.
           MOVE WS-CHECK-ID TO WS-LAST-HASH-ID.
           MOVE WS-HASH-KEY TO WS-HASH-SRC-KEY.
           MOVE WS-CHECK-ID TO WS-HASH-SRC-ID.
           MOVE ZERO TO WS-HASH-VALUE.
           PERFORM 8210-HASH-ONE-BYTE THRU 8210-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 26.
           MOVE WS-HASH-VALUE TO WS-ANON-HASH.
       8200-EXIT.
           EXIT.

       8210-HASH-ONE-BYTE.
           MOVE ZERO TO WS-ALPHA-FOUND-SUB.
           PERFORM 8220-MATCH-ALPHA THRU 8220-EXIT
               VARYING WS-ALPHA-SUB FROM 1 BY 1
               UNTIL WS-ALPHA-SUB > 64
                   OR WS-ALPHA-FOUND-SUB > ZERO.
           IF WS-ALPHA-FOUND-SUB = ZERO
               MOVE 65 TO WS-ALPHA-FOUND-SUB
           END-IF.
           COMPUTE WS-HASH-WORK =
               WS-HASH-VALUE * 67 + WS-ALPHA-FOUND-SUB.
           DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-VALUE.
       8210-EXIT.
           EXIT.

       8220-MATCH-ALPHA.
           IF WS-ALPHA-CHAR(WS-ALPHA-SUB) = WS-HASH-BYTE(WS-HASH-SUB)
               MOVE WS-ALPHA-SUB TO WS-ALPHA-FOUND-SUB
           END-IF.
       8220-EXIT.
           EXIT.

      *****************************************************************
      *  8400-COUNT-DISPOSAL : tally one record disposed of on file   *
      *                        WS-FILE-SUB and log it to AUDITLOG     *
      *                        under the employee - never the         *
      *                        placeholder                            *
      *****************************************************************
       8400-COUNT-DISPOSAL.
           ADD 1 TO WS-CTL-WRITTEN-COUNT.
           IF WS-DISPOSAL = "PURGED"
               ADD 1 TO WS-RTF-PURGED(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-RTF-ANONYMIZED(WS-FILE-SUB)
           END-IF.
           MOVE WS-CHECK-ID TO WS-AUD-KEY-ID.
           MOVE SPACES TO WS-AUD-KEY-INPUT WS-AUD-KEY-RESULT.
           STRING "RETENTION " WS-RTF-NAME(WS-FILE-SUB) " "
               WS-RECORD-DATE
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           MOVE WS-DISPOSAL TO WS-AUD-KEY-RESULT.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one rejected entry to the      *
      *                         shared EXCPRPT exception report       *
      *****************************************************************
       9100-WRITE-EXCEPTION.
           MOVE SPACES         TO EX-EXCEPTION-RECORD.
           MOVE "RETPURGE"     TO EX-PROGRAM-ID.
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
           MOVE "RETPURGE"     TO AU-PROGRAM-ID.
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
      *                              of records past retention, those *
      *                              purged or anonymized, and those  *
      *                              that could not be, to CTLTOTS    *
      *****************************************************************
       9300-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           MOVE SPACES             TO CT-CONTROL-RECORD.
           MOVE "RETPURGE"         TO CT-PROGRAM-ID.
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
