      *                   stored age on records with no birth date -  *
      *                   the help desk is exactly where a stale      *
      *                   keyed age surfaces.                         *
      *  2026-09-10  RKM  An id EmployeeMerge merged away is followed *
      *                   through its merged-to pointer, so the help  *
      *                   desk sees the full history under the        *
      *                   surviving id whichever one the caller       *
      *                   quotes.                                     *
      *  2026-09-24  RKM  The caller no longer needs the employee id  *
      *                   : BADGE and a badge number looks the        *
      *                   employee up on the new EMPMSTR badge key,   *
      *                   and NAME and all or the start of a name     *
      *                   walks the new name key.  One match shows    *
      *                   the usual screen; a shared name lists every *
      *                   match with id, badge, department and status *
      *                   to pick from.  Searches that do not come    *
      *                   down to one employee are logged to AUDITLOG *
      *                   as well.                                    *
      *  2026-09-28  RKM  ASOF rebuilds an employee's master record   *
      *                   as of a date from EMPCHGLG.  CHANGES lists  *
      *                   logged changes in a date range to EMPCHRPT. *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS INDEXED
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "EMPCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "EMPCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
           COPY excptrec.

       FD  CHANGE-LOG-FILE.
           COPY empchgrec.

       FD  CHANGE-REPORT-FILE.
       01  CP-CHANGE-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE              PIC X(40)  VALUE SPACES.
       01  WS-INQ-EMP-ID            PIC X(10)  VALUE SPACES.
      *****************************************************************
      *  What the caller quoted : an employee id, BADGE and a badge   *
      *  number, NAME and all or the start of a name, ASOF and a date *
      *  and an employee id, or CHANGES and a from and to date with   *
      *  an optional employee id                                      *
      *****************************************************************
       01  WS-INQ-INPUT             PIC X(40)  VALUE SPACES.
       01  WS-SEARCH-BADGE          PIC X(10)  VALUE SPACES.
       01  WS-SEARCH-NAME           PIC X(20)  VALUE SPACES.
       77  WS-NAME-LEN              PIC 9(02) COMP VALUE ZERO.
       01  WS-LOG-KEY-INPUT         PIC X(45)  VALUE SPACES.
       01  WS-LOG-KEY-RESULT        PIC X(45)  VALUE SPACES.
      *****************************************************************
      *  The employees a name search turned up - listed for the help  *
      *  desk to pick from when more than one shares the name         *
      *****************************************************************
       77  WS-MATCH-MAX             PIC 9(02) COMP VALUE 50.
       77  WS-MATCH-USED            PIC 9(02) COMP VALUE ZERO.
       77  WS-MATCH-SUB             PIC 9(02) COMP VALUE ZERO.
       77  WS-MATCH-MORE-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-MATCH-MORE-YES               VALUE 'Y'.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 50 TIMES.
               10  WS-MATCH-ID      PIC X(10).
               10  WS-MATCH-NAME    PIC X(20).
               10  WS-MATCH-BADGE   PIC X(10).
               10  WS-MATCH-DEPT    PIC X(04).
               10  WS-MATCH-STATUS  PIC X(01).
       01  WS-MATCH-DISP            PIC Z9.
       01  WS-TODAY                 PIC X(08)  VALUE SPACES.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HIST-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-RESPONDED-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-RESPONDED-YES                VALUE 'Y'.
       77  WS-OPEN-LOAN-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WS-MERGE-HOPS            PIC 9(01) COMP VALUE ZERO.
       77  WS-MERGE-HOP-MAX         PIC 9(01) COMP VALUE 5.
       01  WS-LOAN-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-LATEST-DATE           PIC X(08)  VALUE SPACES.
       01  WS-LATEST-BMI            PIC 9(03)V99 VALUE ZERO.
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.
      *****************************************************************
      *  EMPCHGLG as-of rebuild : the employee's field changes off    *
      *  the change log, replayed against the master record staged    *
      *  as text one slot per field - backwards from the record on    *
      *  file, undoing each change made after the as-of date, or      *
      *  forwards from nothing for an id no longer on the master      *
      *****************************************************************
       77  WS-CHG-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-CHGRPT-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-CHG-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-CHG-EOF-YES                  VALUE 'Y'.
       77  WS-CHL-FULL-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-CHL-FULL-YES                 VALUE 'Y'.
       77  WS-ASOF-ON-FILE-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-ASOF-ON-FILE-YES             VALUE 'Y'.
       77  WS-ASOF-EXISTED-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-ASOF-EXISTED-YES             VALUE 'Y'.
       01  WS-ASOF-DATE             PIC X(08)  VALUE SPACES.
       01  WS-ASOF-DATE-NUM REDEFINES WS-ASOF-DATE
                                    PIC 9(08).
       77  WS-CHL-MAX               PIC 9(03) COMP VALUE 500.
       77  WS-CHL-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-CHL-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-CHL-REPLAYED          PIC 9(05) COMP VALUE ZERO.
       01  WS-CHL-TABLE.
           05  WS-CHL-ENTRY OCCURS 500 TIMES.
               10  WS-CHL-DATE      PIC X(08).
               10  WS-CHL-SOURCE    PIC X(08).
               10  WS-CHL-FIELD     PIC X(16).
               10  WS-CHL-BEFORE    PIC X(20).
               10  WS-CHL-AFTER     PIC X(20).
       77  WS-FLD-SUB               PIC 9(02) COMP VALUE ZERO.
       77  WS-FLD-FOUND-SUB         PIC 9(02) COMP VALUE ZERO.
       01  WS-FLD-NAME-VALUES.
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
       01  WS-FLD-NAME-TABLE REDEFINES WS-FLD-NAME-VALUES.
           05  WS-FLD-NAME          PIC X(16) OCCURS 10 TIMES.
       01  WS-ASOF-STAGE-TABLE.
           05  WS-ASOF-STAGE        PIC X(20) OCCURS 10 TIMES.
       01  WS-CHG-AGE               PIC S9(03)
                                    SIGN IS LEADING SEPARATE.
       01  WS-CHG-AGE-X REDEFINES WS-CHG-AGE
                                    PIC X(04).
       01  WS-CHG-AMOUNT            PIC 9(06)V99.
       01  WS-CHG-AMOUNT-X REDEFINES WS-CHG-AMOUNT
                                    PIC X(08).
       01  WS-ASOF-AMOUNT-DISP      PIC ZZZ,ZZ9.99.
       01  WS-REPLAYED-DISP         PIC ZZZZ9.
      *****************************************************************
      *  EMPCHRPT change listing : every logged change in a date      *
      *  range, for one employee or all of them                       *
      *****************************************************************
       01  WS-RANGE-FROM            PIC X(08)  VALUE SPACES.
       01  WS-RANGE-TO              PIC X(08)  VALUE SPACES.
       01  WS-RANGE-EMP-ID          PIC X(10)  VALUE SPACES.
       77  WS-LISTED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-CHR-TITLE-LINE.
           05  FILLER               PIC X(30) VALUE
               "EMPMSTR FIELD CHANGES   FROM: ".
           05  WS-CHR-TITLE-FROM    PIC X(08).
           05  FILLER               PIC X(06) VALUE "  TO: ".
           05  WS-CHR-TITLE-TO      PIC X(08).
           05  FILLER               PIC X(12) VALUE "  EMPLOYEE: ".
           05  WS-CHR-TITLE-EMP     PIC X(10).
       01  WS-CHR-HEAD-LINE         PIC X(120) VALUE
           "DATE     TIME   EMPLOYEE   PROGRAM  SOURCE   FIELD
      -    "           BEFORE               AFTER".
       01  WS-CHR-DETAIL-LINE.
           05  WS-CHR-DATE          PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-CHR-TIME          PIC X(06).
           05  FILLER               PIC X(01).
           05  WS-CHR-EMP-ID        PIC X(10).
           05  FILLER               PIC X(01).
           05  WS-CHR-PROGRAM       PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-CHR-SOURCE        PIC X(08).
           05  FILLER               PIC X(01).
           05  WS-CHR-FIELD         PIC X(16).
           05  FILLER               PIC X(01).
           05  WS-CHR-BEFORE        PIC X(20).
           05  FILLER               PIC X(01).
           05  WS-CHR-AFTER         PIC X(20).
       01  WS-CHR-TOTAL-LINE.
           05  FILLER               PIC X(17) VALUE
               "CHANGES LISTED: ".
           05  WS-CHR-TOTAL         PIC ZZZZZZ9.
       01  WS-LISTED-DISP           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           END-IF.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           IF WS-CMD-LINE NOT = SPACES
               MOVE WS-CMD-LINE TO WS-INQ-INPUT
               PERFORM 1600-DISPATCH-INQUIRY THRU 1600-EXIT
           ELSE
               PERFORM 1500-PROMPT-LOOP THRU 1500-EXIT
           END-IF.
           STOP RUN.

       1500-PROMPT-LOOP.
           DISPLAY "Employee ID, BADGE badge, NAME name, ASOF date id "
               "or CHANGES from to [id]"
           DISPLAY "(blank to exit): " WITH NO ADVANCING.
           ACCEPT WS-INQ-INPUT.
           PERFORM UNTIL WS-INQ-INPUT = SPACES
               PERFORM 1600-DISPATCH-INQUIRY THRU 1600-EXIT
               DISPLAY " "
               DISPLAY "Employee ID, BADGE badge, NAME name, "
                   "ASOF date id or CHANGES from to [id]"
               DISPLAY "(blank to exit): " WITH NO ADVANCING
               ACCEPT WS-INQ-INPUT
           END-PERFORM.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1600-DISPATCH-INQUIRY : an employee id goes straight to the  *
      *                          inquiry; a badge or a name is looked *
      *                          up on its EMPMSTR alternate key      *
      *                          first.  ASOF YYYYMMDD id rebuilds    *
      *                          the master record as of a date, and  *
      *                          CHANGES YYYYMMDD YYYYMMDD [id] lists *
      *                          the logged changes between two dates *
      *****************************************************************
       1600-DISPATCH-INQUIRY.
           EVALUATE TRUE
               WHEN WS-INQ-INPUT(1:6) = "BADGE "
                   MOVE WS-INQ-INPUT(7:10) TO WS-SEARCH-BADGE
                   PERFORM 2400-FIND-BY-BADGE THRU 2400-EXIT
               WHEN WS-INQ-INPUT(1:5) = "NAME "
                   MOVE WS-INQ-INPUT(6:20) TO WS-SEARCH-NAME
                   PERFORM 2500-FIND-BY-NAME THRU 2500-EXIT
               WHEN WS-INQ-INPUT(1:5) = "ASOF "
                   MOVE WS-INQ-INPUT(6:8)   TO WS-ASOF-DATE
                   MOVE WS-INQ-INPUT(15:10) TO WS-INQ-EMP-ID
                   PERFORM 7000-SHOW-AS-OF THRU 7000-EXIT
               WHEN WS-INQ-INPUT(1:8) = "CHANGES "
                   MOVE WS-INQ-INPUT(9:8)   TO WS-RANGE-FROM
                   MOVE WS-INQ-INPUT(18:8)  TO WS-RANGE-TO
                   MOVE WS-INQ-INPUT(27:10) TO WS-RANGE-EMP-ID
                   PERFORM 7500-LIST-CHANGES THRU 7500-EXIT
               WHEN OTHER
                   MOVE WS-INQ-INPUT TO WS-INQ-EMP-ID
                   PERFORM 2000-INQUIRE-ONE THRU 2000-EXIT
           END-EVALUATE.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  1000-LOAD-DEPARTMENTS : pull the DEPTREF reference file so   *
      *                          the screen shows department names    *
      *  2000-INQUIRE-ONE : the whole 360 for one employee id         *
      *****************************************************************
       2000-INQUIRE-ONE.
           MOVE ZERO TO WS-MERGE-HOPS.
       2000-READ-MASTER.
           MOVE WS-INQ-EMP-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   PERFORM 8000-LOG-INQUIRY THRU 8000-EXIT
                   GO TO 2000-EXIT
           END-READ.
      *    a duplicate id merged away carries no history of its own -
      *    follow the pointer so the screen shows the surviving id
           IF EM-MERGED-TO-ID NOT = SPACES
                   AND WS-MERGE-HOPS < WS-MERGE-HOP-MAX
               DISPLAY "Employee " WS-INQ-EMP-ID " was merged into "
                   EM-MERGED-TO-ID " - showing " EM-MERGED-TO-ID "."
               MOVE EM-MERGED-TO-ID TO WS-INQ-EMP-ID
               ADD 1 TO WS-MERGE-HOPS
               GO TO 2000-READ-MASTER
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "EMPLOYEE  " PR-PERSON-ID "  " EM-NAME.
           MOVE ZERO TO WS-DEPT-FOUND-SUB.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2400-FIND-BY-BADGE : the badge is unique on EMPMSTR, so it   *
      *                       names one employee or none              *
      *****************************************************************
       2400-FIND-BY-BADGE.
           MOVE WS-SEARCH-BADGE TO EM-MYID.
           READ EMPLOYEE-MASTER-FILE KEY IS EM-MYID
               INVALID KEY
                   DISPLAY "No employee has badge " WS-SEARCH-BADGE
                       "."
                   MOVE SPACES TO WS-LOG-KEY-INPUT
                   STRING "BADGE " WS-SEARCH-BADGE
                       DELIMITED BY SIZE INTO WS-LOG-KEY-INPUT
                   MOVE "BADGE NOT ON EMPMSTR" TO WS-LOG-KEY-RESULT
                   PERFORM 8100-LOG-SEARCH THRU 8100-EXIT
                   GO TO 2400-EXIT
           END-READ.
           MOVE PR-PERSON-ID TO WS-INQ-EMP-ID.
           PERFORM 2000-INQUIRE-ONE THRU 2000-EXIT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-FIND-BY-NAME : walk the name key from the name quoted - *
      *                      all of it, or just its start.  One match *
      *                      goes straight to the inquiry; several    *
      *                      are listed with what tells them apart,   *
      *                      for the caller to pick by id or badge    *
      *****************************************************************
       2500-FIND-BY-NAME.
           MOVE ZERO TO WS-MATCH-USED WS-NAME-LEN.
           MOVE 'N'  TO WS-MATCH-MORE-SWITCH.
           INSPECT WS-SEARCH-NAME TALLYING WS-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL "  ".
           IF WS-NAME-LEN = ZERO
               DISPLAY "No name given."
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-SEARCH-NAME TO EM-NAME.
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EM-NAME
               INVALID KEY
                   GO TO 2500-SHOW
           END-START.
           PERFORM 2510-READ-NEXT-BY-NAME THRU 2510-EXIT.
           PERFORM UNTIL WS-EMP-STATUS NOT = "00"
                   OR EM-NAME(1:WS-NAME-LEN)
                       NOT = WS-SEARCH-NAME(1:WS-NAME-LEN)
               IF WS-MATCH-USED < WS-MATCH-MAX
                   ADD 1 TO WS-MATCH-USED
                   MOVE PR-PERSON-ID   TO WS-MATCH-ID(WS-MATCH-USED)
                   MOVE EM-NAME        TO WS-MATCH-NAME(WS-MATCH-USED)
                   MOVE EM-MYID        TO WS-MATCH-BADGE(WS-MATCH-USED)
                   MOVE EM-DEPT-CODE   TO WS-MATCH-DEPT(WS-MATCH-USED)
                   MOVE EM-STATUS-CODE
                       TO WS-MATCH-STATUS(WS-MATCH-USED)
               ELSE
                   SET WS-MATCH-MORE-YES TO TRUE
               END-IF
               PERFORM 2510-READ-NEXT-BY-NAME THRU 2510-EXIT
           END-PERFORM.
       2500-SHOW.
           IF WS-MATCH-USED = 1
               MOVE WS-MATCH-ID(1) TO WS-INQ-EMP-ID
               PERFORM 2000-INQUIRE-ONE THRU 2000-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE SPACES TO WS-LOG-KEY-INPUT.
           STRING "NAME " WS-SEARCH-NAME
               DELIMITED BY SIZE INTO WS-LOG-KEY-INPUT.
           IF WS-MATCH-USED = ZERO
               DISPLAY "No employee name begins " WS-SEARCH-NAME "."
               MOVE "NAME NOT ON EMPMSTR" TO WS-LOG-KEY-RESULT
               PERFORM 8100-LOG-SEARCH THRU 8100-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-MATCH-USED TO WS-MATCH-DISP.
           DISPLAY WS-MATCH-DISP " employees match - inquire again by "
               "id or badge.".
           DISPLAY "ID          NAME                 BADGE      DEPT S".
           PERFORM 2520-SHOW-ONE-MATCH THRU 2520-EXIT
               VARYING WS-MATCH-SUB FROM 1 BY 1
               UNTIL WS-MATCH-SUB > WS-MATCH-USED.
           IF WS-MATCH-MORE-YES
               DISPLAY "... and more - quote more of the name."
           END-IF.
           MOVE SPACES TO WS-LOG-KEY-RESULT.
           STRING WS-MATCH-DISP " MATCHES LISTED"
               DELIMITED BY SIZE INTO WS-LOG-KEY-RESULT.
           PERFORM 8100-LOG-SEARCH THRU 8100-EXIT.
       2500-EXIT.
           EXIT.

       2510-READ-NEXT-BY-NAME.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       2510-EXIT.
           EXIT.

       2520-SHOW-ONE-MATCH.
           DISPLAY WS-MATCH-ID(WS-MATCH-SUB) "  "
               WS-MATCH-NAME(WS-MATCH-SUB) " "
               WS-MATCH-BADGE(WS-MATCH-SUB) " "
               WS-MATCH-DEPT(WS-MATCH-SUB) " "
               WS-MATCH-STATUS(WS-MATCH-SUB).
       2520-EXIT.
           EXIT.

      *****************************************************************
      *  2150-DERIVE-SHOW-AGE : the age as of today off the master's  *
      *                         birth date - the stored age only      *
       6300-EXIT.
           EXIT.

      *****************************************************************
      *  7000-SHOW-AS-OF : rebuild one employee's full master record  *
      *                    as it stood at the end of the as-of date.  *
      *                    The record on file is the starting point   *
      *                    and every change logged after the date is  *
      *                    undone, latest first; an id no longer on   *
      *                    the master is built up from nothing with   *
      *                    every change logged up to the date.        *
      *****************************************************************
       7000-SHOW-AS-OF.
           MOVE SPACES TO WS-LOG-KEY-INPUT.
           STRING "ASOF " WS-ASOF-DATE " " WS-INQ-EMP-ID
               DELIMITED BY SIZE INTO WS-LOG-KEY-INPUT.
           IF WS-ASOF-DATE NOT NUMERIC OR WS-INQ-EMP-ID = SPACES
               DISPLAY "ASOF needs a YYYYMMDD date and an employee "
                   "id."
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7100-LOAD-EMP-CHANGES THRU 7100-EXIT.
           IF WS-CHL-FULL-YES
               DISPLAY "More than " WS-CHL-MAX " changes are logged "
                   "for " WS-INQ-EMP-ID " - record not rebuilt."
               MOVE "CHANGE-LOG-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-INQ-EMP-ID     TO WS-EXC-BAD-VALUE
               MOVE "CHANGE TABLE FULL - NOT REBUILT"
                                      TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE "NOT REBUILT - TABLE FULL" TO WS-LOG-KEY-RESULT
               PERFORM 8200-LOG-CHANGE-INQUIRY THRU 8200-EXIT
               GO TO 7000-EXIT
           END-IF.
           MOVE ZERO   TO WS-CHL-REPLAYED.
           MOVE SPACES TO WS-ASOF-STAGE-TABLE.
           MOVE 'N'    TO WS-ASOF-ON-FILE-SWITCH.
           MOVE WS-INQ-EMP-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ASOF-ON-FILE-YES TO TRUE
           END-READ.
           IF WS-ASOF-ON-FILE-YES
               SET WS-ASOF-EXISTED-YES TO TRUE
               PERFORM 7400-STAGE-MASTER THRU 7400-EXIT
               PERFORM 7200-UNDO-ONE-CHANGE THRU 7200-EXIT
                   VARYING WS-CHL-SUB FROM WS-CHL-USED BY -1
                   UNTIL WS-CHL-SUB < 1
           ELSE
               MOVE 'N' TO WS-ASOF-EXISTED-SWITCH
               PERFORM 7250-REDO-ONE-CHANGE THRU 7250-EXIT
                   VARYING WS-CHL-SUB FROM 1 BY 1
                   UNTIL WS-CHL-SUB > WS-CHL-USED
           END-IF.
           MOVE WS-CHL-REPLAYED TO WS-REPLAYED-DISP.
           IF NOT WS-ASOF-EXISTED-YES
               DISPLAY "Employee " WS-INQ-EMP-ID " was not on EMPMSTR "
                   "as of " WS-ASOF-DATE "."
               MOVE SPACES TO WS-LOG-KEY-RESULT
               STRING "NOT ON FILE AS OF DATE - " WS-REPLAYED-DISP
                   " REPLAYED" DELIMITED BY SIZE INTO WS-LOG-KEY-RESULT
               PERFORM 8200-LOG-CHANGE-INQUIRY THRU 8200-EXIT
               GO TO 7000-EXIT
           END-IF.
           PERFORM 7050-SHOW-AS-OF-RECORD THRU 7050-EXIT.
           MOVE SPACES TO WS-LOG-KEY-RESULT.
           STRING "REBUILT - " WS-REPLAYED-DISP " CHANGES REPLAYED"
               DELIMITED BY SIZE INTO WS-LOG-KEY-RESULT.
           PERFORM 8200-LOG-CHANGE-INQUIRY THRU 8200-EXIT.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7050-SHOW-AS-OF-RECORD : lay the rebuilt slots back into the *
      *                           master record layout and show every *
      *                           field, the age derived as of the    *
      *                           date where a birth date was on file *
      *****************************************************************
       7050-SHOW-AS-OF-RECORD.
           MOVE SPACES TO EM-EMPLOYEE-RECORD.
           MOVE WS-ASOF-STAGE(1) TO PR-PERSON-ID.
           MOVE ZERO TO PR-AGE.
           IF WS-ASOF-STAGE(2) NOT = SPACES
               MOVE WS-ASOF-STAGE(2) TO WS-CHG-AGE-X
               MOVE WS-CHG-AGE       TO PR-AGE
           END-IF.
           MOVE WS-ASOF-STAGE(3) TO EM-NAME.
           MOVE ZERO TO EM-AMOUNT.
           IF WS-ASOF-STAGE(4) NOT = SPACES
               MOVE WS-ASOF-STAGE(4) TO WS-CHG-AMOUNT-X
               MOVE WS-CHG-AMOUNT    TO EM-AMOUNT
           END-IF.
           MOVE WS-ASOF-STAGE(5)  TO EM-MYID.
           MOVE WS-ASOF-STAGE(6)  TO EM-STATUS-CODE.
           MOVE WS-ASOF-STAGE(7)  TO EM-STATUS-DATE.
           MOVE WS-ASOF-STAGE(8)  TO EM-DEPT-CODE.
           MOVE WS-ASOF-STAGE(9)  TO EM-BIRTH-DATE.
           MOVE WS-ASOF-STAGE(10) TO EM-MERGED-TO-ID.
           MOVE PR-AGE TO WS-SHOW-AGE.
           IF EM-BIRTH-DATE NOT = SPACES AND EM-BIRTH-DATE NUMERIC
               MOVE EM-BIRTH-DATE TO WS-AGE-BIRTH-DATE
               MOVE WS-ASOF-DATE  TO WS-AGE-ASOF-DATE
               COMPUTE WS-SHOW-AGE =
                   (WS-AGE-ASOF-NUM - WS-AGE-BIRTH-NUM) / 10000
               IF WS-SHOW-AGE < ZERO
                   MOVE ZERO TO WS-SHOW-AGE
               END-IF
           END-IF.
           MOVE EM-AMOUNT TO WS-ASOF-AMOUNT-DISP.
           DISPLAY "----------------------------------------".
           DISPLAY "EMPLOYEE  " PR-PERSON-ID "  " EM-NAME
               "  AS OF " WS-ASOF-DATE.
           DISPLAY "DEPT      " EM-DEPT-CODE.
           DISPLAY "STATUS    " EM-STATUS-CODE "  EFFECTIVE "
               EM-STATUS-DATE.
           DISPLAY "AMOUNT    " WS-ASOF-AMOUNT-DISP "  BADGE " EM-MYID
               "  AGE " WS-SHOW-AGE.
           DISPLAY "BIRTH     " EM-BIRTH-DATE "  MERGED TO "
               EM-MERGED-TO-ID.
           DISPLAY "REPLAYED  " WS-REPLAYED-DISP
               " logged changes to rebuild.".
       7050-EXIT.
           EXIT.

      *****************************************************************
      *  7100-LOAD-EMP-CHANGES : the employee's EMPCHGLG records in   *
      *                          log order - the order they were made *
      *****************************************************************
       7100-LOAD-EMP-CHANGES.
           MOVE ZERO TO WS-CHL-USED.
           MOVE 'N'  TO WS-CHL-FULL-SWITCH.
           MOVE 'N'  TO WS-CHG-EOF-SWITCH.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CHG-STATUS NOT = "00"
               GO TO 7100-EXIT
           END-IF.
           PERFORM 7110-READ-CHANGE THRU 7110-EXIT.
           PERFORM UNTIL WS-CHG-EOF-YES
               IF MC-EMP-ID = WS-INQ-EMP-ID
                   IF WS-CHL-USED < WS-CHL-MAX
                       ADD 1 TO WS-CHL-USED
                       MOVE MC-CHANGE-DATE
                                    TO WS-CHL-DATE(WS-CHL-USED)
                       MOVE MC-SOURCE
                                    TO WS-CHL-SOURCE(WS-CHL-USED)
                       MOVE MC-FIELD-NAME
                                    TO WS-CHL-FIELD(WS-CHL-USED)
                       MOVE MC-BEFORE-VALUE
                                    TO WS-CHL-BEFORE(WS-CHL-USED)
                       MOVE MC-AFTER-VALUE
                                    TO WS-CHL-AFTER(WS-CHL-USED)
                   ELSE
                       SET WS-CHL-FULL-YES TO TRUE
                   END-IF
               END-IF
               PERFORM 7110-READ-CHANGE THRU 7110-EXIT
           END-PERFORM.
           CLOSE CHANGE-LOG-FILE.
       7100-EXIT.
           EXIT.

       7110-READ-CHANGE.
           READ CHANGE-LOG-FILE
               AT END
                   SET WS-CHG-EOF-YES TO TRUE
           END-READ.
       7110-EXIT.
           EXIT.

      *    a change made after the as-of date is undone - the field
      *    goes back to its before value, and undoing the add that
      *    created the record means it did not exist yet
       7200-UNDO-ONE-CHANGE.
           IF WS-CHL-DATE(WS-CHL-SUB) NOT > WS-ASOF-DATE
               GO TO 7200-EXIT
           END-IF.
           PERFORM 7300-FIND-FIELD THRU 7300-EXIT.
           IF WS-FLD-FOUND-SUB > ZERO
               MOVE WS-CHL-BEFORE(WS-CHL-SUB)
                   TO WS-ASOF-STAGE(WS-FLD-FOUND-SUB)
               ADD 1 TO WS-CHL-REPLAYED
           END-IF.
           IF WS-CHL-SOURCE(WS-CHL-SUB) = "MAINTADD"
                   OR WS-CHL-SOURCE(WS-CHL-SUB) = "LOADADD"
               MOVE 'N' TO WS-ASOF-EXISTED-SWITCH
           END-IF.
       7200-EXIT.
           EXIT.

      *    a change made on or before the as-of date is applied - the
      *    field takes its after value
       7250-REDO-ONE-CHANGE.
           IF WS-CHL-DATE(WS-CHL-SUB) > WS-ASOF-DATE
               GO TO 7250-EXIT
           END-IF.
           PERFORM 7300-FIND-FIELD THRU 7300-EXIT.
           IF WS-FLD-FOUND-SUB > ZERO
               MOVE WS-CHL-AFTER(WS-CHL-SUB)
                   TO WS-ASOF-STAGE(WS-FLD-FOUND-SUB)
               ADD 1 TO WS-CHL-REPLAYED
               SET WS-ASOF-EXISTED-YES TO TRUE
           END-IF.
       7250-EXIT.
           EXIT.

       7300-FIND-FIELD.
           MOVE ZERO TO WS-FLD-FOUND-SUB.
           PERFORM 7310-MATCH-FIELD THRU 7310-EXIT
               VARYING WS-FLD-SUB FROM 1 BY 1
               UNTIL WS-FLD-SUB > 10
                   OR WS-FLD-FOUND-SUB > ZERO.
       7300-EXIT.
           EXIT.

       7310-MATCH-FIELD.
           IF WS-FLD-NAME(WS-FLD-SUB) = WS-CHL-FIELD(WS-CHL-SUB)
               MOVE WS-FLD-SUB TO WS-FLD-FOUND-SUB
           END-IF.
       7310-EXIT.
           EXIT.

      *    the master record on file, as text, in the slots the change
      *    log names - the amount and age through their own pictures
      *    so they match the logged values exactly
       7400-STAGE-MASTER.
           MOVE PR-PERSON-ID    TO WS-ASOF-STAGE(1).
           MOVE PR-AGE          TO WS-CHG-AGE.
           MOVE WS-CHG-AGE-X    TO WS-ASOF-STAGE(2).
           MOVE EM-NAME         TO WS-ASOF-STAGE(3).
           MOVE EM-AMOUNT       TO WS-CHG-AMOUNT.
           MOVE WS-CHG-AMOUNT-X TO WS-ASOF-STAGE(4).
           MOVE EM-MYID         TO WS-ASOF-STAGE(5).
           MOVE EM-STATUS-CODE  TO WS-ASOF-STAGE(6).
           MOVE EM-STATUS-DATE  TO WS-ASOF-STAGE(7).
           MOVE EM-DEPT-CODE    TO WS-ASOF-STAGE(8).
           MOVE EM-BIRTH-DATE   TO WS-ASOF-STAGE(9).
           MOVE EM-MERGED-TO-ID TO WS-ASOF-STAGE(10).
       7400-EXIT.
           EXIT.

      *****************************************************************
      *  7500-LIST-CHANGES : every EMPCHGLG change made between two   *
      *                      dates inclusive - for one employee when  *
      *                      an id is given, otherwise for all - to   *
      *                      the EMPCHRPT report.  A blank to date    *
      *                      means through today.                     *
      *****************************************************************
       7500-LIST-CHANGES.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE 'N'  TO WS-CHG-EOF-SWITCH.
           IF WS-RANGE-TO = SPACES
               MOVE WS-TODAY TO WS-RANGE-TO
           END-IF.
           MOVE SPACES TO WS-LOG-KEY-INPUT.
           STRING "CHANGES " WS-RANGE-FROM " " WS-RANGE-TO " "
               WS-RANGE-EMP-ID
               DELIMITED BY SIZE INTO WS-LOG-KEY-INPUT.
           IF WS-RANGE-FROM NOT NUMERIC OR WS-RANGE-TO NOT NUMERIC
                   OR WS-RANGE-FROM > WS-RANGE-TO
               DISPLAY "CHANGES needs a YYYYMMDD from date and a "
                   "to date no earlier."
               GO TO 7500-EXIT
           END-IF.
           MOVE WS-RANGE-EMP-ID TO WS-INQ-EMP-ID.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "No EMPCHGLG change log on file."
               MOVE "NO CHANGE LOG" TO WS-LOG-KEY-RESULT
               PERFORM 8200-LOG-CHANGE-INQUIRY THRU 8200-EXIT
               GO TO 7500-EXIT
           END-IF.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           MOVE WS-RANGE-FROM   TO WS-CHR-TITLE-FROM.
           MOVE WS-RANGE-TO     TO WS-CHR-TITLE-TO.
           IF WS-RANGE-EMP-ID = SPACES
               MOVE "ALL"           TO WS-CHR-TITLE-EMP
           ELSE
               MOVE WS-RANGE-EMP-ID TO WS-CHR-TITLE-EMP
           END-IF.
           MOVE WS-CHR-TITLE-LINE TO CP-CHANGE-LINE.
           WRITE CP-CHANGE-LINE.
           MOVE WS-CHR-HEAD-LINE TO CP-CHANGE-LINE.
           WRITE CP-CHANGE-LINE.
           PERFORM 7110-READ-CHANGE THRU 7110-EXIT.
           PERFORM UNTIL WS-CHG-EOF-YES
               PERFORM 7510-LIST-ONE-CHANGE THRU 7510-EXIT
               PERFORM 7110-READ-CHANGE THRU 7110-EXIT
           END-PERFORM.
           CLOSE CHANGE-LOG-FILE.
           MOVE SPACES TO CP-CHANGE-LINE.
           WRITE CP-CHANGE-LINE.
           MOVE WS-LISTED-COUNT   TO WS-CHR-TOTAL.
           MOVE WS-CHR-TOTAL-LINE TO CP-CHANGE-LINE.
           WRITE CP-CHANGE-LINE.
           CLOSE CHANGE-REPORT-FILE.
           MOVE WS-LISTED-COUNT TO WS-LISTED-DISP.
           DISPLAY WS-LISTED-DISP " changes listed on EMPCHRPT.".
           MOVE SPACES TO WS-LOG-KEY-RESULT.
           STRING "LISTED " WS-LISTED-DISP " CHANGES"
               DELIMITED BY SIZE INTO WS-LOG-KEY-RESULT.
           PERFORM 8200-LOG-CHANGE-INQUIRY THRU 8200-EXIT.
       7500-EXIT.
           EXIT.

       7510-LIST-ONE-CHANGE.
           IF MC-CHANGE-DATE < WS-RANGE-FROM
                   OR MC-CHANGE-DATE > WS-RANGE-TO
               GO TO 7510-EXIT
           END-IF.
           IF WS-RANGE-EMP-ID NOT = SPACES
                   AND MC-EMP-ID NOT = WS-RANGE-EMP-ID
               GO TO 7510-EXIT
           END-IF.
           MOVE SPACES             TO WS-CHR-DETAIL-LINE.
           MOVE MC-CHANGE-DATE     TO WS-CHR-DATE.
           MOVE MC-CHANGE-TIME     TO WS-CHR-TIME.
           MOVE MC-EMP-ID          TO WS-CHR-EMP-ID.
           MOVE MC-PROGRAM-ID      TO WS-CHR-PROGRAM.
           MOVE MC-SOURCE          TO WS-CHR-SOURCE.
           MOVE MC-FIELD-NAME      TO WS-CHR-FIELD.
           MOVE MC-BEFORE-VALUE    TO WS-CHR-BEFORE.
           MOVE MC-AFTER-VALUE     TO WS-CHR-AFTER.
           MOVE WS-CHR-DETAIL-LINE TO CP-CHANGE-LINE.
           WRITE CP-CHANGE-LINE.
           ADD 1 TO WS-LISTED-COUNT.
       7510-EXIT.
           EXIT.

      *****************************************************************
      *  8000-LOG-INQUIRY : every inquiry is itself an AUDITLOG       *
      *                     entry - who was looked at and when        *
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-LOG-SEARCH : a badge or name search that did not come   *
      *                    down to one employee is logged too - what  *
      *                    was asked and what it found                *
      *****************************************************************
       8100-LOG-SEARCH.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-INQ-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES            TO AU-AUDIT-RECORD.
           MOVE "EMPINQ"          TO AU-PROGRAM-ID.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE SPACES            TO AU-KEY-ID.
           MOVE WS-LOG-KEY-INPUT  TO AU-KEY-INPUT.
           MOVE WS-LOG-KEY-RESULT TO AU-KEY-RESULT.
           WRITE AU-AUDIT-RECORD.
           CLOSE AUDIT-LOG-FILE.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-LOG-CHANGE-INQUIRY : an as-of rebuild or a change       *
      *                            listing is logged with what was    *
      *                            asked and what it came to          *
      *****************************************************************
       8200-LOG-CHANGE-INQUIRY.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-INQ-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES            TO AU-AUDIT-RECORD.
           MOVE "EMPINQ"          TO AU-PROGRAM-ID.
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AU-RUN-TIME FROM TIME.
           MOVE WS-INQ-EMP-ID     TO AU-KEY-ID.
           MOVE WS-LOG-KEY-INPUT  TO AU-KEY-INPUT.
           MOVE WS-LOG-KEY-RESULT TO AU-KEY-RESULT.
           WRITE AU-AUDIT-RECORD.
           CLOSE AUDIT-LOG-FILE.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one rejected entry to the      *
      *                         shared EXCPRPT exception report       *
