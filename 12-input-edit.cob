      *                   comment and batch-control records on the    *
      *                   feeds, and a detail carrying such an id     *
      *                   would be mis-read and silently dropped.     *
      *  2026-09-11  RKM  EMPLOAD adds whose id begins with '#' are   *
      *                   rejected too - '#' marks the placeholder    *
      *                   ids RetentionPurge anonymizes a leaver's    *
      *                   health and survey records under.            *
      *  2026-09-15  RKM  AMTIN details now carry a claim type and a  *
      *                   receipt date.  The claim type must be a     *
      *                   category on the new CLMCAT reference file   *
      *                   and the receipt date a real date no later   *
      *                   than today; either failing rejects the      *
      *                   claim to EDITREJ.  AMTCLN widened to carry  *
      *                   both fields through to POST.                *
      *  2026-09-20  RKM  EMPLOAD also carries department-change      *
      *                   ('D'), leave ('L') and return-from-leave    *
      *                   ('R') records; like a terminate, each must  *
      *                   name an id already on EMPMSTR.              *
      *  2026-09-21  RKM  HEALTHIN carries blood pressure,            *
      *                   cholesterol and glucose readings; EDITRULE  *
      *                   range rules may name HS-SYSTOLIC,           *
      *                   HS-DIASTOLIC, HS-CHOLEST and HS-GLUCOSE.  A *
      *                   zero or blank reading was not taken and     *
      *                   passes.  HLTHCLN widened to carry them.     *
      *  2026-09-24  RKM  EMPMSTR now carries a badge (EM-MYID)       *
      *                   alternate key.  A HEALTHIN or SURVIN feed   *
      *                   whose header carries key type 'B' is keyed  *
      *                   by badge : each badge is looked up on the   *
      *                   badge key and replaced by its employee id   *
      *                   on HLTHCLN / SRVCLN, and a badge not on the *
      *                   master is rejected like an unknown id.      *
      *  2026-10-06  RKM  The AMTIN receipt-date edit checks the day  *
      *                   against the month's length, February by the *
      *                   leap-year rule, so a date such as 20260231  *
      *                   is rejected as RECEIPT DATE NOT A DATE.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT HEALTH-SCREEN-FILE ASSIGN TO "HEALTHIN"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT CLAIM-CATEGORY-FILE ASSIGN TO "CLMCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT BATCH-LOG-FILE ASSIGN TO "BATCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOG-STATUS.
               REPLACING LEADING ==FC-== BY ==FH-==.

       FD  HEALTH-CLEAN-FILE.
       01  HC-CLEAN-RECORD          PIC X(39).

       FD  SURVEY-INPUT-FILE.
           COPY survinrec.
               REPLACING LEADING ==FC-== BY ==FA-==.

       FD  AMOUNT-CLEAN-FILE.
       01  AC-CLEAN-RECORD          PIC X(30).

       FD  EMPLOYEE-LOAD-FILE.
           COPY emploadrec.
       FD  DEPARTMENT-FILE.
           COPY deptrec.

       FD  CLAIM-CATEGORY-FILE.
           COPY clmcatrec.

       FD  BATCH-LOG-FILE.
           COPY batchlogrec.

       77  WS-ON-MASTER-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-ON-MASTER-YES                VALUE 'Y'.
      *****************************************************************
      *  A HEALTHIN or SURVIN feed whose header says it is keyed by   *
      *  badge has each badge looked up on the EMPMSTR badge key and  *
      *  replaced by the employee id before the clean record is       *
      *  written, so the steps downstream only ever see employee ids. *
      *****************************************************************
       77  WS-BADGE-KEYED-SWITCH    PIC X(01)  VALUE 'N'.
           88  WS-BADGE-KEYED-YES              VALUE 'Y'.
       77  WS-BADGE-DETAIL-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-BADGE-DETAIL-YES             VALUE 'Y'.
       01  WS-RESOLVED-ID           PIC X(10)  VALUE SPACES.
      *****************************************************************
      *  A reject rate past this percentage across all four inputs    *
      *  stops the window with RETURN-CODE 8.                         *
      *****************************************************************
       01  WS-EDIT-ID               PIC X(10)  VALUE SPACES.
       01  WS-EDIT-SOURCE           PIC X(08)  VALUE SPACES.
       01  WS-EDIT-IMAGE            PIC X(80)  VALUE SPACES.
       01  WS-READING-IMAGE         PIC X(03)  VALUE SPACES.
       01  WS-READING-VALUE REDEFINES WS-READING-IMAGE
                                    PIC 9(03).
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-CODE         PIC X(04) OCCURS 50 TIMES.
      *****************************************************************
      *  The CLMCAT claim-type codes, for the AMTIN claim-type edit,  *
      *  and today's date and the month lengths for the receipt-date  *
      *  edit, February taking the leap-year rule                     *
      *****************************************************************
       77  WS-CAT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-CAT-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-CAT-EOF-YES                  VALUE 'Y'.
       77  WS-CAT-LOADED-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-CAT-LOADED-YES               VALUE 'Y'.
       77  WS-CAT-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-CAT-FOUND-YES                VALUE 'Y'.
       77  WS-CAT-MAX               PIC 9(02) COMP VALUE 50.
       77  WS-CAT-USED              PIC 9(02) COMP VALUE ZERO.
       77  WS-CAT-SUB               PIC 9(02) COMP VALUE ZERO.
       01  WS-CAT-TABLE.
           05  WS-CAT-CODE          PIC X(04) OCCURS 50 TIMES.
       01  WS-EDIT-TODAY            PIC X(08)  VALUE SPACES.
       01  WS-MONTH-LENGTH-VALUES   PIC X(24)  VALUE
           "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
           05  WS-MONTH-LENGTH      PIC 9(02) OCCURS 12 TIMES.
       77  WS-MONTH-DAYS            PIC 9(02)  VALUE ZERO.
       01  WS-RECEIPT-YEAR          PIC 9(04)  VALUE ZERO.
       77  WS-LEAP-QUOTIENT         PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM-4            PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM-100          PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM-400          PIC 9(04) COMP VALUE ZERO.
      *****************************************************************
      *  Batch-control verification state, reset per edited feed :    *
      *  the header's batch number, the running detail count and      *
      *  amount hash, and what the trailer claimed.  The BATCHLOG     *
           END-IF.
           PERFORM 1000-LOAD-EDIT-RULES THRU 1000-EXIT.
           PERFORM 1200-LOAD-DEPARTMENTS THRU 1200-EXIT.
           PERFORM 1250-LOAD-CLAIM-TYPES THRU 1250-EXIT.
           PERFORM 1300-LOAD-BATCH-LOG THRU 1300-EXIT.
           PERFORM 2000-EDIT-HEALTH THRU 2000-EXIT.
           PERFORM 3000-EDIT-SURVEY THRU 3000-EXIT.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1250-LOAD-CLAIM-TYPES : the CLMCAT category codes the AMTIN  *
      *                          claim-type edit screens against.  A  *
      *                          missing file leaves the claim type   *
      *                          unchecked here - POST suspends any   *
      *                          claim it cannot find a category for  *
      *****************************************************************
       1250-LOAD-CLAIM-TYPES.
           ACCEPT WS-EDIT-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT CLAIM-CATEGORY-FILE.
           IF WS-CAT-STATUS NOT = "00"
               MOVE "CLAIM-CATEGORY-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-CAT-STATUS         TO WS-EXC-BAD-VALUE
               MOVE "CLMCAT MISSING - TYPE UNCHECKED"
                                          TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 1250-EXIT
           END-IF.
           SET WS-CAT-LOADED-YES TO TRUE.
           PERFORM 1260-READ-CLAIM-TYPE THRU 1260-EXIT.
           PERFORM UNTIL WS-CAT-EOF-YES
               IF WS-CAT-USED < WS-CAT-MAX
                   ADD 1 TO WS-CAT-USED
                   MOVE CC-CLAIM-TYPE TO WS-CAT-CODE(WS-CAT-USED)
               ELSE
                   MOVE "CC-CLAIM-TYPE" TO WS-EXC-FIELD-NAME
                   MOVE CC-CLAIM-TYPE   TO WS-EXC-BAD-VALUE
                   MOVE "CLAIM TYPE TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-IF
               PERFORM 1260-READ-CLAIM-TYPE THRU 1260-EXIT
           END-PERFORM.
           CLOSE CLAIM-CATEGORY-FILE.
       1250-EXIT.
           EXIT.

       1260-READ-CLAIM-TYPE.
           READ CLAIM-CATEGORY-FILE
               AT END
                   SET WS-CAT-EOF-YES TO TRUE
           END-READ.
       1260-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-BATCH-LOG : the batches already consumed, so a     *
      *                        double-sent feed is caught before it   *
           PERFORM 2100-READ-HEALTH THRU 2100-EXIT.
           PERFORM 2050-TAKE-HEALTH-HEADER THRU 2050-EXIT.
           PERFORM UNTIL WS-EOF-YES
               MOVE HS-EMP-ID TO WS-EDIT-ID
               PERFORM 7050-SPOT-BADGE-DETAIL THRU 7050-EXIT
               EVALUATE TRUE
                   WHEN FH-TRAILER-REC
                           AND FH-TRL-RECORD-COUNT NUMERIC
                           AND NOT WS-BADGE-DETAIL-YES
                       SET WS-TRAILER-SEEN-YES TO TRUE
                       MOVE FH-TRL-RECORD-COUNT TO WS-TRAILER-COUNT
                       MOVE FH-TRL-HASH-TOTAL   TO WS-TRAILER-HASH
                       MOVE HS-EMP-ID TO WS-EDIT-ID
                       PERFORM 7000-CHECK-MASTER THRU 7000-EXIT
                       IF WS-ON-MASTER-YES
                           MOVE WS-RESOLVED-ID TO HS-EMP-ID
                           PERFORM 2500-APPLY-HEALTH-RULES
                               THRU 2500-EXIT
                           IF WS-RULE-FAIL-YES
           IF FH-HEADER-REC
               SET WS-HEADER-SEEN-YES TO TRUE
               MOVE FH-HDR-BATCH-NO TO WS-BATCH-NUMBER
               IF FH-HDR-KEYED-BY-BADGE
                   SET WS-BADGE-KEYED-YES TO TRUE
               END-IF
               PERFORM 6600-CHECK-BATCH-NUMBER THRU 6600-EXIT
               PERFORM 2100-READ-HEALTH THRU 2100-EXIT
           ELSE
           IF FS-HEADER-REC
               SET WS-HEADER-SEEN-YES TO TRUE
               MOVE FS-HDR-BATCH-NO TO WS-BATCH-NUMBER
               IF FS-HDR-KEYED-BY-BADGE
                   SET WS-BADGE-KEYED-YES TO TRUE
               END-IF
               PERFORM 6600-CHECK-BATCH-NUMBER THRU 6600-EXIT
               PERFORM 3100-READ-SURVEY THRU 3100-EXIT
           ELSE
           EXIT.

       3200-SCREEN-ONE-SURVEY.
           MOVE SI-RESPONDENT-ID TO WS-EDIT-ID.
           PERFORM 7050-SPOT-BADGE-DETAIL THRU 7050-EXIT.
           IF FS-TRAILER-REC AND FS-TRL-RECORD-COUNT NUMERIC
                   AND NOT WS-BADGE-DETAIL-YES
               SET WS-TRAILER-SEEN-YES TO TRUE
               MOVE FS-TRL-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE FS-TRL-HASH-TOTAL   TO WS-TRAILER-HASH
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           ADD 1 TO WS-FILE-READ WS-TOTAL-READ.
           IF CM-COMMENT-REC AND NOT WS-BADGE-DETAIL-YES
               MOVE CM-RESPONDENT-ID TO WS-EDIT-ID
               PERFORM 7000-CHECK-MASTER THRU 7000-EXIT
               IF WS-ON-MASTER-YES
                   MOVE WS-RESOLVED-ID TO CM-RESPONDENT-ID
                   WRITE SC-CLEAN-RECORD FROM CM-COMMENT-RECORD
                   ADD 1 TO WS-FILE-CLEAN
               ELSE
               MOVE SI-RESPONDENT-ID TO WS-EDIT-ID
               PERFORM 7000-CHECK-MASTER THRU 7000-EXIT
               IF WS-ON-MASTER-YES
                   MOVE WS-RESOLVED-ID TO SI-RESPONDENT-ID
                   PERFORM 3500-APPLY-SURVEY-RULES THRU 3500-EXIT
                   IF WS-RULE-FAIL-YES
                       MOVE SI-SURVEY-INPUT TO WS-EDIT-IMAGE
                       IF WS-ON-MASTER-YES
                           PERFORM 4500-APPLY-AMOUNT-RULES
                               THRU 4500-EXIT
                           IF NOT WS-RULE-FAIL-YES
                               PERFORM 4600-CHECK-CLAIM
                                   THRU 4600-EXIT
                           END-IF
                           IF WS-RULE-FAIL-YES
                               MOVE AM-AMOUNT-RECORD TO WS-EDIT-IMAGE
                               PERFORM 7100-WRITE-REJECT

      *****************************************************************
      *  5000-EDIT-EMPLOAD : a new hire's EL-PERSON-ID must be absent *
      *                      from EMPMSTR; a terminate or change     *
      *                      record's must be on it                  *
      *****************************************************************
       5000-EDIT-EMPLOAD.
           MOVE ZERO TO WS-FILE-READ WS-FILE-CLEAN WS-FILE-REJECT.
                   MOVE "TERMINATE ID NOT ON EMPMSTR"
                                       TO WS-EXC-REASON
                   PERFORM 7100-WRITE-REJECT THRU 7100-EXIT
               WHEN EL-ACTION-CHANGE AND WS-ON-MASTER-YES
                   WRITE LC-CLEAN-RECORD FROM EL-LOAD-RECORD
                   ADD 1 TO WS-FILE-CLEAN
               WHEN EL-ACTION-CHANGE
                   MOVE EL-LOAD-RECORD TO WS-EDIT-IMAGE
                   MOVE "CHANGE ID NOT ON EMPMSTR"
                                       TO WS-EXC-REASON
                   PERFORM 7100-WRITE-REJECT THRU 7100-EXIT
               WHEN WS-ON-MASTER-YES
                   MOVE EL-LOAD-RECORD TO WS-EDIT-IMAGE
                   MOVE "ID ALREADY ON EMPMSTR" TO WS-EXC-REASON
                   PERFORM 7100-WRITE-REJECT THRU 7100-EXIT
      *        a new id may not begin with the bytes that mark
      *        comment and batch-control records on the feeds - a
      *        detail carrying one would be mis-read downstream - nor
      *        with the '#' of an anonymized placeholder
               WHEN EL-PERSON-ID(1:1) = 'C'
                       OR EL-PERSON-ID(1:1) = 'H'
                       OR EL-PERSON-ID(1:1) = 'T'
                       OR EL-PERSON-ID(1:1) = '#'
                   MOVE EL-LOAD-RECORD TO WS-EDIT-IMAGE
                   MOVE "ID STARTS WITH RESERVED BYTE"
                                       TO WS-EXC-REASON
      *  2500-APPLY-HEALTH-RULES : the EDITRULE range rules for       *
      *                            HEALTHIN - a rule carrying a unit  *
      *                            code only guards records recorded  *
      *                            in that unit system.  A clinic     *
      *                            reading left zero or blank was not *
      *                            taken and is not range-checked.    *
      *****************************************************************
       2500-APPLY-HEALTH-RULES.
           MOVE 'N' TO WS-RULE-FAIL-SWITCH.
                           OR HS-WEIGHT > WS-RULE-HIGH(WS-RULE-SUB)
                       PERFORM 8500-FLAG-RULE-FAILURE THRU 8500-EXIT
                   END-IF
               WHEN "HS-SYSTOLIC"
                   MOVE HS-SYSTOLIC  TO WS-READING-IMAGE
                   PERFORM 2520-CHECK-READING THRU 2520-EXIT
               WHEN "HS-DIASTOLIC"
                   MOVE HS-DIASTOLIC TO WS-READING-IMAGE
                   PERFORM 2520-CHECK-READING THRU 2520-EXIT
               WHEN "HS-CHOLEST"
                   MOVE HS-CHOLEST   TO WS-READING-IMAGE
                   PERFORM 2520-CHECK-READING THRU 2520-EXIT
               WHEN "HS-GLUCOSE"
                   MOVE HS-GLUCOSE   TO WS-READING-IMAGE
                   PERFORM 2520-CHECK-READING THRU 2520-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2510-EXIT.
           EXIT.

       2520-CHECK-READING.
           IF WS-READING-IMAGE = SPACES
               GO TO 2520-EXIT
           END-IF.
           IF WS-READING-IMAGE NOT NUMERIC
               PERFORM 8500-FLAG-RULE-FAILURE THRU 8500-EXIT
               GO TO 2520-EXIT
           END-IF.
           IF WS-READING-VALUE = ZERO
               GO TO 2520-EXIT
           END-IF.
           IF WS-READING-VALUE < WS-RULE-LOW(WS-RULE-SUB)
                   OR WS-READING-VALUE > WS-RULE-HIGH(WS-RULE-SUB)
               PERFORM 8500-FLAG-RULE-FAILURE THRU 8500-EXIT
           END-IF.
       2520-EXIT.
           EXIT.

      *****************************************************************
      *  3500-APPLY-SURVEY-RULES : the EDITRULE range rules for       *
      *                            SURVIN - SI-AGE, and SI-Q applied  *
       4510-EXIT.
           EXIT.

      *****************************************************************
      *  4600-CHECK-CLAIM : the claim type must be a CLMCAT category  *
      *                     and the receipt date a real date no       *
      *                     later than today                          *
      *****************************************************************
       4600-CHECK-CLAIM.
           IF WS-CAT-LOADED-YES
               MOVE 'N' TO WS-CAT-FOUND-SWITCH
               PERFORM 4610-MATCH-CLAIM-TYPE THRU 4610-EXIT
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-USED
                       OR WS-CAT-FOUND-YES
               IF NOT WS-CAT-FOUND-YES
                   SET WS-RULE-FAIL-YES TO TRUE
                   MOVE "CLAIM TYPE NOT ON CLMCAT" TO WS-EXC-REASON
                   GO TO 4600-EXIT
               END-IF
           END-IF.
           IF AM-RECEIPT-DATE NOT NUMERIC
                   OR AM-RECEIPT-MONTH < 1 OR AM-RECEIPT-MONTH > 12
                   OR AM-RECEIPT-DAY < 1 OR AM-RECEIPT-DAY > 31
               SET WS-RULE-FAIL-YES TO TRUE
               MOVE "RECEIPT DATE INVALID" TO WS-EXC-REASON
               GO TO 4600-EXIT
           END-IF.
           MOVE AM-RECEIPT-YEAR TO WS-RECEIPT-YEAR.
           MOVE WS-MONTH-LENGTH(AM-RECEIPT-MONTH) TO WS-MONTH-DAYS.
           IF AM-RECEIPT-MONTH = 2
               DIVIDE WS-RECEIPT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-RECEIPT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-RECEIPT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                       OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.
           IF AM-RECEIPT-DAY > WS-MONTH-DAYS
               SET WS-RULE-FAIL-YES TO TRUE
               MOVE "RECEIPT DATE NOT A DATE" TO WS-EXC-REASON
               GO TO 4600-EXIT
           END-IF.
           IF AM-RECEIPT-DATE > WS-EDIT-TODAY
               SET WS-RULE-FAIL-YES TO TRUE
               MOVE "RECEIPT DATE IN THE FUTURE" TO WS-EXC-REASON
           END-IF.
       4600-EXIT.
           EXIT.

       4610-MATCH-CLAIM-TYPE.
           IF WS-CAT-CODE(WS-CAT-SUB) = AM-CLAIM-TYPE
               SET WS-CAT-FOUND-YES TO TRUE
           END-IF.
       4610-EXIT.
           EXIT.

      *****************************************************************
      *  5500-APPLY-LOAD-RULES : the EDITRULE rules for EMPLOAD adds  *
      *                          - the valid-department check         *
      *****************************************************************
       6400-RESET-BATCH-STATE.
           MOVE 'N' TO WS-HEADER-SEEN-SWITCH WS-TRAILER-SEEN-SWITCH
                       WS-FILE-FAIL-SWITCH WS-BATCH-DUP-SWITCH
                       WS-BADGE-KEYED-SWITCH.
           MOVE SPACES TO WS-BATCH-NUMBER.
           MOVE ZERO TO WS-BATCH-COUNT WS-BATCH-HASH
                        WS-TRAILER-COUNT WS-TRAILER-HASH.

      *****************************************************************
      *  7000-CHECK-MASTER : is WS-EDIT-ID on the EMPMSTR master?     *
      *                      On a badge-keyed feed it is a badge,     *
      *                      looked up on the badge key.  Either way  *
      *                      WS-RESOLVED-ID comes back holding the    *
      *                      employee id it belongs to.               *
      *****************************************************************
       7000-CHECK-MASTER.
           MOVE 'N' TO WS-ON-MASTER-SWITCH.
           MOVE WS-EDIT-ID TO WS-RESOLVED-ID.
           IF WS-BADGE-KEYED-YES
               MOVE WS-EDIT-ID TO EM-MYID
               READ EMPLOYEE-MASTER-FILE KEY IS EM-MYID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-MASTER-YES TO TRUE
                       MOVE PR-PERSON-ID TO WS-RESOLVED-ID
               END-READ
               GO TO 7000-EXIT
           END-IF.
           MOVE WS-EDIT-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7050-SPOT-BADGE-DETAIL : badges are a letter and nine        *
      *                           digits, so on a badge-keyed feed a  *
      *                           detail whose badge begins 'T' or    *
      *                           'C' looks just like a trailer or a  *
      *                           comment.  A record whose first ten  *
      *                           bytes are a badge on the master is  *
      *                           a detail, whatever its first byte.  *
      *                           (A comment's second byte is the     *
      *                           letter of a badge, never a digit,   *
      *                           so no comment passes for a badge.)  *
      *****************************************************************
       7050-SPOT-BADGE-DETAIL.
           MOVE 'N' TO WS-BADGE-DETAIL-SWITCH.
           IF NOT WS-BADGE-KEYED-YES
               GO TO 7050-EXIT
           END-IF.
           IF WS-EDIT-ID(1:1) NOT = 'T' AND WS-EDIT-ID(1:1) NOT = 'C'
               GO TO 7050-EXIT
           END-IF.
           PERFORM 7000-CHECK-MASTER THRU 7000-EXIT.
           IF WS-ON-MASTER-YES
               SET WS-BADGE-DETAIL-YES TO TRUE
           END-IF.
       7050-EXIT.
           EXIT.

      *****************************************************************
      *  7100-WRITE-REJECT : one EDITREJ line carrying the source     *
      *                      file, the reason and the record image,   *
