      *                   flagged on the statement and to EXCPRPT.    *
      *                   A disputed balance stops being a            *
      *                   reconstruction from report printouts.       *
      *  2026-09-17  RKM  Each statement now carries the account's    *
      *                   owner and lifecycle status from the new     *
      *                   ACCTMSTR account master; an account not on  *
      *                   the master prints NOT ON ACCTMSTR.  A       *
      *                   missing master still prints the statements. *
      *****************************************************************
      *  Run with an optional date range on the command line :        *
      *      FROM-YYYYMMDD THRU-YYYYMMDD                              *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-ACCOUNT-ID
               FILE STATUS IS WS-BAL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCOUNT-ID
               FILE STATUS IS WS-ACM-STATUS.
           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.
       FD  BALANCE-FILE.
           COPY acctbalrec.

       FD  ACCOUNT-MASTER-FILE.
           COPY acctmstrec.

       FD  ACCOUNT-JOURNAL-FILE.
           COPY acctjrnlrec.

       01  WS-FROM-DATE             PIC X(08)  VALUE "00000000".
       01  WS-THRU-DATE             PIC X(08)  VALUE "99999999".
       77  WS-BAL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ACM-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-ACM-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-ACM-OPEN-YES                 VALUE 'Y'.
       77  WS-AJ-STATUS             PIC X(02)  VALUE SPACES.
       77  WS-STMT-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EXC-STATUS            PIC X(02)  VALUE SPACES.
       01  WS-ACCT-HEAD-LINE.
           05  FILLER               PIC X(08) VALUE "ACCOUNT ".
           05  WS-ACCT-ID-OUT       PIC X(10).
           05  FILLER               PIC X(08) VALUE "  OWNER ".
           05  WS-ACCT-OWNER-OUT    PIC X(10).
           05  FILLER               PIC X(09) VALUE "  STATUS ".
           05  WS-ACCT-STATUS-OUT   PIC X(16).
       01  WS-OPENING-LINE.
           05  FILLER               PIC X(18) VALUE
               "  OPENING BALANCE ".
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACM-STATUS = "00"
               SET WS-ACM-OPEN-YES TO TRUE
           ELSE
               MOVE "ACCOUNT-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-ACM-STATUS         TO WS-EXC-BAD-VALUE
               MOVE "ACCTMSTR COULD NOT BE OPENED"
                                          TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           MOVE WS-FROM-DATE TO WS-HDR-FROM.
           MOVE WS-THRU-DATE TO WS-HDR-THRU.
           END-IF.
           CLOSE STATEMENT-FILE.
           CLOSE BALANCE-FILE.
           IF WS-ACM-OPEN-YES
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
       2000-EXIT.
           EXIT.

           MOVE SPACES TO ST-STATEMENT-LINE.
           WRITE ST-STATEMENT-LINE.
           MOVE AB-ACCOUNT-ID TO WS-ACCT-ID-OUT.
           PERFORM 3050-FETCH-ACCOUNT-MASTER THRU 3050-EXIT.
           MOVE WS-ACCT-HEAD-LINE TO ST-STATEMENT-LINE.
           WRITE ST-STATEMENT-LINE.
           PERFORM 3100-STATEMENT-ONE-TRAN THRU 3100-EXIT
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3050-FETCH-ACCOUNT-MASTER : owner and lifecycle status for   *
      *                              the statement heading            *
      *****************************************************************
       3050-FETCH-ACCOUNT-MASTER.
           MOVE SPACES TO WS-ACCT-OWNER-OUT.
           MOVE "NOT ON ACCTMSTR" TO WS-ACCT-STATUS-OUT.
           IF NOT WS-ACM-OPEN-YES
               GO TO 3050-EXIT
           END-IF.
           MOVE AB-ACCOUNT-ID TO AC-ACCOUNT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   GO TO 3050-EXIT
           END-READ.
           MOVE AC-OWNER-ID TO WS-ACCT-OWNER-OUT.
           EVALUATE TRUE
               WHEN AC-STATUS-OPEN
                   MOVE "OPEN"   TO WS-ACCT-STATUS-OUT
               WHEN AC-STATUS-FROZEN
                   MOVE "FROZEN" TO WS-ACCT-STATUS-OUT
               WHEN AC-STATUS-CLOSED
                   MOVE "CLOSED" TO WS-ACCT-STATUS-OUT
               WHEN OTHER
                   MOVE AC-STATUS-CODE TO WS-ACCT-STATUS-OUT
           END-EVALUATE.
       3050-EXIT.
           EXIT.

       3100-STATEMENT-ONE-TRAN.
           IF WS-JRN-ACCOUNT(WS-JRN-SUB) NOT = AB-ACCOUNT-ID
               GO TO 3100-EXIT
