      *                   now refuses to start while the Driver's     *
      *                   RUNLOCK is held, so a restore can no        *
      *                   longer land under a window mid-flight.      *
      *  2026-09-10  RKM  EMPREC now carries the merged-to pointer    *
      *                   EmployeeMerge leaves on a duplicate id; the *
      *                   backup image and the verify-side layout     *
      *                   widened to match.                           *
      *  2026-09-24  RKM  EMPMSTR now carries alternate keys on the   *
      *                   badge (EM-MYID, unique) and the name        *
      *                   (EM-NAME, duplicates allowed).  REBUILD     *
      *                   builds both alternate indexes as it         *
      *                   reloads, and a second record carrying a     *
      *                   badge already loaded is refused to EXCPRPT, *
      *                   so the rebuild does not balance and ends RC *
      *                   8 rather than quietly dropping an employee. *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           05  WS-BK-STATUS-DATE    PIC X(08).
           05  WS-BK-DEPT-CODE      PIC X(04).
           05  WS-BK-BIRTH-DATE     PIC X(08).
           05  WS-BK-MERGED-TO-ID   PIC X(10).
       01  WS-MASTER-KEY            PIC X(10)  VALUE SPACES.
       01  WS-BACKUP-KEY            PIC X(10)  VALUE SPACES.
       77  WS-ADD-COUNT             PIC 9(05) COMP VALUE ZERO.
      *  4000-REBUILD-MASTER : reload the indexed master from the     *
      *                        latest (or a named YYYYMMDD) backup,   *
      *                        proving the trailer count and hash     *
      *                        before calling the rebuild good.  The  *
      *                        badge and name alternate indexes are   *
      *                        built as each record is written; a     *
      *                        badge already loaded for another id    *
      *                        refuses the record and so throws the   *
      *                        rebuild out of balance                 *
      *****************************************************************
       4000-REBUILD-MASTER.
           IF WS-CMD-LINE(9:8) NOT = SPACES
                               MOVE "PR-PERSON-ID"
                                   TO WS-EXC-FIELD-NAME
                               MOVE PR-PERSON-ID TO WS-EXC-BAD-VALUE
                               MOVE "DUP ID OR BADGE ON REBUILD"
                                                 TO WS-EXC-REASON
                               PERFORM 9100-WRITE-EXCEPTION
                                   THRU 9100-EXIT
