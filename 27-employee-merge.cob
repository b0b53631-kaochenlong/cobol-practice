       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeMerge.
       AUTHOR. RKM.
       INSTALLATION. Wellness and Payroll Batch Support.
       DATE-WRITTEN. 2026-09-10.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY                                         *
      *  ------------------------------------------------------------ *
      *  2026-09-10  RKM  First cut : the duplicate-id merge utility. *
      *                   Each MERGETRN from-id/to-id transaction     *
      *                   moves the loser id's BMIHIST screenings,    *
      *                   LOANMSTR loans, LOANDLQ delinquencies,      *
      *                   DEPTHIST assignments, ENRLMSTR cases,       *
      *                   APPRPEND items and SURVOUT responses and    *
      *                   comments onto the survivor id, carries the  *
      *                   loser's EM-AMOUNT balance across, and marks *
      *                   the loser 'T' on EMPMSTR with the merged-to *
      *                   pointer.  A merge whose keys would collide  *
      *                   (two screenings, two wellness cases or two  *
      *                   survey responses on one date) is rejected   *
      *                   whole, before anything moves.  Every merge  *
      *                   prints a before/after block on MERGERPT and *
      *                   is logged to AUDITLOG.  Hand-editing the    *
      *                   indexed files after a rehire keyed as a new *
      *                   add, retired.                               *
      *  2026-09-15  RKM  APPRPEND items are 38 bytes now they carry  *
      *                   a claim type and year.  The loser's CLMYTD  *
      *                   claim-category year-to-date rows are folded *
      *                   into the survivor's, so the merged employee *
      *                   stays held to one annual cap per category.  *
      *  2026-09-17  RKM  The loser's ACCTMSTR accounts are           *
      *                   re-pointed to the survivor as owner.        *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *  2026-09-29  RKM  The loser's INCVREG incentive credits,      *
      *                   CLMHOLD held claims and CLNBILL clinic      *
      *                   billings are re-keyed to the survivor as    *
      *                   well, and show on the merge report.  A      *
      *                   completion credit, a held claim or a billed *
      *                   screening both ids carry rejects the merge. *
      *                   Both EMPMSTR rewrites log their changed     *
      *                   fields to EMPCHGLG with source MERGE.       *
      *  2026-10-06  RKM  A merge whose survivor rewrite fails stops  *
      *                   there, the loser left holding its balance,  *
      *                   and counts rejected.  An oversized MERGETRN *
      *                   now refuses the run as the header says.     *
      *****************************************************************
      *  The sequential files are loaded whole and rewritten at the   *
      *  end of the run.  If any of them will not fit its table, no   *
      *  merge is run at all - half a merge is worse than none.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-TRANSACTION-FILE ASSIGN TO "MERGETRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
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
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ID
               FILE STATUS IS WS-LOANMSTR-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-ID
               FILE STATUS IS WS-ACM-STATUS.
           SELECT DELINQ-STATE-FILE ASSIGN TO "LOANDLQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-STATUS.
           SELECT DEPT-HISTORY-FILE ASSIGN TO "DEPTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.
           SELECT ENROLLMENT-MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENRL-STATUS.
           SELECT PENDING-FILE ASSIGN TO "APPRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT CLAIM-YTD-FILE ASSIGN TO "CLMYTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.
           SELECT SURVEY-RESULTS-FILE ASSIGN TO "SURVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURVEY-STATUS.
           SELECT INCENTIVE-REGISTER-FILE ASSIGN TO "INCVREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IVR-STATUS.
           SELECT HOLD-FILE ASSIGN TO "CLMHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT BILLED-FILE ASSIGN TO "CLNBILL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-BILLED-KEY
               FILE STATUS IS WS-BILL-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "EMPCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT MERGE-REPORT-FILE ASSIGN TO "MERGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-LOG-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-TRANSACTION-FILE.
           COPY mrgtrnrec.

       FD  EMPLOYEE-MASTER-FILE.
           COPY emprec.

       FD  BMI-HISTORY-FILE.
           COPY bmihistrec.

       FD  LOAN-MASTER-FILE.
           COPY loanmstrec.

       FD  ACCOUNT-MASTER-FILE.
           COPY acctmstrec.

       FD  DELINQ-STATE-FILE.
           COPY loandlqrec.

       FD  DEPT-HISTORY-FILE.
           COPY depthstrec.

       FD  ENROLLMENT-MASTER-FILE.
           COPY enrlmstrec.

       FD  PENDING-FILE.
           COPY apprpndrec.

       FD  CLAIM-YTD-FILE.
           COPY clmytdrec.

       FD  SURVEY-RESULTS-FILE.
           COPY survyrec
               REPLACING LEADING ==PR-== BY ==SR-==.
           COPY survcmtrec.

       FD  INCENTIVE-REGISTER-FILE.
           COPY incvregrec.

       FD  HOLD-FILE.
           COPY clmholdrec.

       FD  BILLED-FILE.
           COPY clnbillrec.

       FD  CHANGE-LOG-FILE.
           COPY empchgrec.

       FD  MERGE-REPORT-FILE.
       01  MR-REPORT-LINE           PIC X(100).

       FD  RUN-LOCK-FILE.
           COPY runlockrec.

       FD  EXCEPTION-FILE.
           COPY excptrec.

       FD  AUDIT-LOG-FILE.
           COPY auditrec.

       FD  CONTROL-TOTALS-FILE.
           COPY ctlrec.

       WORKING-STORAGE SECTION.
       77  WS-TRN-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-EMP-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HIST-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-LOANMSTR-STATUS       PIC X(02)  VALUE SPACES.
       77  WS-ACM-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-DLQ-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-DH-STATUS             PIC X(02)  VALUE SPACES.
       77  WS-ENRL-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-PEND-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-SURVEY-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-YTD-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-IVR-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-HOLD-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-BILL-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-RPT-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-LOCK-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-EXC-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-MRG-LOG-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-CTL-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-TRN-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-TRN-EOF-YES                  VALUE 'Y'.
       77  WS-DLQ-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-DLQ-EOF-YES                  VALUE 'Y'.
       77  WS-DH-EOF-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-DH-EOF-YES                   VALUE 'Y'.
       77  WS-ENRL-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-ENRL-EOF-YES                 VALUE 'Y'.
       77  WS-PEND-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-PEND-EOF-YES                 VALUE 'Y'.
       77  WS-SURVEY-EOF-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-SURVEY-EOF-YES               VALUE 'Y'.
       77  WS-IVR-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-IVR-EOF-YES                  VALUE 'Y'.
       77  WS-HOLD-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-HOLD-EOF-YES                 VALUE 'Y'.
       77  WS-HIST-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-HIST-OPEN-YES                VALUE 'Y'.
       77  WS-LOAN-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-LOAN-OPEN-YES                VALUE 'Y'.
       77  WS-ACM-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-ACM-OPEN-YES                 VALUE 'Y'.
       77  WS-YTD-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-YTD-OPEN-YES                 VALUE 'Y'.
       77  WS-BILL-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-BILL-OPEN-YES                VALUE 'Y'.
       77  WS-TABLE-FULL-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-TABLE-FULL-YES               VALUE 'Y'.
       77  WS-LOCKED-OUT-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-LOCKED-OUT-YES               VALUE 'Y'.
       77  WS-REJECT-SWITCH         PIC X(01)  VALUE 'N'.
           88  WS-REJECT-YES                   VALUE 'Y'.
       77  WS-DLQ-CHANGED-SWITCH    PIC X(01)  VALUE 'N'.
           88  WS-DLQ-CHANGED-YES              VALUE 'Y'.
       77  WS-DH-CHANGED-SWITCH     PIC X(01)  VALUE 'N'.
           88  WS-DH-CHANGED-YES               VALUE 'Y'.
       77  WS-ENRL-CHANGED-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-ENRL-CHANGED-YES             VALUE 'Y'.
       77  WS-PEND-CHANGED-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-PEND-CHANGED-YES             VALUE 'Y'.
       77  WS-SURV-CHANGED-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-SURV-CHANGED-YES             VALUE 'Y'.
       77  WS-IVR-CHANGED-SWITCH    PIC X(01)  VALUE 'N'.
           88  WS-IVR-CHANGED-YES              VALUE 'Y'.
       77  WS-HOLD-CHANGED-SWITCH   PIC X(01)  VALUE 'N'.
           88  WS-HOLD-CHANGED-YES             VALUE 'Y'.
       01  WS-LOCK-HOLDER           PIC X(08)  VALUE SPACES.
       01  WS-TODAY                 PIC X(08)  VALUE SPACES.
       01  WS-CTL-MODE              PIC X(08)  VALUE SPACES.
       77  WS-CTL-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-WRITTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
       77  WS-CTL-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-AMOUNT-MOVED-TOTAL    PIC S9(11)V99 VALUE ZERO.
      *****************************************************************
      *  The MERGETRN transactions, applied in file order             *
      *****************************************************************
       77  WS-TRN-MAX               PIC 9(03) COMP VALUE 100.
       77  WS-TRN-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-TRN-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-TRN-TABLE.
           05  WS-TRN-ENTRY OCCURS 100 TIMES.
               10  WS-TRN-FROM-ID   PIC X(10).
               10  WS-TRN-TO-ID     PIC X(10).
      *****************************************************************
      *  The merge in hand : both ids as they stood before it, and    *
      *  the loser's screening dates to be re-keyed                   *
      *****************************************************************
       01  WS-LOSER-ID              PIC X(10)  VALUE SPACES.
       01  WS-SURVIVOR-ID           PIC X(10)  VALUE SPACES.
       01  WS-LOSER-NAME            PIC X(20)  VALUE SPACES.
       01  WS-SURVIVOR-NAME         PIC X(20)  VALUE SPACES.
       01  WS-LOSER-AMOUNT          PIC 9(06)V99 VALUE ZERO.
       01  WS-SURVIVOR-AMOUNT       PIC 9(06)V99 VALUE ZERO.
       01  WS-MERGED-AMOUNT         PIC 9(07)V99 VALUE ZERO.
       01  WS-MATCH-DATE            PIC X(08)  VALUE SPACES.
       77  WS-HSC-MAX               PIC 9(03) COMP VALUE 200.
       77  WS-HSC-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-HSC-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-HSC-TABLE.
           05  WS-HSC-ENTRY OCCURS 200 TIMES.
               10  WS-HSC-DATE      PIC X(08).
      *****************************************************************
      *  The loser's CLNBILL billed screening dates to be re-keyed,   *
      *  and the held claim in hand when the two ids' CLMHOLD claims  *
      *  are compared                                                 *
      *****************************************************************
       77  WS-CBT-MAX               PIC 9(03) COMP VALUE 200.
       77  WS-CBT-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-CBT-SUB               PIC 9(03) COMP VALUE ZERO.
       01  WS-CBT-TABLE.
           05  WS-CBT-ENTRY OCCURS 200 TIMES.
               10  WS-CBT-DATE      PIC X(08).
       01  WS-MATCH-CLAIM           PIC X(20)  VALUE SPACES.
      *****************************************************************
      *  The loser's CLMYTD claim-category rows, kept for the fold    *
      *  into the survivor's, and how many of them land on a row the  *
      *  survivor already has                                         *
      *****************************************************************
       77  WS-CYT-MAX               PIC 9(03) COMP VALUE 100.
       77  WS-CYT-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-CYT-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-CYT-COMBINED          PIC 9(05) COMP VALUE ZERO.
       01  WS-CYT-TABLE.
           05  WS-CYT-ENTRY OCCURS 100 TIMES.
               10  WS-CYT-TYPE      PIC X(04).
               10  WS-CYT-YEAR      PIC X(04).
               10  WS-CYT-PAID      PIC 9(07)V99.
               10  WS-CYT-HELD      PIC 9(07)V99.
               10  WS-CYT-COUNT     PIC 9(05).
               10  WS-CYT-LAST-DATE PIC X(08).
       01  WS-CYT-PAID-SUM          PIC 9(08)V99 VALUE ZERO.
       01  WS-CYT-HELD-SUM          PIC 9(08)V99 VALUE ZERO.
       01  WS-CYT-COUNT-SUM         PIC 9(06)    VALUE ZERO.
      *****************************************************************
      *  The files a merge moves, loaded the old way via REDEFINES    *
      *  so the list reads off the page, with the loser's and the     *
      *  survivor's record counts before the merge                    *
      *****************************************************************
       01  WS-MFL-DATA.
           05  FILLER PIC X(08) VALUE "BMIHIST ".
           05  FILLER PIC X(08) VALUE "LOANMSTR".
           05  FILLER PIC X(08) VALUE "LOANDLQ ".
           05  FILLER PIC X(08) VALUE "DEPTHIST".
           05  FILLER PIC X(08) VALUE "ENRLMSTR".
           05  FILLER PIC X(08) VALUE "APPRPEND".
           05  FILLER PIC X(08) VALUE "SURVOUT ".
           05  FILLER PIC X(08) VALUE "CLMYTD  ".
           05  FILLER PIC X(08) VALUE "ACCTMSTR".
           05  FILLER PIC X(08) VALUE "INCVREG ".
           05  FILLER PIC X(08) VALUE "CLMHOLD ".
           05  FILLER PIC X(08) VALUE "CLNBILL ".
       01  WS-MFL-TABLE REDEFINES WS-MFL-DATA.
           05  WS-MFL-NAME OCCURS 12 TIMES PIC X(08).
       77  WS-MFL-MAX               PIC 9(02) COMP VALUE 12.
       77  WS-MFL-SUB               PIC 9(02) COMP VALUE ZERO.
       01  WS-MFL-COUNTS.
           05  WS-MFL-ENTRY OCCURS 12 TIMES.
               10  WS-MFL-LOSER     PIC 9(05) COMP.
               10  WS-MFL-SURVIVOR  PIC 9(05) COMP.
      *****************************************************************
      *  The LOANDLQ delinquency state, loaded whole                  *
      *****************************************************************
       77  WS-DQT-MAX               PIC 9(04) COMP VALUE 300.
       77  WS-DQT-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-DQT-SUB               PIC 9(04) COMP VALUE ZERO.
       01  WS-DQT-TABLE.
           05  WS-DQT-ENTRY OCCURS 300 TIMES.
               10  WS-DQT-LOAN-ID   PIC X(10).
               10  WS-DQT-EMP-ID    PIC X(10).
               10  WS-DQT-REST      PIC X(32).
      *****************************************************************
      *  The DEPTHIST assignment history, loaded whole                *
      *****************************************************************
       77  WS-DHT-MAX               PIC 9(04) COMP VALUE 1000.
       77  WS-DHT-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-DHT-SUB               PIC 9(04) COMP VALUE ZERO.
       01  WS-DHT-TABLE.
           05  WS-DHT-ENTRY OCCURS 1000 TIMES.
               10  WS-DHT-EMP-ID    PIC X(10).
               10  WS-DHT-REST      PIC X(16).
      *****************************************************************
      *  The ENRLMSTR enrollment master, loaded whole                 *
      *****************************************************************
       77  WS-ENT-MAX               PIC 9(04) COMP VALUE 300.
       77  WS-ENT-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-ENT-SUB               PIC 9(04) COMP VALUE ZERO.
       77  WS-ENT-SUB2              PIC 9(04) COMP VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 300 TIMES.
               10  WS-ENT-EMP-ID    PIC X(10).
               10  WS-ENT-NOTICE    PIC X(08).
               10  WS-ENT-REST      PIC X(15).
      *****************************************************************
      *  The APPRPEND approval queue, loaded whole                    *
      *****************************************************************
       77  WS-PNT-MAX               PIC 9(04) COMP VALUE 300.
       77  WS-PNT-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-PNT-SUB               PIC 9(04) COMP VALUE ZERO.
       01  WS-PNT-TABLE.
           05  WS-PNT-ENTRY OCCURS 300 TIMES.
               10  WS-PNT-EMP-ID    PIC X(10).
               10  WS-PNT-REST      PIC X(28).
      *****************************************************************
      *  The SURVOUT results file, loaded whole as record images -    *
      *  a survey response opens with the respondent id, a 'C'        *
      *  comment carries it after the type byte                        *
      *****************************************************************
       77  WS-SVT-MAX               PIC 9(04) COMP VALUE 2000.
       77  WS-SVT-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-SVT-SUB               PIC 9(04) COMP VALUE ZERO.
       77  WS-SVT-SUB2              PIC 9(04) COMP VALUE ZERO.
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
      *****************************************************************
      *  The INCVREG incentive register, loaded whole as record       *
      *  images - a completion credit is known by its notice date     *
      *****************************************************************
       77  WS-IVT-MAX               PIC 9(04) COMP VALUE 2000.
       77  WS-IVT-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-IVT-SUB               PIC 9(04) COMP VALUE ZERO.
       77  WS-IVT-SUB2              PIC 9(04) COMP VALUE ZERO.
       01  WS-IVT-TABLE.
           05  WS-IVT-ENTRY OCCURS 2000 TIMES.
               10  WS-IVT-IMAGE     PIC X(76).
               10  WS-IVT-CREDIT REDEFINES WS-IVT-IMAGE.
                   15  WS-IVT-EMP-ID     PIC X(10).
                   15  FILLER            PIC X(04).
                   15  WS-IVT-ITEM-TYPE  PIC X(01).
                       88  WS-IVT-COMPLETION     VALUE 'C'.
                   15  WS-IVT-NOTICE     PIC X(08).
                   15  FILLER            PIC X(53).
      *****************************************************************
      *  The CLMHOLD claims suspense, loaded whole as record images - *
      *  a held claim is known by its amount, type and receipt date   *
      *****************************************************************
       77  WS-CHT-MAX               PIC 9(04) COMP VALUE 500.
       77  WS-CHT-USED              PIC 9(04) COMP VALUE ZERO.
       77  WS-CHT-SUB               PIC 9(04) COMP VALUE ZERO.
       77  WS-CHT-SUB2              PIC 9(04) COMP VALUE ZERO.
       01  WS-CHT-TABLE.
           05  WS-CHT-ENTRY OCCURS 500 TIMES.
               10  WS-CHT-IMAGE     PIC X(84).
               10  WS-CHT-HOLD REDEFINES WS-CHT-IMAGE.
                   15  WS-CHT-EMP-ID     PIC X(10).
                   15  WS-CHT-CLAIM-KEY.
                       20  WS-CHT-AMOUNT     PIC X(08).
                       20  WS-CHT-TYPE       PIC X(04).
                       20  WS-CHT-RECEIPT    PIC X(08).
                   15  FILLER            PIC X(54).
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.
       01  WS-AUD-KEY-ID            PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY-INPUT         PIC X(45)  VALUE SPACES.
       01  WS-AUD-KEY-RESULT        PIC X(45)  VALUE SPACES.
       77  WS-MOVED-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-MOVED-DISP            PIC ZZZZ9.
       01  WS-MERGED-DISP           PIC ZZZZ9.
       01  WS-REJECTED-DISP         PIC ZZZZ9.
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
      *  Merge report layouts                                         *
      *****************************************************************
       01  WS-RULE-LINE             PIC X(50)  VALUE ALL "-".
       01  WS-TITLE-LINE.
           05  FILLER               PIC X(40) VALUE
               "EMPLOYEE MERGE REPORT             DATE: ".
           05  WS-TITLE-DATE        PIC X(08).
       01  WS-PAIR-LINE.
           05  FILLER               PIC X(06) VALUE "FROM: ".
           05  WS-PR-FROM-ID        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PR-FROM-NAME      PIC X(20).
           05  FILLER               PIC X(08) VALUE "  INTO: ".
           05  WS-PR-TO-ID          PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PR-TO-NAME        PIC X(20).
       01  WS-REJECT-LINE.
           05  FILLER               PIC X(16) VALUE
               "    REJECTED -  ".
           05  WS-RJ-REASON         PIC X(30).
           05  FILLER               PIC X(20) VALUE
               "  NOTHING WAS MOVED".
       01  WS-HALT-LINE.
           05  FILLER               PIC X(16) VALUE
               "    STOPPED -   ".
           05  WS-HL-REASON         PIC X(30).
           05  FILLER               PIC X(24) VALUE
               "  FROM ID LEFT AS IT WAS".
       01  WS-COUNT-HEAD-LINE       PIC X(60) VALUE
           "    FILE      FROM BEFORE  INTO BEFORE   INTO AFTER".
       01  WS-COUNT-LINE.
           05  FILLER               PIC X(04).
           05  WS-CL-FILE           PIC X(08).
           05  FILLER               PIC X(04).
           05  WS-CL-LOSER          PIC ZZZZ9.
           05  FILLER               PIC X(08).
           05  WS-CL-SURVIVOR       PIC ZZZZ9.
           05  FILLER               PIC X(08).
           05  WS-CL-AFTER          PIC ZZZZ9.
       01  WS-AMOUNT-LINE.
           05  FILLER               PIC X(12) VALUE
               "    EM-AMT  ".
           05  WS-AL-LOSER          PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-AL-SURVIVOR       PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-AL-AFTER          PIC Z,ZZZ,ZZ9.99.
       01  WS-LOSER-LINE.
           05  FILLER               PIC X(09) VALUE
               "    FROM ".
           05  WS-LL-LOSER-ID       PIC X(10).
           05  FILLER               PIC X(29) VALUE
               " NOW 'T' ON EMPMSTR, MERGED ".
           05  FILLER               PIC X(05) VALUE "INTO ".
           05  WS-LL-SURVIVOR-ID    PIC X(10).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE
               "MERGES APPLIED: ".
           05  WS-TL-MERGED         PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE
               "    REJECTED: ".
           05  WS-TL-REJECTED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-MRG-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           PERFORM 0100-CHECK-RUN-LOCK THRU 0100-EXIT.
           IF WS-LOCKED-OUT-YES
               GO TO 0000-WRAP-UP
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 1000-LOAD-TRANSACTIONS THRU 1000-EXIT.
           IF WS-TRN-USED = ZERO
               DISPLAY "EmployeeMerge: no MERGETRN transactions."
               GO TO 0000-WRAP-UP
           END-IF.
           OPEN I-O EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS NOT = "00"
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "EMPMSTR MISSING - NO MERGE"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF.
           PERFORM 1100-LOAD-DELINQ THRU 1100-EXIT.
           PERFORM 1200-LOAD-DEPT-HISTORY THRU 1200-EXIT.
           PERFORM 1300-LOAD-ENROLLMENTS THRU 1300-EXIT.
           PERFORM 1400-LOAD-PENDING THRU 1400-EXIT.
           PERFORM 1500-LOAD-SURVEYS THRU 1500-EXIT.
           PERFORM 1600-LOAD-INCENTIVES THRU 1600-EXIT.
           PERFORM 1700-LOAD-HOLDS THRU 1700-EXIT.
           IF WS-TABLE-FULL-YES
               MOVE "MERGETRN"          TO WS-EXC-FIELD-NAME
               MOVE SPACES              TO WS-EXC-BAD-VALUE
               MOVE "FILE TOO LARGE - NO MERGE RUN"
                                        TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF.
           OPEN I-O BMI-HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               SET WS-HIST-OPEN-YES TO TRUE
           END-IF.
           OPEN I-O LOAN-MASTER-FILE.
           IF WS-LOANMSTR-STATUS = "00"
               SET WS-LOAN-OPEN-YES TO TRUE
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACM-STATUS = "00"
               SET WS-ACM-OPEN-YES TO TRUE
           END-IF.
           OPEN I-O CLAIM-YTD-FILE.
           IF WS-YTD-STATUS = "00"
               SET WS-YTD-OPEN-YES TO TRUE
           END-IF.
           OPEN I-O BILLED-FILE.
           IF WS-BILL-STATUS = "00"
               SET WS-BILL-OPEN-YES TO TRUE
           END-IF.
           OPEN OUTPUT MERGE-REPORT-FILE.
           MOVE WS-TODAY TO WS-TITLE-DATE.
           MOVE WS-TITLE-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           PERFORM 2000-MERGE-ONE THRU 2000-EXIT
               VARYING WS-TRN-SUB FROM 1 BY 1
               UNTIL WS-TRN-SUB > WS-TRN-USED.
           MOVE WS-RULE-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           MOVE WS-CTL-WRITTEN-COUNT TO WS-TL-MERGED.
           MOVE WS-CTL-REJECT-COUNT  TO WS-TL-REJECTED.
           MOVE WS-TOTAL-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           CLOSE MERGE-REPORT-FILE.
           PERFORM 3000-REWRITE-FILES THRU 3000-EXIT.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-HIST-OPEN-YES
               CLOSE BMI-HISTORY-FILE
           END-IF.
           IF WS-LOAN-OPEN-YES
               CLOSE LOAN-MASTER-FILE
           END-IF.
           IF WS-ACM-OPEN-YES
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           IF WS-YTD-OPEN-YES
               CLOSE CLAIM-YTD-FILE
           END-IF.
           IF WS-BILL-OPEN-YES
               CLOSE BILLED-FILE
           END-IF.
           MOVE "MERGE" TO WS-CTL-MODE.
           PERFORM 9300-WRITE-CONTROL-TOTALS THRU 9300-EXIT.
           MOVE SPACES TO WS-AUD-KEY-ID WS-AUD-KEY-RESULT.
           MOVE "EMPLOYEE ID MERGE RUN" TO WS-AUD-KEY-INPUT.
           MOVE WS-CTL-WRITTEN-COUNT TO WS-MERGED-DISP.
           MOVE WS-CTL-REJECT-COUNT  TO WS-REJECTED-DISP.
           STRING "MERGED=" WS-MERGED-DISP
               " REJECTED=" WS-REJECTED-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
           IF WS-CTL-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-WRAP-UP.
           CLOSE EXCEPTION-FILE.
           CLOSE AUDIT-LOG-FILE.
           STOP RUN.

      *****************************************************************
      *  0100-CHECK-RUN-LOCK : a merge rewrites shared masters, so it *
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
               DISPLAY "EmployeeMerge: batch window lock held by "
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
      *  1000-LOAD-TRANSACTIONS : pull the MERGETRN from-id/to-id     *
      *                           pairs                               *
      *****************************************************************
       1000-LOAD-TRANSACTIONS.
           MOVE ZERO TO WS-TRN-USED.
           OPEN INPUT MERGE-TRANSACTION-FILE.
           IF WS-TRN-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1010-READ-TRANSACTION THRU 1010-EXIT.
           PERFORM UNTIL WS-TRN-EOF-YES
               IF WS-TRN-USED < WS-TRN-MAX
                   ADD 1 TO WS-TRN-USED
                   MOVE MT-FROM-ID TO WS-TRN-FROM-ID(WS-TRN-USED)
                   MOVE MT-TO-ID   TO WS-TRN-TO-ID(WS-TRN-USED)
               ELSE
                   MOVE "MT-FROM-ID" TO WS-EXC-FIELD-NAME
                   MOVE MT-FROM-ID   TO WS-EXC-BAD-VALUE
                   MOVE "MERGE TABLE FULL - NOT RUN"
                                     TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-TABLE-FULL-YES TO TRUE
               END-IF
               PERFORM 1010-READ-TRANSACTION THRU 1010-EXIT
           END-PERFORM.
           CLOSE MERGE-TRANSACTION-FILE.
       1000-EXIT.
           EXIT.

       1010-READ-TRANSACTION.
           READ MERGE-TRANSACTION-FILE
               AT END
                   SET WS-TRN-EOF-YES TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-DELINQ : pull the LOANDLQ delinquency state - no   *
      *                     file means no loan is delinquent          *
      *****************************************************************
       1100-LOAD-DELINQ.
           MOVE ZERO TO WS-DQT-USED.
           OPEN INPUT DELINQ-STATE-FILE.
           IF WS-DLQ-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-DELINQ THRU 1110-EXIT.
           PERFORM UNTIL WS-DLQ-EOF-YES
               IF WS-DQT-USED < WS-DQT-MAX
                   ADD 1 TO WS-DQT-USED
                   MOVE DQ-DELINQ-RECORD TO WS-DQT-ENTRY(WS-DQT-USED)
               ELSE
                   MOVE "DQ-LOAN-ID" TO WS-EXC-FIELD-NAME
                   MOVE DQ-LOAN-ID   TO WS-EXC-BAD-VALUE
                   MOVE "DELINQUENCY TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-TABLE-FULL-YES TO TRUE
               END-IF
               PERFORM 1110-READ-DELINQ THRU 1110-EXIT
           END-PERFORM.
           CLOSE DELINQ-STATE-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-DELINQ.
           READ DELINQ-STATE-FILE
               AT END
                   SET WS-DLQ-EOF-YES TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-DEPT-HISTORY : pull the DEPTHIST assignments       *
      *****************************************************************
       1200-LOAD-DEPT-HISTORY.
           MOVE ZERO TO WS-DHT-USED.
           OPEN INPUT DEPT-HISTORY-FILE.
           IF WS-DH-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-DEPT-HISTORY THRU 1210-EXIT.
           PERFORM UNTIL WS-DH-EOF-YES
               IF WS-DHT-USED < WS-DHT-MAX
                   ADD 1 TO WS-DHT-USED
                   MOVE DH-ASSIGNMENT-RECORD
                       TO WS-DHT-ENTRY(WS-DHT-USED)
               ELSE
                   MOVE "DH-EMP-ID" TO WS-EXC-FIELD-NAME
                   MOVE DH-EMP-ID   TO WS-EXC-BAD-VALUE
                   MOVE "DEPT HISTORY TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-TABLE-FULL-YES TO TRUE
               END-IF
               PERFORM 1210-READ-DEPT-HISTORY THRU 1210-EXIT
           END-PERFORM.
           CLOSE DEPT-HISTORY-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-DEPT-HISTORY.
           READ DEPT-HISTORY-FILE
               AT END
                   SET WS-DH-EOF-YES TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-ENROLLMENTS : pull the ENRLMSTR enrollment master  *
      *****************************************************************
       1300-LOAD-ENROLLMENTS.
           MOVE ZERO TO WS-ENT-USED.
           OPEN INPUT ENROLLMENT-MASTER-FILE.
           IF WS-ENRL-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-READ-ENROLLMENT THRU 1310-EXIT.
           PERFORM UNTIL WS-ENRL-EOF-YES
               IF WS-ENT-USED < WS-ENT-MAX
                   ADD 1 TO WS-ENT-USED
                   MOVE EN-ENROLLMENT-RECORD
                       TO WS-ENT-ENTRY(WS-ENT-USED)
               ELSE
                   MOVE "EN-EMP-ID" TO WS-EXC-FIELD-NAME
                   MOVE EN-EMP-ID   TO WS-EXC-BAD-VALUE
                   MOVE "ENROLLMENT TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-TABLE-FULL-YES TO TRUE
               END-IF
               PERFORM 1310-READ-ENROLLMENT THRU 1310-EXIT
           END-PERFORM.
           CLOSE ENROLLMENT-MASTER-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-ENROLLMENT.
           READ ENROLLMENT-MASTER-FILE
               AT END
                   SET WS-ENRL-EOF-YES TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      *****************************************************************
      *  1400-LOAD-PENDING : pull the APPRPEND approval queue         *
      *****************************************************************
       1400-LOAD-PENDING.
           MOVE ZERO TO WS-PNT-USED.
           OPEN INPUT PENDING-FILE.
           IF WS-PEND-STATUS NOT = "00"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-READ-PENDING THRU 1410-EXIT.
           PERFORM UNTIL WS-PEND-EOF-YES
               IF WS-PNT-USED < WS-PNT-MAX
                   ADD 1 TO WS-PNT-USED
                   MOVE PN-PENDING-RECORD
                       TO WS-PNT-ENTRY(WS-PNT-USED)
               ELSE
                   MOVE "PN-EMP-ID" TO WS-EXC-FIELD-NAME
                   MOVE PN-EMP-ID   TO WS-EXC-BAD-VALUE
                   MOVE "PENDING TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-TABLE-FULL-YES TO TRUE
               END-IF
               PERFORM 1410-READ-PENDING THRU 1410-EXIT
           END-PERFORM.
           CLOSE PENDING-FILE.
       1400-EXIT.
           EXIT.

       1410-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-PEND-EOF-YES TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-SURVEYS : pull the SURVOUT responses and comments  *
      *****************************************************************
       1500-LOAD-SURVEYS.
           MOVE ZERO TO WS-SVT-USED.
           OPEN INPUT SURVEY-RESULTS-FILE.
           IF WS-SURVEY-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1510-READ-SURVEY THRU 1510-EXIT.
           PERFORM UNTIL WS-SURVEY-EOF-YES
               IF WS-SVT-USED < WS-SVT-MAX
                   ADD 1 TO WS-SVT-USED
                   MOVE CM-COMMENT-RECORD
                       TO WS-SVT-IMAGE(WS-SVT-USED)
               ELSE
                   MOVE "SURVOUT"   TO WS-EXC-FIELD-NAME
                   MOVE SR-PERSON-ID TO WS-EXC-BAD-VALUE
                   MOVE "SURVEY TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-TABLE-FULL-YES TO TRUE
               END-IF
               PERFORM 1510-READ-SURVEY THRU 1510-EXIT
           END-PERFORM.
           CLOSE SURVEY-RESULTS-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-SURVEY.
           MOVE SPACES TO CM-COMMENT-RECORD.
           READ SURVEY-RESULTS-FILE
               AT END
                   SET WS-SURVEY-EOF-YES TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      *****************************************************************
      *  1600-LOAD-INCENTIVES : pull the INCVREG incentive register - *
      *                         no file means nothing paid yet        *
      *****************************************************************
       1600-LOAD-INCENTIVES.
           MOVE ZERO TO WS-IVT-USED.
           OPEN INPUT INCENTIVE-REGISTER-FILE.
           IF WS-IVR-STATUS NOT = "00"
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1610-READ-INCENTIVE THRU 1610-EXIT.
           PERFORM UNTIL WS-IVR-EOF-YES
               IF WS-IVT-USED < WS-IVT-MAX
                   ADD 1 TO WS-IVT-USED
                   MOVE IV-REGISTER-RECORD
                       TO WS-IVT-IMAGE(WS-IVT-USED)
               ELSE
                   MOVE "IV-EMP-ID" TO WS-EXC-FIELD-NAME
                   MOVE IV-EMP-ID   TO WS-EXC-BAD-VALUE
                   MOVE "INCENTIVE TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-TABLE-FULL-YES TO TRUE
               END-IF
               PERFORM 1610-READ-INCENTIVE THRU 1610-EXIT
           END-PERFORM.
           CLOSE INCENTIVE-REGISTER-FILE.
       1600-EXIT.
           EXIT.

       1610-READ-INCENTIVE.
           READ INCENTIVE-REGISTER-FILE
               AT END
                   SET WS-IVR-EOF-YES TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      *****************************************************************
      *  1700-LOAD-HOLDS : pull the CLMHOLD claims suspense - held,   *
      *                    released and denied alike, so the file is  *
      *                    written back as ClaimScreen left it        *
      *****************************************************************
       1700-LOAD-HOLDS.
           MOVE ZERO TO WS-CHT-USED.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               GO TO 1700-EXIT
           END-IF.
           PERFORM 1710-READ-HOLD THRU 1710-EXIT.
           PERFORM UNTIL WS-HOLD-EOF-YES
               IF WS-CHT-USED < WS-CHT-MAX
                   ADD 1 TO WS-CHT-USED
                   MOVE CH-HOLD-RECORD
                       TO WS-CHT-IMAGE(WS-CHT-USED)
               ELSE
                   MOVE "CH-EMP-ID" TO WS-EXC-FIELD-NAME
                   MOVE CH-EMP-ID   TO WS-EXC-BAD-VALUE
                   MOVE "HELD CLAIM TABLE FULL" TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-TABLE-FULL-YES TO TRUE
               END-IF
               PERFORM 1710-READ-HOLD THRU 1710-EXIT
           END-PERFORM.
           CLOSE HOLD-FILE.
       1700-EXIT.
           EXIT.

       1710-READ-HOLD.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF-YES TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

      *****************************************************************
      *  2000-MERGE-ONE : validate one transaction, count both ids'   *
      *                   records and look for key collisions, and    *
      *                   only then move anything                     *
      *****************************************************************
       2000-MERGE-ONE.
           ADD 1 TO WS-CTL-READ-COUNT.
           MOVE 'N' TO WS-REJECT-SWITCH.
           MOVE SPACES TO WS-EXC-REASON.
           MOVE WS-TRN-FROM-ID(WS-TRN-SUB) TO WS-LOSER-ID.
           MOVE WS-TRN-TO-ID(WS-TRN-SUB)   TO WS-SURVIVOR-ID.
           MOVE SPACES TO WS-LOSER-NAME WS-SURVIVOR-NAME.
           MOVE ZERO   TO WS-LOSER-AMOUNT WS-SURVIVOR-AMOUNT.
           INITIALIZE WS-MFL-COUNTS.
           PERFORM 2100-VALIDATE-MERGE THRU 2100-EXIT.
           IF NOT WS-REJECT-YES
               PERFORM 2200-COUNT-AND-CHECK THRU 2200-EXIT
           END-IF.
           MOVE WS-RULE-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           MOVE WS-LOSER-ID      TO WS-PR-FROM-ID.
           MOVE WS-LOSER-NAME    TO WS-PR-FROM-NAME.
           MOVE WS-SURVIVOR-ID   TO WS-PR-TO-ID.
           MOVE WS-SURVIVOR-NAME TO WS-PR-TO-NAME.
           MOVE WS-PAIR-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           IF WS-REJECT-YES
               PERFORM 2900-REJECT-MERGE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-APPLY-MERGE THRU 2300-EXIT.
           IF WS-REJECT-YES
               ADD 1 TO WS-CTL-REJECT-COUNT
               MOVE WS-EXC-REASON TO WS-HL-REASON
               MOVE WS-HALT-LINE TO MR-REPORT-LINE
               WRITE MR-REPORT-LINE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2400-REPORT-MERGE THRU 2400-EXIT.
           PERFORM 2500-AUDIT-MERGE THRU 2500-EXIT.
           ADD 1 TO WS-CTL-WRITTEN-COUNT.
           ADD WS-LOSER-AMOUNT TO WS-AMOUNT-MOVED-TOTAL.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-VALIDATE-MERGE : both ids on EMPMSTR, distinct, and     *
      *                        neither already merged away            *
      *****************************************************************
       2100-VALIDATE-MERGE.
           IF WS-LOSER-ID = SPACES OR WS-SURVIVOR-ID = SPACES
               MOVE "FROM OR TO ID BLANK" TO WS-EXC-REASON
               SET WS-REJECT-YES TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF WS-LOSER-ID = WS-SURVIVOR-ID
               MOVE "FROM AND TO ID THE SAME" TO WS-EXC-REASON
               SET WS-REJECT-YES TO TRUE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-SURVIVOR-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE KEY IS PR-PERSON-ID
               INVALID KEY
                   MOVE "TO ID NOT ON EMPMSTR" TO WS-EXC-REASON
                   SET WS-REJECT-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE EM-NAME   TO WS-SURVIVOR-NAME.
           MOVE EM-AMOUNT TO WS-SURVIVOR-AMOUNT.
           IF EM-MERGED-TO-ID NOT = SPACES
               MOVE "TO ID ALREADY MERGED AWAY" TO WS-EXC-REASON
               SET WS-REJECT-YES TO TRUE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-LOSER-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE KEY IS PR-PERSON-ID
               INVALID KEY
                   MOVE "FROM ID NOT ON EMPMSTR" TO WS-EXC-REASON
                   SET WS-REJECT-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           MOVE EM-NAME   TO WS-LOSER-NAME.
           MOVE EM-AMOUNT TO WS-LOSER-AMOUNT.
           IF EM-MERGED-TO-ID NOT = SPACES
               MOVE "FROM ID ALREADY MERGED" TO WS-EXC-REASON
               SET WS-REJECT-YES TO TRUE
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-MERGED-AMOUNT =
               WS-SURVIVOR-AMOUNT + WS-LOSER-AMOUNT.
           IF WS-MERGED-AMOUNT > 999999.99
               MOVE "MERGED EM-AMOUNT TOO LARGE" TO WS-EXC-REASON
               SET WS-REJECT-YES TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-COUNT-AND-CHECK : count each file's records for both    *
      *                         ids and reject on any key the two ids *
      *                         share - a screening, a billed         *
      *                         screening, a wellness case, a         *
      *                         completion credit, a held claim or a  *
      *                         survey response on one date           *
      *****************************************************************
       2200-COUNT-AND-CHECK.
           PERFORM 2210-COUNT-SCREENINGS THRU 2210-EXIT.
           IF WS-REJECT-YES
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2225-COUNT-BILLINGS THRU 2225-EXIT.
           IF WS-REJECT-YES
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2230-COUNT-LOANS THRU 2230-EXIT.
           PERFORM 2237-COUNT-ACCOUNTS THRU 2237-EXIT.
           PERFORM 2240-COUNT-ONE-DELINQ THRU 2240-EXIT
               VARYING WS-DQT-SUB FROM 1 BY 1
               UNTIL WS-DQT-SUB > WS-DQT-USED.
           PERFORM 2242-COUNT-ONE-INCENTIVE THRU 2242-EXIT
               VARYING WS-IVT-SUB FROM 1 BY 1
               UNTIL WS-IVT-SUB > WS-IVT-USED
                   OR WS-REJECT-YES.
           IF WS-REJECT-YES
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2246-COUNT-ONE-HOLD THRU 2246-EXIT
               VARYING WS-CHT-SUB FROM 1 BY 1
               UNTIL WS-CHT-SUB > WS-CHT-USED
                   OR WS-REJECT-YES.
           IF WS-REJECT-YES
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2250-COUNT-ONE-ASSIGNMENT THRU 2250-EXIT
               VARYING WS-DHT-SUB FROM 1 BY 1
               UNTIL WS-DHT-SUB > WS-DHT-USED.
           PERFORM 2260-COUNT-ONE-ENROLLMENT THRU 2260-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-USED
                   OR WS-REJECT-YES.
           IF WS-REJECT-YES
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2270-COUNT-ONE-PENDING THRU 2270-EXIT
               VARYING WS-PNT-SUB FROM 1 BY 1
               UNTIL WS-PNT-SUB > WS-PNT-USED.
           PERFORM 2280-COUNT-ONE-SURVEY THRU 2280-EXIT
               VARYING WS-SVT-SUB FROM 1 BY 1
               UNTIL WS-SVT-SUB > WS-SVT-USED
                   OR WS-REJECT-YES.
           IF WS-REJECT-YES
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2290-COUNT-CLAIM-YTD THRU 2290-EXIT.
       2200-EXIT.
           EXIT.

      *    the loser's screening dates are kept for the re-key; each
      *    is then looked up under the survivor's id
       2210-COUNT-SCREENINGS.
           MOVE ZERO TO WS-HSC-USED.
           IF NOT WS-HIST-OPEN-YES
               GO TO 2210-EXIT
           END-IF.
           MOVE WS-SURVIVOR-ID TO HB-EMP-ID.
           MOVE LOW-VALUES     TO HB-SCREEN-DATE.
           START BMI-HISTORY-FILE KEY IS NOT LESS THAN HB-HISTORY-KEY
               INVALID KEY
                   MOVE "99" TO WS-HIST-STATUS
           END-START.
           IF WS-HIST-STATUS = "00"
               PERFORM 2215-READ-HISTORY THRU 2215-EXIT
           END-IF.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   OR HB-EMP-ID NOT = WS-SURVIVOR-ID
               ADD 1 TO WS-MFL-SURVIVOR(1)
               PERFORM 2215-READ-HISTORY THRU 2215-EXIT
           END-PERFORM.
           MOVE WS-LOSER-ID TO HB-EMP-ID.
           MOVE LOW-VALUES  TO HB-SCREEN-DATE.
           START BMI-HISTORY-FILE KEY IS NOT LESS THAN HB-HISTORY-KEY
               INVALID KEY
                   GO TO 2210-EXIT
           END-START.
           PERFORM 2215-READ-HISTORY THRU 2215-EXIT.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
                   OR HB-EMP-ID NOT = WS-LOSER-ID
               ADD 1 TO WS-MFL-LOSER(1)
               IF WS-HSC-USED < WS-HSC-MAX
                   ADD 1 TO WS-HSC-USED
                   MOVE HB-SCREEN-DATE TO WS-HSC-DATE(WS-HSC-USED)
               ELSE
                   MOVE "TOO MANY SCREENINGS TO MOVE"
                                       TO WS-EXC-REASON
                   SET WS-REJECT-YES TO TRUE
               END-IF
               PERFORM 2215-READ-HISTORY THRU 2215-EXIT
           END-PERFORM.
           IF WS-REJECT-YES
               GO TO 2210-EXIT
           END-IF.
           PERFORM 2220-CHECK-ONE-SCREENING THRU 2220-EXIT
               VARYING WS-HSC-SUB FROM 1 BY 1
               UNTIL WS-HSC-SUB > WS-HSC-USED
                   OR WS-REJECT-YES.
       2210-EXIT.
           EXIT.

       2215-READ-HISTORY.
           READ BMI-HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       2215-EXIT.
           EXIT.

       2220-CHECK-ONE-SCREENING.
           MOVE WS-SURVIVOR-ID          TO HB-EMP-ID.
           MOVE WS-HSC-DATE(WS-HSC-SUB) TO HB-SCREEN-DATE.
           READ BMI-HISTORY-FILE KEY IS HB-HISTORY-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING "BMIHIST DATE " WS-HSC-DATE(WS-HSC-SUB)
                       " ON BOTH" DELIMITED BY SIZE
                       INTO WS-EXC-REASON
                   END-STRING
                   SET WS-REJECT-YES TO TRUE
           END-READ.
       2220-EXIT.
           EXIT.

      *    the loser's billed screening dates are kept for the re-key
      *    the same way; a date billed under both ids would bill one
      *    screening twice
       2225-COUNT-BILLINGS.
           MOVE ZERO TO WS-CBT-USED.
           IF NOT WS-BILL-OPEN-YES
               GO TO 2225-EXIT
           END-IF.
           MOVE WS-SURVIVOR-ID TO CB-EMP-ID.
           MOVE LOW-VALUES     TO CB-SCREEN-DATE.
           START BILLED-FILE KEY IS NOT LESS THAN CB-BILLED-KEY
               INVALID KEY
                   MOVE "99" TO WS-BILL-STATUS
           END-START.
           IF WS-BILL-STATUS = "00"
               PERFORM 2226-READ-BILLING THRU 2226-EXIT
           END-IF.
           PERFORM UNTIL WS-BILL-STATUS NOT = "00"
                   OR CB-EMP-ID NOT = WS-SURVIVOR-ID
               ADD 1 TO WS-MFL-SURVIVOR(12)
               PERFORM 2226-READ-BILLING THRU 2226-EXIT
           END-PERFORM.
           MOVE WS-LOSER-ID TO CB-EMP-ID.
           MOVE LOW-VALUES  TO CB-SCREEN-DATE.
           START BILLED-FILE KEY IS NOT LESS THAN CB-BILLED-KEY
               INVALID KEY
                   GO TO 2225-EXIT
           END-START.
           PERFORM 2226-READ-BILLING THRU 2226-EXIT.
           PERFORM UNTIL WS-BILL-STATUS NOT = "00"
                   OR CB-EMP-ID NOT = WS-LOSER-ID
               ADD 1 TO WS-MFL-LOSER(12)
               IF WS-CBT-USED < WS-CBT-MAX
                   ADD 1 TO WS-CBT-USED
                   MOVE CB-SCREEN-DATE TO WS-CBT-DATE(WS-CBT-USED)
               ELSE
                   MOVE "TOO MANY BILLINGS TO MOVE"
                                       TO WS-EXC-REASON
                   SET WS-REJECT-YES TO TRUE
               END-IF
               PERFORM 2226-READ-BILLING THRU 2226-EXIT
           END-PERFORM.
           IF WS-REJECT-YES
               GO TO 2225-EXIT
           END-IF.
           PERFORM 2227-CHECK-ONE-BILLING THRU 2227-EXIT
               VARYING WS-CBT-SUB FROM 1 BY 1
               UNTIL WS-CBT-SUB > WS-CBT-USED
                   OR WS-REJECT-YES.
       2225-EXIT.
           EXIT.

       2226-READ-BILLING.
           READ BILLED-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       2226-EXIT.
           EXIT.

       2227-CHECK-ONE-BILLING.
           MOVE WS-SURVIVOR-ID          TO CB-EMP-ID.
           MOVE WS-CBT-DATE(WS-CBT-SUB) TO CB-SCREEN-DATE.
           READ BILLED-FILE KEY IS CB-BILLED-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING "CLNBILL DATE " WS-CBT-DATE(WS-CBT-SUB)
                       " ON BOTH" DELIMITED BY SIZE
                       INTO WS-EXC-REASON
                   END-STRING
                   SET WS-REJECT-YES TO TRUE
           END-READ.
       2227-EXIT.
           EXIT.

       2230-COUNT-LOANS.
           IF NOT WS-LOAN-OPEN-YES
               GO TO 2230-EXIT
           END-IF.
           MOVE LOW-VALUES TO LM-LOAN-ID.
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LM-LOAN-ID
               INVALID KEY
                   GO TO 2230-EXIT
           END-START.
           PERFORM 2235-READ-LOAN THRU 2235-EXIT.
           PERFORM UNTIL WS-LOANMSTR-STATUS NOT = "00"
               IF LM-EMP-ID = WS-LOSER-ID
                   ADD 1 TO WS-MFL-LOSER(2)
               END-IF
               IF LM-EMP-ID = WS-SURVIVOR-ID
                   ADD 1 TO WS-MFL-SURVIVOR(2)
               END-IF
               PERFORM 2235-READ-LOAN THRU 2235-EXIT
           END-PERFORM.
       2230-EXIT.
           EXIT.

       2235-READ-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       2235-EXIT.
           EXIT.

       2237-COUNT-ACCOUNTS.
           IF NOT WS-ACM-OPEN-YES
               GO TO 2237-EXIT
           END-IF.
           MOVE LOW-VALUES TO AC-ACCOUNT-ID.
           START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN AC-ACCOUNT-ID
               INVALID KEY
                   GO TO 2237-EXIT
           END-START.
           PERFORM 2238-READ-ACCOUNT THRU 2238-EXIT.
           PERFORM UNTIL WS-ACM-STATUS NOT = "00"
               IF AC-OWNER-ID = WS-LOSER-ID
                   ADD 1 TO WS-MFL-LOSER(9)
               END-IF
               IF AC-OWNER-ID = WS-SURVIVOR-ID
                   ADD 1 TO WS-MFL-SURVIVOR(9)
               END-IF
               PERFORM 2238-READ-ACCOUNT THRU 2238-EXIT
           END-PERFORM.
       2237-EXIT.
           EXIT.

       2238-READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       2238-EXIT.
           EXIT.

       2240-COUNT-ONE-DELINQ.
           IF WS-DQT-EMP-ID(WS-DQT-SUB) = WS-LOSER-ID
               ADD 1 TO WS-MFL-LOSER(3)
           END-IF.
           IF WS-DQT-EMP-ID(WS-DQT-SUB) = WS-SURVIVOR-ID
               ADD 1 TO WS-MFL-SURVIVOR(3)
           END-IF.
       2240-EXIT.
           EXIT.

      *    a completion credited under both ids would stand paid twice
      *    for one case; improvement credits simply fold, the lowest
      *    rank paid to holding for the plan year
       2242-COUNT-ONE-INCENTIVE.
           IF WS-IVT-EMP-ID(WS-IVT-SUB) = WS-SURVIVOR-ID
               ADD 1 TO WS-MFL-SURVIVOR(10)
           END-IF.
           IF WS-IVT-EMP-ID(WS-IVT-SUB) NOT = WS-LOSER-ID
               GO TO 2242-EXIT
           END-IF.
           ADD 1 TO WS-MFL-LOSER(10).
           IF NOT WS-IVT-COMPLETION(WS-IVT-SUB)
               GO TO 2242-EXIT
           END-IF.
           MOVE WS-IVT-NOTICE(WS-IVT-SUB) TO WS-MATCH-DATE.
           PERFORM 2244-MATCH-INCENTIVE THRU 2244-EXIT
               VARYING WS-IVT-SUB2 FROM 1 BY 1
               UNTIL WS-IVT-SUB2 > WS-IVT-USED
                   OR WS-REJECT-YES.
       2242-EXIT.
           EXIT.

       2244-MATCH-INCENTIVE.
           IF WS-IVT-EMP-ID(WS-IVT-SUB2) = WS-SURVIVOR-ID
                   AND WS-IVT-COMPLETION(WS-IVT-SUB2)
                   AND WS-IVT-NOTICE(WS-IVT-SUB2) = WS-MATCH-DATE
               STRING "INCVREG CASE " WS-MATCH-DATE " ON BOTH"
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               END-STRING
               SET WS-REJECT-YES TO TRUE
           END-IF.
       2244-EXIT.
           EXIT.

      *    ClaimScreen finds a held claim by its employee, amount,
      *    type and receipt date - two alike under one id could not
      *    be told apart by the review feed
       2246-COUNT-ONE-HOLD.
           IF WS-CHT-EMP-ID(WS-CHT-SUB) = WS-SURVIVOR-ID
               ADD 1 TO WS-MFL-SURVIVOR(11)
           END-IF.
           IF WS-CHT-EMP-ID(WS-CHT-SUB) NOT = WS-LOSER-ID
               GO TO 2246-EXIT
           END-IF.
           ADD 1 TO WS-MFL-LOSER(11).
           MOVE WS-CHT-CLAIM-KEY(WS-CHT-SUB) TO WS-MATCH-CLAIM.
           MOVE WS-CHT-RECEIPT(WS-CHT-SUB)   TO WS-MATCH-DATE.
           PERFORM 2248-MATCH-HOLD THRU 2248-EXIT
               VARYING WS-CHT-SUB2 FROM 1 BY 1
               UNTIL WS-CHT-SUB2 > WS-CHT-USED
                   OR WS-REJECT-YES.
       2246-EXIT.
           EXIT.

       2248-MATCH-HOLD.
           IF WS-CHT-EMP-ID(WS-CHT-SUB2) = WS-SURVIVOR-ID
                   AND WS-CHT-CLAIM-KEY(WS-CHT-SUB2) = WS-MATCH-CLAIM
               STRING "CLMHOLD CLAIM " WS-MATCH-DATE " ON BOTH"
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               END-STRING
               SET WS-REJECT-YES TO TRUE
           END-IF.
       2248-EXIT.
           EXIT.

       2250-COUNT-ONE-ASSIGNMENT.
           IF WS-DHT-EMP-ID(WS-DHT-SUB) = WS-LOSER-ID
               ADD 1 TO WS-MFL-LOSER(4)
           END-IF.
           IF WS-DHT-EMP-ID(WS-DHT-SUB) = WS-SURVIVOR-ID
               ADD 1 TO WS-MFL-SURVIVOR(4)
           END-IF.
       2250-EXIT.
           EXIT.

       2260-COUNT-ONE-ENROLLMENT.
           IF WS-ENT-EMP-ID(WS-ENT-SUB) = WS-SURVIVOR-ID
               ADD 1 TO WS-MFL-SURVIVOR(5)
           END-IF.
           IF WS-ENT-EMP-ID(WS-ENT-SUB) NOT = WS-LOSER-ID
               GO TO 2260-EXIT
           END-IF.
           ADD 1 TO WS-MFL-LOSER(5).
           MOVE WS-ENT-NOTICE(WS-ENT-SUB) TO WS-MATCH-DATE.
           PERFORM 2265-MATCH-ENROLLMENT THRU 2265-EXIT
               VARYING WS-ENT-SUB2 FROM 1 BY 1
               UNTIL WS-ENT-SUB2 > WS-ENT-USED
                   OR WS-REJECT-YES.
       2260-EXIT.
           EXIT.

       2265-MATCH-ENROLLMENT.
           IF WS-ENT-EMP-ID(WS-ENT-SUB2) = WS-SURVIVOR-ID
                   AND WS-ENT-NOTICE(WS-ENT-SUB2) = WS-MATCH-DATE
               STRING "ENRLMSTR CASE " WS-MATCH-DATE " ON BOTH"
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               END-STRING
               SET WS-REJECT-YES TO TRUE
           END-IF.
       2265-EXIT.
           EXIT.

       2270-COUNT-ONE-PENDING.
           IF WS-PNT-EMP-ID(WS-PNT-SUB) = WS-LOSER-ID
               ADD 1 TO WS-MFL-LOSER(6)
           END-IF.
           IF WS-PNT-EMP-ID(WS-PNT-SUB) = WS-SURVIVOR-ID
               ADD 1 TO WS-MFL-SURVIVOR(6)
           END-IF.
       2270-EXIT.
           EXIT.

      *    two responses on one survey date would double-count the
      *    person in that period's digest; comments carry no date and
      *    simply follow their response
       2280-COUNT-ONE-SURVEY.
           IF WS-SVT-COMMENT-REC(WS-SVT-SUB)
               IF WS-SVT-RESPONDENT(WS-SVT-SUB) = WS-LOSER-ID
                   ADD 1 TO WS-MFL-LOSER(7)
               END-IF
               IF WS-SVT-RESPONDENT(WS-SVT-SUB) = WS-SURVIVOR-ID
                   ADD 1 TO WS-MFL-SURVIVOR(7)
               END-IF
               GO TO 2280-EXIT
           END-IF.
           IF WS-SVT-PERSON-ID(WS-SVT-SUB) = WS-SURVIVOR-ID
               ADD 1 TO WS-MFL-SURVIVOR(7)
           END-IF.
           IF WS-SVT-PERSON-ID(WS-SVT-SUB) NOT = WS-LOSER-ID
               GO TO 2280-EXIT
           END-IF.
           ADD 1 TO WS-MFL-LOSER(7).
           MOVE WS-SVT-DATE(WS-SVT-SUB) TO WS-MATCH-DATE.
           PERFORM 2285-MATCH-SURVEY THRU 2285-EXIT
               VARYING WS-SVT-SUB2 FROM 1 BY 1
               UNTIL WS-SVT-SUB2 > WS-SVT-USED
                   OR WS-REJECT-YES.
       2280-EXIT.
           EXIT.

       2285-MATCH-SURVEY.
           IF NOT WS-SVT-COMMENT-REC(WS-SVT-SUB2)
                   AND WS-SVT-PERSON-ID(WS-SVT-SUB2) = WS-SURVIVOR-ID
                   AND WS-SVT-DATE(WS-SVT-SUB2) = WS-MATCH-DATE
               STRING "SURVOUT DATE " WS-MATCH-DATE " ON BOTH"
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               END-STRING
               SET WS-REJECT-YES TO TRUE
           END-IF.
       2285-EXIT.
           EXIT.

      *    the loser's CLMYTD rows are kept for the fold; each is then
      *    looked up under the survivor's id, where the two are added
      *    together - rejected only if the sum will not fit
       2290-COUNT-CLAIM-YTD.
           MOVE ZERO TO WS-CYT-USED.
           MOVE ZERO TO WS-CYT-COMBINED.
           IF NOT WS-YTD-OPEN-YES
               GO TO 2290-EXIT
           END-IF.
           MOVE WS-SURVIVOR-ID TO CY-EMP-ID.
           MOVE LOW-VALUES     TO CY-CLAIM-TYPE CY-CLAIM-YEAR.
           START CLAIM-YTD-FILE KEY IS NOT LESS THAN CY-YTD-KEY
               INVALID KEY
                   MOVE "99" TO WS-YTD-STATUS
           END-START.
           IF WS-YTD-STATUS = "00"
               PERFORM 2295-READ-CLAIM-YTD THRU 2295-EXIT
           END-IF.
           PERFORM UNTIL WS-YTD-STATUS NOT = "00"
                   OR CY-EMP-ID NOT = WS-SURVIVOR-ID
               ADD 1 TO WS-MFL-SURVIVOR(8)
               PERFORM 2295-READ-CLAIM-YTD THRU 2295-EXIT
           END-PERFORM.
           MOVE WS-LOSER-ID TO CY-EMP-ID.
           MOVE LOW-VALUES  TO CY-CLAIM-TYPE CY-CLAIM-YEAR.
           START CLAIM-YTD-FILE KEY IS NOT LESS THAN CY-YTD-KEY
               INVALID KEY
                   GO TO 2290-EXIT
           END-START.
           PERFORM 2295-READ-CLAIM-YTD THRU 2295-EXIT.
           PERFORM UNTIL WS-YTD-STATUS NOT = "00"
                   OR CY-EMP-ID NOT = WS-LOSER-ID
               ADD 1 TO WS-MFL-LOSER(8)
               IF WS-CYT-USED < WS-CYT-MAX
                   ADD 1 TO WS-CYT-USED
                   MOVE CY-CLAIM-TYPE  TO WS-CYT-TYPE(WS-CYT-USED)
                   MOVE CY-CLAIM-YEAR  TO WS-CYT-YEAR(WS-CYT-USED)
                   MOVE CY-PAID-AMOUNT TO WS-CYT-PAID(WS-CYT-USED)
                   MOVE CY-HELD-AMOUNT TO WS-CYT-HELD(WS-CYT-USED)
                   MOVE CY-CLAIM-COUNT TO WS-CYT-COUNT(WS-CYT-USED)
                   MOVE CY-LAST-POST-DATE
                                       TO WS-CYT-LAST-DATE(WS-CYT-USED)
               ELSE
                   MOVE "TOO MANY CLMYTD ROWS TO MOVE"
                                       TO WS-EXC-REASON
                   SET WS-REJECT-YES TO TRUE
               END-IF
               PERFORM 2295-READ-CLAIM-YTD THRU 2295-EXIT
           END-PERFORM.
           IF WS-REJECT-YES
               GO TO 2290-EXIT
           END-IF.
           PERFORM 2297-CHECK-ONE-CLAIM-YTD THRU 2297-EXIT
               VARYING WS-CYT-SUB FROM 1 BY 1
               UNTIL WS-CYT-SUB > WS-CYT-USED
                   OR WS-REJECT-YES.
       2290-EXIT.
           EXIT.

       2295-READ-CLAIM-YTD.
           READ CLAIM-YTD-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       2295-EXIT.
           EXIT.

       2297-CHECK-ONE-CLAIM-YTD.
           MOVE WS-SURVIVOR-ID          TO CY-EMP-ID.
           MOVE WS-CYT-TYPE(WS-CYT-SUB) TO CY-CLAIM-TYPE.
           MOVE WS-CYT-YEAR(WS-CYT-SUB) TO CY-CLAIM-YEAR.
           READ CLAIM-YTD-FILE KEY IS CY-YTD-KEY
               INVALID KEY
                   GO TO 2297-EXIT
           END-READ.
           ADD 1 TO WS-CYT-COMBINED.
           ADD CY-PAID-AMOUNT WS-CYT-PAID(WS-CYT-SUB)
               GIVING WS-CYT-PAID-SUM.
           ADD CY-HELD-AMOUNT WS-CYT-HELD(WS-CYT-SUB)
               GIVING WS-CYT-HELD-SUM.
           ADD CY-CLAIM-COUNT WS-CYT-COUNT(WS-CYT-SUB)
               GIVING WS-CYT-COUNT-SUM.
           IF WS-CYT-PAID-SUM > 9999999.99
                   OR WS-CYT-HELD-SUM > 9999999.99
                   OR WS-CYT-COUNT-SUM > 99999
               STRING "CLMYTD " WS-CYT-TYPE(WS-CYT-SUB) " "
                   WS-CYT-YEAR(WS-CYT-SUB) " TOO LARGE"
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               END-STRING
               SET WS-REJECT-YES TO TRUE
           END-IF.
       2297-EXIT.
           EXIT.

      *****************************************************************
      *  2300-APPLY-MERGE : re-key the loser's screenings and billed  *
      *                     screenings, re-point its loans and its    *
      *                     rows in the loaded tables, then settle    *
      *                     the two master records                    *
      *****************************************************************
       2300-APPLY-MERGE.
           IF WS-HIST-OPEN-YES
               PERFORM 2310-MOVE-ONE-SCREENING THRU 2310-EXIT
                   VARYING WS-HSC-SUB FROM 1 BY 1
                   UNTIL WS-HSC-SUB > WS-HSC-USED
           END-IF.
           IF WS-BILL-OPEN-YES
               PERFORM 2315-MOVE-ONE-BILLING THRU 2315-EXIT
                   VARYING WS-CBT-SUB FROM 1 BY 1
                   UNTIL WS-CBT-SUB > WS-CBT-USED
           END-IF.
           IF WS-LOAN-OPEN-YES AND WS-MFL-LOSER(2) > ZERO
               PERFORM 2320-MOVE-LOANS THRU 2320-EXIT
           END-IF.
           IF WS-ACM-OPEN-YES AND WS-MFL-LOSER(9) > ZERO
               PERFORM 2325-MOVE-ACCOUNTS THRU 2325-EXIT
           END-IF.
           PERFORM 2330-MOVE-ONE-DELINQ THRU 2330-EXIT
               VARYING WS-DQT-SUB FROM 1 BY 1
               UNTIL WS-DQT-SUB > WS-DQT-USED.
           PERFORM 2340-MOVE-ONE-ASSIGNMENT THRU 2340-EXIT
               VARYING WS-DHT-SUB FROM 1 BY 1
               UNTIL WS-DHT-SUB > WS-DHT-USED.
           PERFORM 2350-MOVE-ONE-ENROLLMENT THRU 2350-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-USED.
           PERFORM 2360-MOVE-ONE-PENDING THRU 2360-EXIT
               VARYING WS-PNT-SUB FROM 1 BY 1
               UNTIL WS-PNT-SUB > WS-PNT-USED.
           PERFORM 2370-MOVE-ONE-SURVEY THRU 2370-EXIT
               VARYING WS-SVT-SUB FROM 1 BY 1
               UNTIL WS-SVT-SUB > WS-SVT-USED.
           IF WS-YTD-OPEN-YES
               PERFORM 2375-MOVE-ONE-CLAIM-YTD THRU 2375-EXIT
                   VARYING WS-CYT-SUB FROM 1 BY 1
                   UNTIL WS-CYT-SUB > WS-CYT-USED
           END-IF.
           PERFORM 2376-MOVE-ONE-INCENTIVE THRU 2376-EXIT
               VARYING WS-IVT-SUB FROM 1 BY 1
               UNTIL WS-IVT-SUB > WS-IVT-USED.
           PERFORM 2377-MOVE-ONE-HOLD THRU 2377-EXIT
               VARYING WS-CHT-SUB FROM 1 BY 1
               UNTIL WS-CHT-SUB > WS-CHT-USED.
           PERFORM 2380-UPDATE-MASTER THRU 2380-EXIT.
       2300-EXIT.
           EXIT.

      *    a screening is re-keyed by writing it under the survivor's
      *    id and deleting the loser's copy
       2310-MOVE-ONE-SCREENING.
           MOVE WS-LOSER-ID             TO HB-EMP-ID.
           MOVE WS-HSC-DATE(WS-HSC-SUB) TO HB-SCREEN-DATE.
           READ BMI-HISTORY-FILE KEY IS HB-HISTORY-KEY
               INVALID KEY
                   GO TO 2310-EXIT
           END-READ.
           MOVE WS-SURVIVOR-ID TO HB-EMP-ID.
           WRITE HB-HISTORY-RECORD
               INVALID KEY
                   MOVE "HB-HISTORY-KEY" TO WS-EXC-FIELD-NAME
                   MOVE WS-LOSER-ID      TO WS-EXC-BAD-VALUE
                   MOVE "SCREENING NOT RE-KEYED"
                                         TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   GO TO 2310-EXIT
           END-WRITE.
           MOVE WS-LOSER-ID TO HB-EMP-ID.
           DELETE BMI-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       2310-EXIT.
           EXIT.

       2315-MOVE-ONE-BILLING.
           MOVE WS-LOSER-ID             TO CB-EMP-ID.
           MOVE WS-CBT-DATE(WS-CBT-SUB) TO CB-SCREEN-DATE.
           READ BILLED-FILE KEY IS CB-BILLED-KEY
               INVALID KEY
                   GO TO 2315-EXIT
           END-READ.
           MOVE WS-SURVIVOR-ID TO CB-EMP-ID.
           WRITE CB-BILLED-RECORD
               INVALID KEY
                   MOVE "CB-BILLED-KEY"  TO WS-EXC-FIELD-NAME
                   MOVE WS-LOSER-ID      TO WS-EXC-BAD-VALUE
                   MOVE "BILLING NOT RE-KEYED"
                                         TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   GO TO 2315-EXIT
           END-WRITE.
           MOVE WS-LOSER-ID TO CB-EMP-ID.
           DELETE BILLED-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       2315-EXIT.
           EXIT.

       2320-MOVE-LOANS.
           MOVE LOW-VALUES TO LM-LOAN-ID.
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LM-LOAN-ID
               INVALID KEY
                   GO TO 2320-EXIT
           END-START.
           PERFORM 2235-READ-LOAN THRU 2235-EXIT.
           PERFORM UNTIL WS-LOANMSTR-STATUS NOT = "00"
               IF LM-EMP-ID = WS-LOSER-ID
                   MOVE WS-SURVIVOR-ID TO LM-EMP-ID
                   REWRITE LM-LOAN-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               PERFORM 2235-READ-LOAN THRU 2235-EXIT
           END-PERFORM.
       2320-EXIT.
           EXIT.

       2325-MOVE-ACCOUNTS.
           MOVE LOW-VALUES TO AC-ACCOUNT-ID.
           START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN AC-ACCOUNT-ID
               INVALID KEY
                   GO TO 2325-EXIT
           END-START.
           PERFORM 2238-READ-ACCOUNT THRU 2238-EXIT.
           PERFORM UNTIL WS-ACM-STATUS NOT = "00"
               IF AC-OWNER-ID = WS-LOSER-ID
                   MOVE WS-SURVIVOR-ID TO AC-OWNER-ID
                   REWRITE AC-ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
               PERFORM 2238-READ-ACCOUNT THRU 2238-EXIT
           END-PERFORM.
       2325-EXIT.
           EXIT.

       2330-MOVE-ONE-DELINQ.
           IF WS-DQT-EMP-ID(WS-DQT-SUB) = WS-LOSER-ID
               MOVE WS-SURVIVOR-ID TO WS-DQT-EMP-ID(WS-DQT-SUB)
               SET WS-DLQ-CHANGED-YES TO TRUE
           END-IF.
       2330-EXIT.
           EXIT.

       2340-MOVE-ONE-ASSIGNMENT.
           IF WS-DHT-EMP-ID(WS-DHT-SUB) = WS-LOSER-ID
               MOVE WS-SURVIVOR-ID TO WS-DHT-EMP-ID(WS-DHT-SUB)
               SET WS-DH-CHANGED-YES TO TRUE
           END-IF.
       2340-EXIT.
           EXIT.

       2350-MOVE-ONE-ENROLLMENT.
           IF WS-ENT-EMP-ID(WS-ENT-SUB) = WS-LOSER-ID
               MOVE WS-SURVIVOR-ID TO WS-ENT-EMP-ID(WS-ENT-SUB)
               SET WS-ENRL-CHANGED-YES TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

       2360-MOVE-ONE-PENDING.
           IF WS-PNT-EMP-ID(WS-PNT-SUB) = WS-LOSER-ID
               MOVE WS-SURVIVOR-ID TO WS-PNT-EMP-ID(WS-PNT-SUB)
               SET WS-PEND-CHANGED-YES TO TRUE
           END-IF.
       2360-EXIT.
           EXIT.

       2370-MOVE-ONE-SURVEY.
           IF WS-SVT-COMMENT-REC(WS-SVT-SUB)
               IF WS-SVT-RESPONDENT(WS-SVT-SUB) = WS-LOSER-ID
                   MOVE WS-SURVIVOR-ID
                       TO WS-SVT-RESPONDENT(WS-SVT-SUB)
                   SET WS-SURV-CHANGED-YES TO TRUE
               END-IF
           ELSE
               IF WS-SVT-PERSON-ID(WS-SVT-SUB) = WS-LOSER-ID
                   MOVE WS-SURVIVOR-ID
                       TO WS-SVT-PERSON-ID(WS-SVT-SUB)
                   SET WS-SURV-CHANGED-YES TO TRUE
               END-IF
           END-IF.
       2370-EXIT.
           EXIT.

      *    a CLMYTD row is added onto the survivor's row for the same
      *    category and year, or written under the survivor's id if
      *    there is none, and the loser's copy is deleted
       2375-MOVE-ONE-CLAIM-YTD.
           MOVE WS-SURVIVOR-ID          TO CY-EMP-ID.
           MOVE WS-CYT-TYPE(WS-CYT-SUB) TO CY-CLAIM-TYPE.
           MOVE WS-CYT-YEAR(WS-CYT-SUB) TO CY-CLAIM-YEAR.
           READ CLAIM-YTD-FILE KEY IS CY-YTD-KEY
               INVALID KEY
                   MOVE WS-CYT-PAID(WS-CYT-SUB) TO CY-PAID-AMOUNT
                   MOVE WS-CYT-HELD(WS-CYT-SUB) TO CY-HELD-AMOUNT
                   MOVE WS-CYT-COUNT(WS-CYT-SUB) TO CY-CLAIM-COUNT
                   MOVE WS-CYT-LAST-DATE(WS-CYT-SUB)
                                          TO CY-LAST-POST-DATE
                   WRITE CY-YTD-RECORD
                       INVALID KEY
                           MOVE "CY-YTD-KEY"  TO WS-EXC-FIELD-NAME
                           MOVE WS-LOSER-ID   TO WS-EXC-BAD-VALUE
                           MOVE "CLMYTD ROW NOT MOVED"
                                              TO WS-EXC-REASON
                           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                           GO TO 2375-EXIT
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-CYT-PAID(WS-CYT-SUB)  TO CY-PAID-AMOUNT
                   ADD WS-CYT-HELD(WS-CYT-SUB)  TO CY-HELD-AMOUNT
                   ADD WS-CYT-COUNT(WS-CYT-SUB) TO CY-CLAIM-COUNT
                   IF WS-CYT-LAST-DATE(WS-CYT-SUB) > CY-LAST-POST-DATE
                       MOVE WS-CYT-LAST-DATE(WS-CYT-SUB)
                                          TO CY-LAST-POST-DATE
                   END-IF
                   REWRITE CY-YTD-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE WS-LOSER-ID             TO CY-EMP-ID.
           MOVE WS-CYT-TYPE(WS-CYT-SUB) TO CY-CLAIM-TYPE.
           MOVE WS-CYT-YEAR(WS-CYT-SUB) TO CY-CLAIM-YEAR.
           DELETE CLAIM-YTD-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
       2375-EXIT.
           EXIT.

       2376-MOVE-ONE-INCENTIVE.
           IF WS-IVT-EMP-ID(WS-IVT-SUB) = WS-LOSER-ID
               MOVE WS-SURVIVOR-ID TO WS-IVT-EMP-ID(WS-IVT-SUB)
               SET WS-IVR-CHANGED-YES TO TRUE
           END-IF.
       2376-EXIT.
           EXIT.

       2377-MOVE-ONE-HOLD.
           IF WS-CHT-EMP-ID(WS-CHT-SUB) = WS-LOSER-ID
               MOVE WS-SURVIVOR-ID TO WS-CHT-EMP-ID(WS-CHT-SUB)
               SET WS-HOLD-CHANGED-YES TO TRUE
           END-IF.
       2377-EXIT.
           EXIT.

      *    the loser's unpaid reimbursement balance follows its
      *    history to the survivor, so the separation run never pays
      *    it out against a duplicate.  Both rewrites go to EMPCHGLG.
      *    If the survivor cannot take the balance the loser is left
      *    as it was, still holding it, and the merge counts rejected.
       2380-UPDATE-MASTER.
           MOVE "MERGE" TO WS-CHG-SOURCE.
           MOVE WS-SURVIVOR-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE KEY IS PR-PERSON-ID
               INVALID KEY
                   GO TO 2380-EXIT
           END-READ.
           PERFORM 9810-SNAP-BEFORE THRU 9810-EXIT.
           MOVE WS-MERGED-AMOUNT TO EM-AMOUNT.
           REWRITE EM-EMPLOYEE-RECORD
               INVALID KEY
                   MOVE "PR-PERSON-ID"  TO WS-EXC-FIELD-NAME
                   MOVE WS-SURVIVOR-ID  TO WS-EXC-BAD-VALUE
                   MOVE "SURVIVOR REWRITE FAILED"
                                        TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-REJECT-YES TO TRUE
                   GO TO 2380-EXIT
           END-REWRITE.
           PERFORM 9820-LOG-CHANGES THRU 9820-EXIT.
           MOVE WS-LOSER-ID TO PR-PERSON-ID.
           READ EMPLOYEE-MASTER-FILE KEY IS PR-PERSON-ID
               INVALID KEY
                   GO TO 2380-EXIT
           END-READ.
           PERFORM 9810-SNAP-BEFORE THRU 9810-EXIT.
           MOVE ZERO           TO EM-AMOUNT.
           MOVE 'T'            TO EM-STATUS-CODE.
           MOVE WS-TODAY       TO EM-STATUS-DATE.
           MOVE WS-SURVIVOR-ID TO EM-MERGED-TO-ID.
           REWRITE EM-EMPLOYEE-RECORD
               INVALID KEY
                   GO TO 2380-EXIT
           END-REWRITE.
           PERFORM 9820-LOG-CHANGES THRU 9820-EXIT.
       2380-EXIT.
           EXIT.

      *****************************************************************
      *  2400-REPORT-MERGE : the before/after block for one merge     *
      *****************************************************************
       2400-REPORT-MERGE.
           MOVE WS-COUNT-HEAD-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           MOVE ZERO TO WS-MOVED-COUNT.
           PERFORM 2410-REPORT-ONE-FILE THRU 2410-EXIT
               VARYING WS-MFL-SUB FROM 1 BY 1
               UNTIL WS-MFL-SUB > WS-MFL-MAX.
           MOVE WS-LOSER-AMOUNT    TO WS-AL-LOSER.
           MOVE WS-SURVIVOR-AMOUNT TO WS-AL-SURVIVOR.
           MOVE WS-MERGED-AMOUNT   TO WS-AL-AFTER.
           MOVE WS-AMOUNT-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           MOVE WS-LOSER-ID    TO WS-LL-LOSER-ID.
           MOVE WS-SURVIVOR-ID TO WS-LL-SURVIVOR-ID.
           MOVE WS-LOSER-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
       2400-EXIT.
           EXIT.

       2410-REPORT-ONE-FILE.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE WS-MFL-NAME(WS-MFL-SUB)     TO WS-CL-FILE.
           MOVE WS-MFL-LOSER(WS-MFL-SUB)    TO WS-CL-LOSER.
           MOVE WS-MFL-SURVIVOR(WS-MFL-SUB) TO WS-CL-SURVIVOR.
           COMPUTE WS-CL-AFTER = WS-MFL-LOSER(WS-MFL-SUB)
                               + WS-MFL-SURVIVOR(WS-MFL-SUB).
      *    CLMYTD rows for a category and year both ids claimed under
      *    fold into one
           IF WS-MFL-NAME(WS-MFL-SUB) = "CLMYTD  "
               COMPUTE WS-CL-AFTER = WS-MFL-LOSER(WS-MFL-SUB)
                                   + WS-MFL-SURVIVOR(WS-MFL-SUB)
                                   - WS-CYT-COMBINED
           END-IF.
           ADD WS-MFL-LOSER(WS-MFL-SUB) TO WS-MOVED-COUNT.
           MOVE WS-COUNT-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2500-AUDIT-MERGE : one AUDITLOG entry under each id          *
      *****************************************************************
       2500-AUDIT-MERGE.
           MOVE WS-MOVED-COUNT TO WS-MOVED-DISP.
           MOVE WS-LOSER-ID TO WS-AUD-KEY-ID.
           MOVE SPACES TO WS-AUD-KEY-INPUT WS-AUD-KEY-RESULT.
           STRING "MERGE " WS-LOSER-ID " INTO " WS-SURVIVOR-ID
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           STRING "MOVED " WS-MOVED-DISP " RECORDS, FROM ID NOW 'T'"
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
           MOVE WS-SURVIVOR-ID TO WS-AUD-KEY-ID.
           MOVE SPACES TO WS-AUD-KEY-RESULT.
           STRING "RECEIVED " WS-MOVED-DISP " RECORDS FROM "
               WS-LOSER-ID
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2900-REJECT-MERGE : nothing was moved - say why on the       *
      *                      report, EXCPRPT and AUDITLOG             *
      *****************************************************************
       2900-REJECT-MERGE.
           ADD 1 TO WS-CTL-REJECT-COUNT.
           MOVE WS-EXC-REASON TO WS-RJ-REASON.
           MOVE WS-REJECT-LINE TO MR-REPORT-LINE.
           WRITE MR-REPORT-LINE.
           MOVE "MT-FROM-ID"  TO WS-EXC-FIELD-NAME.
           MOVE WS-LOSER-ID   TO WS-EXC-BAD-VALUE.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT.
           MOVE WS-LOSER-ID TO WS-AUD-KEY-ID.
           MOVE SPACES TO WS-AUD-KEY-INPUT WS-AUD-KEY-RESULT.
           STRING "MERGE " WS-LOSER-ID " INTO " WS-SURVIVOR-ID
               DELIMITED BY SIZE INTO WS-AUD-KEY-INPUT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           STRING "REJECTED " WS-RJ-REASON
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-REWRITE-FILES : write back each loaded sequential file  *
      *                       a merge changed                         *
      *****************************************************************
       3000-REWRITE-FILES.
           IF WS-DLQ-CHANGED-YES
               OPEN OUTPUT DELINQ-STATE-FILE
               PERFORM 3100-WRITE-ONE-DELINQ THRU 3100-EXIT
                   VARYING WS-DQT-SUB FROM 1 BY 1
                   UNTIL WS-DQT-SUB > WS-DQT-USED
               CLOSE DELINQ-STATE-FILE
           END-IF.
           IF WS-DH-CHANGED-YES
               OPEN OUTPUT DEPT-HISTORY-FILE
               PERFORM 3200-WRITE-ONE-ASSIGNMENT THRU 3200-EXIT
                   VARYING WS-DHT-SUB FROM 1 BY 1
                   UNTIL WS-DHT-SUB > WS-DHT-USED
               CLOSE DEPT-HISTORY-FILE
           END-IF.
           IF WS-ENRL-CHANGED-YES
               OPEN OUTPUT ENROLLMENT-MASTER-FILE
               PERFORM 3300-WRITE-ONE-ENROLLMENT THRU 3300-EXIT
                   VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > WS-ENT-USED
               CLOSE ENROLLMENT-MASTER-FILE
           END-IF.
           IF WS-PEND-CHANGED-YES
               OPEN OUTPUT PENDING-FILE
               PERFORM 3400-WRITE-ONE-PENDING THRU 3400-EXIT
                   VARYING WS-PNT-SUB FROM 1 BY 1
                   UNTIL WS-PNT-SUB > WS-PNT-USED
               CLOSE PENDING-FILE
           END-IF.
           IF WS-SURV-CHANGED-YES
               OPEN OUTPUT SURVEY-RESULTS-FILE
               PERFORM 3500-WRITE-ONE-SURVEY THRU 3500-EXIT
                   VARYING WS-SVT-SUB FROM 1 BY 1
                   UNTIL WS-SVT-SUB > WS-SVT-USED
               CLOSE SURVEY-RESULTS-FILE
           END-IF.
           IF WS-IVR-CHANGED-YES
               OPEN OUTPUT INCENTIVE-REGISTER-FILE
               PERFORM 3600-WRITE-ONE-INCENTIVE THRU 3600-EXIT
                   VARYING WS-IVT-SUB FROM 1 BY 1
                   UNTIL WS-IVT-SUB > WS-IVT-USED
               CLOSE INCENTIVE-REGISTER-FILE
           END-IF.
           IF WS-HOLD-CHANGED-YES
               OPEN OUTPUT HOLD-FILE
               PERFORM 3700-WRITE-ONE-HOLD THRU 3700-EXIT
                   VARYING WS-CHT-SUB FROM 1 BY 1
                   UNTIL WS-CHT-SUB > WS-CHT-USED
               CLOSE HOLD-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-DELINQ.
           MOVE WS-DQT-ENTRY(WS-DQT-SUB) TO DQ-DELINQ-RECORD.
           WRITE DQ-DELINQ-RECORD.
       3100-EXIT.
           EXIT.

       3200-WRITE-ONE-ASSIGNMENT.
           MOVE WS-DHT-ENTRY(WS-DHT-SUB) TO DH-ASSIGNMENT-RECORD.
           WRITE DH-ASSIGNMENT-RECORD.
       3200-EXIT.
           EXIT.

       3300-WRITE-ONE-ENROLLMENT.
           MOVE WS-ENT-ENTRY(WS-ENT-SUB) TO EN-ENROLLMENT-RECORD.
           WRITE EN-ENROLLMENT-RECORD.
       3300-EXIT.
           EXIT.

       3400-WRITE-ONE-PENDING.
           MOVE WS-PNT-ENTRY(WS-PNT-SUB) TO PN-PENDING-RECORD.
           WRITE PN-PENDING-RECORD.
       3400-EXIT.
           EXIT.

       3500-WRITE-ONE-SURVEY.
           MOVE WS-SVT-IMAGE(WS-SVT-SUB) TO CM-COMMENT-RECORD.
           WRITE CM-COMMENT-RECORD.
       3500-EXIT.
           EXIT.

       3600-WRITE-ONE-INCENTIVE.
           MOVE WS-IVT-IMAGE(WS-IVT-SUB) TO IV-REGISTER-RECORD.
           WRITE IV-REGISTER-RECORD.
       3600-EXIT.
           EXIT.

       3700-WRITE-ONE-HOLD.
           MOVE WS-CHT-IMAGE(WS-CHT-SUB) TO CH-HOLD-RECORD.
           WRITE CH-HOLD-RECORD.
       3700-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one rejected entry to the      *
      *                         shared EXCPRPT exception report       *
      *****************************************************************
       9100-WRITE-EXCEPTION.
           MOVE SPACES         TO EX-EXCEPTION-RECORD.
           MOVE "EMPMERGE"     TO EX-PROGRAM-ID.
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
           MOVE "EMPMERGE"     TO AU-PROGRAM-ID.
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
      *                              of transactions read, merges     *
      *                              applied and rejected, and the    *
      *                              EM-AMOUNT carried across, to     *
      *                              CTLTOTS                          *
      *****************************************************************
       9300-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS-FILE.
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTALS-FILE
           END-IF.
           MOVE SPACES             TO CT-CONTROL-RECORD.
           MOVE "EMPMERGE"         TO CT-PROGRAM-ID.
           MOVE WS-CTL-MODE        TO CT-STEP-MODE.
           ACCEPT CT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CT-RUN-TIME FROM TIME.
           MOVE WS-CTL-READ-COUNT     TO CT-RECORDS-READ.
           MOVE WS-CTL-WRITTEN-COUNT  TO CT-RECORDS-WRITTEN.
           MOVE WS-CTL-REJECT-COUNT   TO CT-RECORDS-REJECTED.
           MOVE WS-AMOUNT-MOVED-TOTAL TO CT-AMOUNT-TOTAL.
           WRITE CT-CONTROL-RECORD.
           CLOSE CONTROL-TOTALS-FILE.
       9300-EXIT.
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
      *                     field that differs from the snapshot      *
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
           MOVE "EMPMERGE"       TO MC-PROGRAM-ID.
           MOVE WS-CHG-SOURCE    TO MC-SOURCE.
           MOVE WS-CHG-FIELD-NAME(WS-CHG-SUB) TO MC-FIELD-NAME.
           MOVE WS-CHG-BEFORE(WS-CHG-SUB)     TO MC-BEFORE-VALUE.
           MOVE WS-CHG-STAGE(WS-CHG-SUB)      TO MC-AFTER-VALUE.
           WRITE MC-CHANGE-RECORD.
       9830-EXIT.
           EXIT.
