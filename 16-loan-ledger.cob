      *                   the next night's BalanceReport on a healthy *
      *                   run.  The aging report and AUDITLOG summary *
      *                   carry the sweep's evidence.                 *
      *  2026-09-16  RKM  Added an IMPUTED mode (optional tax year on *
      *                   the command line) for year-end payroll      *
      *                   reporting : each loan's principal balance   *
      *                   is rebuilt month by month from LOANJRNL,    *
      *                   and in every month the loan's rate (as of   *
      *                   that month, through any LOANAMND rate       *
      *                   change) sits below the AFRRATE applicable   *
      *                   rate for its term class the forgone         *
      *                   interest is taxable income.  The year's     *
      *                   amounts go to the bureau on the IMPINC      *
      *                   interface file (PAYDEDUC header/detail/     *
      *                   trailer style) with one listing page per    *
      *                   employee to IMPLIST for HR.  LOANINTS only  *
      *                   ever showed interest actually paid.         *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *  2026-09-26  RKM  Added a COLLECT mode working the LOANDLQ    *
      *                   delinquents the DELINQ sweep leaves : a     *
      *                   first, second or final notice goes to       *
      *                   LOANLTRS as a loan reaches 30, 60 or 90     *
      *                   days past due, showing the arrears, the     *
      *                   level payment and a calendar cure date.     *
      *                   The LOANLHST letter history records the     *
      *                   notice each loan last received so none is   *
      *                   sent twice, and a loan that cures drops off *
      *                   it and starts over.  Loans at the final     *
      *                   stage are listed to LOANREFR for payroll    *
      *                   and HR action.  Until now DELINQ found the  *
      *                   arrears but nothing reached the borrower.   *
      *  2026-09-27  RKM  PRDCTL accounting periods.  A payment dated *
      *                   into a closed period books to GLWORK on the *
      *                   first open day, maintenance effective in a  *
      *                   closed period is rejected (quotes           *
      *                   excepted), and DELINQ stamps its sweep on   *
      *                   the open periods.                           *
      *  2026-09-29  RKM  IMPUTED refuses a tax year that is not four *
      *                   digits, RC 8.                               *
      *  2026-09-29  RKM  MAINT applies a new settlement type ('S')   *
      *                   that SeparationClearance appends for each   *
      *                   loan it deducts from a leaver's final pay.  *
      *                   The loan is marked paid off, and the        *
      *                   balance is journalled to LOANJRNL as        *
      *                   principal dated the separation date.  It    *
      *                   also books to GLWORK, rolled forward when   *
      *                   that date is in a closed period.  An 'S' is *
      *                   never refused for a closed period, because  *
      *                   the money has already been taken.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPARTMENT-FILE ASSIGN TO "DEPTREF"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLW-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PRDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
           SELECT MAINT-FILE ASSIGN TO "LOANMNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT AFR-RATE-FILE ASSIGN TO "AFRRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFR-STATUS.
           SELECT IMPUTED-INCOME-FILE ASSIGN TO "IMPINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPINC-STATUS.
           SELECT IMPUTED-LIST-FILE ASSIGN TO "IMPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPLIST-STATUS.
           SELECT LETTER-HISTORY-FILE ASSIGN TO "LOANLHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LHST-STATUS.
           SELECT COLLECTION-LETTER-FILE ASSIGN TO "LOANLTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO "LOANREFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACTIVITY-FILE.
           COPY gljrnlrec.

       FD  PERIOD-CONTROL-FILE.
           COPY prdctlrec.

       FD  MAINT-FILE.
           COPY loanmntrec.

       FD  RUN-LOCK-FILE.
           COPY runlockrec.

       FD  AFR-RATE-FILE.
           COPY afrrtrec.

       FD  IMPUTED-INCOME-FILE.
           COPY impincrec.

       FD  IMPUTED-LIST-FILE.
       01  IL-LISTING-LINE          PIC X(80).

       FD  LETTER-HISTORY-FILE.
           COPY loanltrrec.

       FD  COLLECTION-LETTER-FILE.
       01  CL-LETTER-LINE           PIC X(80).

       FD  REFERRAL-FILE.
       01  RF-REFERRAL-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE              PIC X(20)  VALUE SPACES.
       77  WS-LOCK-STATUS           PIC X(02)  VALUE SPACES.
           88  WS-MASTER-OPEN-YES              VALUE 'Y'.
       01  WS-TODAY                 PIC X(08)  VALUE SPACES.
      *****************************************************************
      *  PRDCTL accounting periods : PAY and MAINT test dates against *
      *  the latest closed period (periods close in order, so every   *
      *  period up to it is closed), and DELINQ stamps the open       *
      *  periods with the sweep the month-end close looks for         *
      *****************************************************************
       77  WS-PRD-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-PRD-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-PRD-EOF-YES                  VALUE 'Y'.
       77  WS-PRD-FULL-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-PRD-FULL-YES                 VALUE 'Y'.
       77  WS-PRD-MAX               PIC 9(03) COMP VALUE 120.
       77  WS-PRD-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-PRD-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-PRD-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 120 TIMES.
               10  WS-PRD-PERIOD        PIC X(06).
               10  WS-PRD-STATE         PIC X(01).
               10  WS-PRD-EXTRACT-DATE  PIC X(08).
               10  WS-PRD-BALANCED      PIC X(01).
               10  WS-PRD-DELINQ-DATE   PIC X(08).
               10  WS-PRD-CLOSED-DATE   PIC X(08).
       01  WS-CLOSED-THRU           PIC X(06)  VALUE SPACES.
       01  WS-OPEN-FROM-DATE        PIC X(08)  VALUE SPACES.
       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR       PIC 9(04).
           05  WS-PERIOD-MONTH      PIC 9(02).
       01  WS-GW-TRAN-DATE          PIC X(08)  VALUE SPACES.
      *****************************************************************
      *  Delinquency arithmetic work fields : expected-paid-to-date   *
      *  at the level payment against what the payment runs actually  *
      *  drew down, on the banker's 30-day month                      *
               "TOTAL INTEREST FOR YEAR:  ".
           05  WS-INTS-TOTAL-INT    PIC $$,$$$,$$9.99.
      *****************************************************************
      *  Imputed interest state : the AFRRATE table, the LOANAMND     *
      *  rate changes and write-offs, and one slot per loan with its  *
      *  principal repaid before the tax year and in each month of    *
      *  it, from which the month-start balances are rebuilt          *
      *****************************************************************
       77  WS-AFR-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-IMPINC-STATUS         PIC X(02)  VALUE SPACES.
       77  WS-IMPLIST-STATUS        PIC X(02)  VALUE SPACES.
       77  WS-AFR-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-AFR-EOF-YES                  VALUE 'Y'.
       77  WS-AMD-EOF-SWITCH        PIC X(01)  VALUE 'N'.
           88  WS-AMD-EOF-YES                  VALUE 'Y'.
       77  WS-IMP-ABORT-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-IMP-ABORT-YES                VALUE 'Y'.
       01  WS-IMP-YEAR              PIC X(04)  VALUE SPACES.
       01  WS-IMP-YEAR-START        PIC X(08)  VALUE SPACES.
       01  WS-IMP-KEY-LOAN          PIC X(10)  VALUE SPACES.
       77  WS-AFR-MAX               PIC 9(03) COMP VALUE 300.
       77  WS-AFR-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-AFR-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-AFR-BEST-SUB          PIC 9(03) COMP VALUE ZERO.
       01  WS-AFR-TABLE.
           05  WS-AFR-ENTRY OCCURS 300 TIMES.
               10  WS-AFR-DATE      PIC X(08).
               10  WS-AFR-CLASS     PIC X(01).
               10  WS-AFR-RATE      PIC 9(01)V9(04).
       77  WS-AMC-MAX               PIC 9(03) COMP VALUE 300.
       77  WS-AMC-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-AMC-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-AMC-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       01  WS-AMC-TABLE.
           05  WS-AMC-ENTRY OCCURS 300 TIMES.
               10  WS-AMC-LOAN-ID   PIC X(10).
               10  WS-AMC-DATE      PIC X(08).
               10  WS-AMC-OLD-RATE  PIC 9(01)V9(04).
       77  WS-IMP-MAX               PIC 9(03) COMP VALUE 300.
       77  WS-IMP-USED              PIC 9(03) COMP VALUE ZERO.
       77  WS-IMP-SUB               PIC 9(03) COMP VALUE ZERO.
       77  WS-IMP-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
       77  WS-IMP-EMP-SUB           PIC 9(03) COMP VALUE ZERO.
       77  WS-MON-SUB               PIC 9(02) COMP VALUE ZERO.
       01  WS-IMP-TABLE.
           05  WS-IMP-ENTRY OCCURS 300 TIMES.
               10  WS-IMP-LOAN-ID   PIC X(10).
               10  WS-IMP-EMP-ID    PIC X(10).
               10  WS-IMP-PRINCIPAL PIC 9(07)V99.
               10  WS-IMP-RATE      PIC 9(01)V9(04).
               10  WS-IMP-CLASS     PIC X(01).
               10  WS-IMP-ORIG-DATE PIC X(08).
               10  WS-IMP-STATUS    PIC X(01).
               10  WS-IMP-WOFF-DATE PIC X(08).
               10  WS-IMP-LAST-PAY  PIC X(08).
               10  WS-IMP-PRIOR-PRIN PIC 9(09)V99.
               10  WS-IMP-MONTH-PRIN PIC 9(09)V99 OCCURS 12 TIMES.
               10  WS-IMP-FORGONE   PIC 9(07)V99.
               10  WS-IMP-MONTHS    PIC 9(02).
               10  WS-IMP-DONE-SW   PIC X(01).
       01  WS-NORATE-TABLE.
           05  WS-NORATE-SW         PIC X(01) OCCURS 12 TIMES.
       01  WS-MON-START-DATE.
           05  WS-MON-START-YEAR    PIC X(04).
           05  WS-MON-START-MONTH   PIC 9(02).
           05  WS-MON-START-DAY     PIC X(02)  VALUE "01".
       01  WS-MON-BALANCE           PIC S9(09)V99 VALUE ZERO.
       01  WS-MON-LOAN-RATE         PIC 9(01)V9(04) VALUE ZERO.
       01  WS-MON-AFR-RATE          PIC 9(01)V9(04) VALUE ZERO.
       01  WS-MON-FORGONE           PIC 9(07)V99 VALUE ZERO.
       01  WS-PRIN-TO-DATE          PIC 9(09)V99 VALUE ZERO.
       01  WS-IMP-EMP-TOTAL         PIC 9(09)V99 VALUE ZERO.
       01  WS-IMP-GRAND-TOTAL       PIC 9(11)V99 VALUE ZERO.
       77  WS-IMP-EMP-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-IMP-LOAN-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-II-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-II-HASH-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-IMP-RATE-PCT          PIC 9(03)V99 VALUE ZERO.
       01  WS-IMP-COUNT-DISP        PIC ZZZZ9.
       01  WS-IMP-TOTAL-DISP        PIC $$,$$$,$$9.99.
       01  WS-IMPL-RULE-LINE        PIC X(60)  VALUE ALL "-".
       01  WS-IMPL-TITLE-LINE.
           05  FILLER               PIC X(44) VALUE
               "IMPUTED INTEREST ON BELOW-MARKET LOANS  TAX ".
           05  FILLER               PIC X(06) VALUE "YEAR: ".
           05  WS-IMPL-TITLE-YEAR   PIC X(04).
       01  WS-IMPL-EMP-LINE.
           05  FILLER               PIC X(10) VALUE "EMPLOYEE: ".
           05  WS-IMPL-EMP-ID       PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-IMPL-EMP-NAME     PIC X(20).
       01  WS-IMPL-HEAD-LINE.
           05  FILLER               PIC X(15) VALUE "LOAN ID".
           05  FILLER               PIC X(14) VALUE "RATE NOW".
           05  FILLER               PIC X(18) VALUE "MONTHS BELOW AFR".
           05  FILLER               PIC X(16) VALUE "FORGONE INTEREST".
       01  WS-IMPL-LOAN-LINE.
           05  WS-IMPL-LOAN-ID      PIC X(10).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-IMPL-RATE         PIC ZZ9.99.
           05  FILLER               PIC X(01) VALUE "%".
           05  FILLER               PIC X(21) VALUE SPACES.
           05  WS-IMPL-MONTHS       PIC Z9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-IMPL-FORGONE      PIC $$,$$$,$$9.99.
       01  WS-IMPL-EMP-TOTAL-LINE.
           05  FILLER               PIC X(50) VALUE
               "TOTAL IMPUTED INCOME FOR YEAR:".
           05  WS-IMPL-EMP-TOTAL    PIC $$,$$$,$$9.99.
       01  WS-IMPL-GRAND-LINE.
           05  FILLER               PIC X(11) VALUE "EMPLOYEES: ".
           05  WS-IMPL-GRAND-EMPS   PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE "  LOANS: ".
           05  WS-IMPL-GRAND-LOANS  PIC ZZZZ9.
           05  FILLER               PIC X(17) VALUE
               "  TOTAL IMPUTED: ".
           05  WS-IMPL-GRAND-TOTAL  PIC $$$,$$$,$$$,$$9.99.
      *****************************************************************
      *  Collection run work fields : the LOANLHST letter history     *
      *  held whole for the run, the cure-date calendar, and the      *
      *  notice and referral line layouts (the payoff-quote letter    *
      *  style)                                                       *
      *****************************************************************
       77  WS-LHST-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-LTR-STATUS            PIC X(02)  VALUE SPACES.
       77  WS-REFR-STATUS           PIC X(02)  VALUE SPACES.
       77  WS-LHST-EOF-SWITCH       PIC X(01)  VALUE 'N'.
           88  WS-LHST-EOF-YES                 VALUE 'Y'.
       77  WS-COL-ABORT-SWITCH      PIC X(01)  VALUE 'N'.
           88  WS-COL-ABORT-YES                VALUE 'Y'.
       77  WS-LHST-MAX              PIC 9(03) COMP VALUE 200.
       77  WS-LHST-USED             PIC 9(03) COMP VALUE ZERO.
       77  WS-LHST-SUB              PIC 9(03) COMP VALUE ZERO.
       77  WS-LHST-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
       01  WS-LHST-TABLE.
           05  WS-LHST-ENTRY OCCURS 200 TIMES.
               10  WS-LHST-LOAN-ID  PIC X(10).
               10  WS-LHST-EMP-ID   PIC X(10).
               10  WS-LHST-LEVEL    PIC 9(01).
               10  WS-LHST-NOTICE-DATE PIC X(08).
               10  WS-LHST-ARREARS  PIC 9(09)V99.
               10  WS-LHST-DPD      PIC 9(05).
               10  WS-LHST-CURE-DATE PIC X(08).
               10  WS-LHST-REFERRED PIC X(08).
               10  WS-LHST-SEEN     PIC X(01).
       01  WS-NEEDED-LEVEL          PIC 9(01)  VALUE ZERO.
       01  WS-COL-EMP-NAME          PIC X(20)  VALUE SPACES.
       77  WS-COL-LOAN-COUNT        PIC 9(05) COMP VALUE ZERO.
       77  WS-COL-NOTICE-TOTAL      PIC 9(05) COMP VALUE ZERO.
       77  WS-COL-EASED-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-COL-CURED-COUNT       PIC 9(05) COMP VALUE ZERO.
       77  WS-COL-REFER-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-COL-REFER-ARREARS     PIC 9(11)V99 VALUE ZERO.
       01  WS-COL-NOTICE-DISP       PIC ZZZZ9.
       01  WS-COL-REFER-DISP        PIC ZZZZ9.
       01  WS-COL-CURED-DISP        PIC ZZZZ9.
      *    days allowed to cure by notice level : first, second, final
       01  WS-CURE-DAYS-VALUES      PIC X(06)  VALUE "302010".
       01  WS-CURE-DAYS-TABLE REDEFINES WS-CURE-DAYS-VALUES.
           05  WS-CURE-DAYS         PIC 9(02) OCCURS 3 TIMES.
       01  WS-MONTH-LENGTH-VALUES   PIC X(24)  VALUE
           "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
           05  WS-MONTH-LENGTH      PIC 9(02) OCCURS 12 TIMES.
       01  WS-CURE-DATE             PIC X(08)  VALUE SPACES.
       01  WS-CURE-DATE-PARTS.
           05  WS-CURE-YEAR         PIC 9(04).
           05  WS-CURE-MONTH        PIC 9(02).
           05  WS-CURE-DAY          PIC 9(02).
       77  WS-CURE-DAYS-LEFT        PIC 9(03) COMP VALUE ZERO.
       77  WS-MONTH-DAYS            PIC 9(02) COMP VALUE ZERO.
       77  WS-LEAP-QUOTIENT         PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM-4            PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM-100          PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM-400          PIC 9(04) COMP VALUE ZERO.
       01  WS-CLTR-TITLE-VALUES.
           05  FILLER               PIC X(40) VALUE
               "FIRST NOTICE - LOAN REPAYMENTS OVERDUE".
           05  FILLER               PIC X(40) VALUE
               "SECOND NOTICE - LOAN REPAYMENTS OVERDUE".
           05  FILLER               PIC X(40) VALUE
               "FINAL NOTICE - LOAN REPAYMENTS OVERDUE".
       01  WS-CLTR-TITLE-TABLE REDEFINES WS-CLTR-TITLE-VALUES.
           05  WS-CLTR-TITLE        PIC X(40) OCCURS 3 TIMES.
       01  WS-CLTR-DATE-LINE.
           05  FILLER               PIC X(06) VALUE "DATE: ".
           05  WS-CLTR-DATE         PIC X(08).
       01  WS-CLTR-EMP-LINE.
           05  FILLER               PIC X(10) VALUE "EMPLOYEE: ".
           05  WS-CLTR-EMP-ID       PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CLTR-EMP-NAME     PIC X(20).
       01  WS-CLTR-LOAN-LINE.
           05  FILLER               PIC X(06) VALUE "LOAN: ".
           05  WS-CLTR-LOAN-ID      PIC X(10).
           05  FILLER               PIC X(17) VALUE
               "  DAYS PAST DUE: ".
           05  WS-CLTR-DPD          PIC ZZZZ9.
       01  WS-CLTR-ARREARS-LINE.
           05  FILLER               PIC X(24) VALUE
               "AMOUNT IN ARREARS AS OF ".
           05  WS-CLTR-ASOF-DATE    PIC X(08).
           05  FILLER               PIC X(02) VALUE ": ".
           05  WS-CLTR-ARREARS      PIC $$,$$$,$$9.99.
       01  WS-CLTR-PAYMENT-LINE.
           05  FILLER               PIC X(34) VALUE
               "MONTHLY LEVEL PAYMENT:            ".
           05  WS-CLTR-PAYMENT      PIC $$,$$$,$$9.99.
       01  WS-CLTR-CURE-LINE.
           05  FILLER               PIC X(34) VALUE
               "PAY THE ARREARS IN FULL BY:       ".
           05  WS-CLTR-CURE-DATE    PIC X(08).
       01  WS-CLTR-TEXT-VALUES.
           05  FILLER               PIC X(50) VALUE
               "OUR RECORDS SHOW YOUR LOAN REPAYMENTS ARE A MONTH".
           05  FILLER               PIC X(50) VALUE
               "BEHIND. PLEASE BRING THE LOAN UP TO DATE.".
           05  FILLER               PIC X(50) VALUE
               "YOUR LOAN REPAYMENTS ARE NOW TWO MONTHS BEHIND AND".
           05  FILLER               PIC X(50) VALUE
               "OUR FIRST NOTICE HAS NOT BEEN ANSWERED.".
           05  FILLER               PIC X(50) VALUE
               "YOUR LOAN IS THREE MONTHS BEHIND. UNLESS THE".
           05  FILLER               PIC X(50) VALUE
               "ARREARS ARE PAID IT GOES TO PAYROLL AND HR.".
       01  WS-CLTR-TEXT-TABLE REDEFINES WS-CLTR-TEXT-VALUES.
           05  WS-CLTR-TEXT-PAIR OCCURS 3 TIMES.
               10  WS-CLTR-TEXT-1   PIC X(50).
               10  WS-CLTR-TEXT-2   PIC X(50).
       01  WS-CLTR-CLOSING-LINE     PIC X(50)  VALUE
           "CONTACT PAYROLL TO ARRANGE REPAYMENT.".
       01  WS-REFR-TITLE-LINE.
           05  FILLER               PIC X(38) VALUE
               "LOAN COLLECTION REFERRAL LIST  DATE: ".
           05  WS-REFR-TITLE-DATE   PIC X(08).
       01  WS-REFR-HEAD-LINE.
           05  FILLER               PIC X(40) VALUE
               "LOAN ID     EMPLOYEE    NAME".
           05  FILLER               PIC X(38) VALUE
               "            ARREARS    DPD  REFERRED".
       01  WS-REFR-DETAIL-LINE.
           05  WS-REFR-LOAN-ID      PIC X(10).
           05  FILLER               PIC X(02).
           05  WS-REFR-EMP-ID       PIC X(10).
           05  FILLER               PIC X(02).
           05  WS-REFR-EMP-NAME     PIC X(20).
           05  FILLER               PIC X(02).
           05  WS-REFR-ARREARS      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02).
           05  WS-REFR-DPD          PIC ZZZZ9.
           05  FILLER               PIC X(02).
           05  WS-REFR-STANDING     PIC X(14).
       01  WS-REFR-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE
               "REFERRED LOANS: ".
           05  WS-REFR-TOTAL-COUNT  PIC ZZZZ9.
           05  FILLER               PIC X(16) VALUE
               "  TOTAL ARREARS ".
           05  WS-REFR-TOTAL-ARREARS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *****************************************************************
      *  The DEPTREF reference table with per-department delinquency  *
      *  accumulators.  Slot 1 catches loans whose employee or        *
      *  department cannot be placed.                                 *
                   PERFORM 5000-MAINT-MODE THRU 5000-EXIT
               WHEN WS-CMD-LINE(1:8) = "INTEREST"
                   PERFORM 6000-INTEREST-MODE THRU 6000-EXIT
               WHEN WS-CMD-LINE(1:7) = "IMPUTED"
                   PERFORM 7000-IMPUTED-MODE THRU 7000-EXIT
               WHEN WS-CMD-LINE = "COLLECT"
                   PERFORM 8000-COLLECT-MODE THRU 8000-EXIT
               WHEN OTHER
                   DISPLAY "LoanLedger modes: PAY, POSITION, DELINQ, "
                       "COLLECT, MAINT, INTEREST [YYYY] or "
                       "IMPUTED [YYYY]"
           END-EVALUATE.
       0000-WRAP-UP.
           CLOSE EXCEPTION-FILE.
      *                  loan's outstanding balance on LOANMSTR       *
      *****************************************************************
       2000-PAY-MODE.
           PERFORM 9800-LOAD-PERIODS THRU 9800-EXIT.
           OPEN INPUT PAYMENT-FILE.
           OPEN EXTEND PAYMENT-JOURNAL-FILE.
           IF WS-LJ-STATUS = "35"
      *****************************************************************
      *  2400-WRITE-GL-ACTIVITY : append this applied payment to the  *
      *                           GLWORK activity file the end-of-    *
      *                           window GL extract journals.  A      *
      *                           payment dated into a closed period  *
      *                           books on the first open day - the   *
      *                           LOANJRNL line keeps its own date.   *
      *****************************************************************
       2400-WRITE-GL-ACTIVITY.
           MOVE LP-PAY-DATE TO WS-GW-TRAN-DATE.
           IF WS-CLOSED-THRU NOT = SPACES
                   AND LP-PAY-DATE(1:6) NOT > WS-CLOSED-THRU
               MOVE WS-OPEN-FROM-DATE TO WS-GW-TRAN-DATE
               MOVE "LP-PAY-DATE"     TO WS-EXC-FIELD-NAME
               MOVE SPACES            TO WS-EXC-BAD-VALUE
               STRING LP-LOAN-ID " " LP-PAY-DATE
                   DELIMITED BY SIZE INTO WS-EXC-BAD-VALUE
               END-STRING
               MOVE "CLOSED PERIOD - ROLLED FORWARD"
                                      TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           OPEN EXTEND GL-ACTIVITY-FILE.
           IF WS-GLW-STATUS = "35"
               OPEN OUTPUT GL-ACTIVITY-FILE
           MOVE SPACES      TO GW-ACTIVITY-RECORD.
           MOVE "LOANPAY"   TO GW-SOURCE-CODE.
           MOVE LM-EMP-ID   TO GW-EMP-ID.
           MOVE WS-GW-TRAN-DATE TO GW-TRAN-DATE.
           MOVE LP-AMOUNT   TO GW-AMOUNT.
           WRITE GW-ACTIVITY-RECORD.
           CLOSE GL-ACTIVITY-FILE.
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           PERFORM 4700-SAVE-DELINQ-STATE THRU 4700-EXIT.
           PERFORM 4800-STAMP-PERIODS THRU 4800-EXIT.
           MOVE SPACES TO WS-AUD-KEY-ID.
           MOVE "DELINQUENCY SWEEP" TO WS-AUD-KEY-INPUT.
           MOVE WS-DELINQ-COUNT  TO WS-DELINQ-COUNT-DISP.
       4710-EXIT.
           EXIT.

      *****************************************************************
      *  4800-STAMP-PERIODS : record this sweep against every open    *
      *                       PRDCTL period up to today's, listing    *
      *                       today's period if it is new - the       *
      *                       month-end close will not close a period *
      *                       without a sweep run on or after its     *
      *                       last day                                *
      *****************************************************************
       4800-STAMP-PERIODS.
           PERFORM 9800-LOAD-PERIODS THRU 9800-EXIT.
           MOVE WS-TODAY(1:6) TO WS-PERIOD-PARTS.
           PERFORM 9820-FIND-PERIOD THRU 9820-EXIT.
           IF WS-PRD-FOUND-SUB = ZERO
                   AND (WS-CLOSED-THRU = SPACES
                       OR WS-TODAY(1:6) > WS-CLOSED-THRU)
               IF WS-PRD-USED < WS-PRD-MAX
                   ADD 1 TO WS-PRD-USED
                   MOVE SPACES TO WS-PRD-ENTRY(WS-PRD-USED)
                   MOVE WS-TODAY(1:6) TO WS-PRD-PERIOD(WS-PRD-USED)
                   MOVE 'O'           TO WS-PRD-STATE(WS-PRD-USED)
                   MOVE 'N'           TO WS-PRD-BALANCED(WS-PRD-USED)
               ELSE
                   SET WS-PRD-FULL-YES TO TRUE
               END-IF
           END-IF.
           PERFORM 4810-STAMP-ONE-PERIOD THRU 4810-EXIT
               VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SUB > WS-PRD-USED.
           PERFORM 9850-SAVE-PERIODS THRU 9850-EXIT.
       4800-EXIT.
           EXIT.

       4810-STAMP-ONE-PERIOD.
           IF WS-PRD-STATE(WS-PRD-SUB) = 'O'
                   AND WS-PRD-PERIOD(WS-PRD-SUB) NOT > WS-TODAY(1:6)
               MOVE WS-TODAY TO WS-PRD-DELINQ-DATE(WS-PRD-SUB)
           END-IF.
       4810-EXIT.
           EXIT.

      *****************************************************************
      *  5000-MAINT-MODE : apply the LOANMNT maintenance feed - rate  *
      *                    changes, term extensions, payoff quotes,   *
      *                    write-offs and final-pay settlements -     *
      *                    against the loan master, with an amendment *
      *                    history line per change                    *
      *****************************************************************
       5000-MAINT-MODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 9800-LOAD-PERIODS THRU 9800-EXIT.
           OPEN INPUT MAINT-FILE.
           IF WS-MNT-STATUS NOT = "00"
               MOVE "MAINT-FILE"    TO WS-EXC-FIELD-NAME
               OPEN OUTPUT AMENDMENT-FILE
           END-IF.
           OPEN OUTPUT QUOTE-FILE.
           OPEN EXTEND PAYMENT-JOURNAL-FILE.
           IF WS-LJ-STATUS = "35"
               OPEN OUTPUT PAYMENT-JOURNAL-FILE
           END-IF.
           PERFORM 5100-READ-MAINT THRU 5100-EXIT.
           PERFORM UNTIL WS-MNT-EOF-YES
               PERFORM 5200-APPLY-ONE-MAINT THRU 5200-EXIT
           CLOSE LOAN-MASTER-FILE.
           CLOSE AMENDMENT-FILE.
           CLOSE QUOTE-FILE.
           CLOSE PAYMENT-JOURNAL-FILE.
       5000-WRAP-UP.
           MOVE "MAINT" TO WS-CTL-MODE.
           PERFORM 9300-WRITE-CONTROL-TOTALS THRU 9300-EXIT.
               MOVE "CLOSED LOAN" TO WS-AUD-KEY-RESULT
               GO TO 5300-EXIT
           END-IF.
      *    a quote only reports - anything that changes the loan may
      *    not take effect inside a period Finance has closed.  A
      *    final-pay settlement has already been deducted, so it is
      *    applied anyway and its GL line rolls forward instead
           IF NOT LT-TYPE-PAYOFF-QUOTE
                   AND NOT LT-TYPE-FINAL-PAY
                   AND WS-CLOSED-THRU NOT = SPACES
                   AND LT-EFFECTIVE-DATE(1:6) NOT > WS-CLOSED-THRU
               MOVE "LT-EFFECTIVE-DATE" TO WS-EXC-FIELD-NAME
               MOVE SPACES              TO WS-EXC-BAD-VALUE
               STRING LT-LOAN-ID " " LT-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO WS-EXC-BAD-VALUE
               END-STRING
               MOVE "EFFECTIVE IN CLOSED PERIOD" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               ADD 1 TO WS-CTL-REJECT-COUNT
               MOVE "CLOSED PERIOD" TO WS-AUD-KEY-RESULT
               GO TO 5300-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN LT-TYPE-RATE-CHANGE
                   PERFORM 5400-AMEND-TERMS THRU 5400-EXIT
                   PERFORM 5500-WRITE-PAYOFF-QUOTE THRU 5500-EXIT
               WHEN LT-TYPE-WRITE-OFF
                   PERFORM 5600-WRITE-OFF-LOAN THRU 5600-EXIT
               WHEN LT-TYPE-FINAL-PAY
                   PERFORM 5700-SETTLE-FINAL-PAY THRU 5700-EXIT
               WHEN OTHER
                   MOVE "LT-TRAN-TYPE" TO WS-EXC-FIELD-NAME
                   MOVE LT-TRAN-TYPE   TO WS-EXC-BAD-VALUE
       5600-EXIT.
           EXIT.

      *****************************************************************
      *  5700-SETTLE-FINAL-PAY : SeparationClearance deducted the     *
      *                          outstanding balance from the         *
      *                          leaver's final pay.  The loan is     *
      *                          paid off as of the separation date - *
      *                          the whole balance journals as        *
      *                          principal to LOANJRNL and books to   *
      *                          GLWORK like any other repayment, and *
      *                          the amendment history keeps the      *
      *                          balance settled                      *
      *****************************************************************
       5700-SETTLE-FINAL-PAY.
           MOVE SPACES          TO LA-AMENDMENT-RECORD.
           MOVE LM-LOAN-ID      TO LA-LOAN-ID.
           MOVE WS-TODAY        TO LA-AMEND-DATE.
           MOVE LT-TRAN-TYPE    TO LA-TRAN-TYPE.
           MOVE LM-ANNUAL-RATE  TO LA-OLD-RATE.
           MOVE LM-ANNUAL-RATE  TO LA-NEW-RATE.
           MOVE LM-TERM-MONTHS  TO LA-OLD-TERM.
           MOVE LM-TERM-MONTHS  TO LA-NEW-TERM.
           MOVE LM-MONTHLY-PAYMENT TO LA-OLD-PAYMENT.
           MOVE ZERO            TO LA-NEW-PAYMENT.
           MOVE LM-OUTSTANDING-BAL TO LA-OLD-BALANCE.
           MOVE SPACES             TO LJ-PAYMENT-JOURNAL-RECORD.
           MOVE LM-LOAN-ID         TO LJ-LOAN-ID.
           MOVE LM-EMP-ID          TO LJ-EMP-ID.
           MOVE LT-EFFECTIVE-DATE  TO LJ-PAY-DATE.
           MOVE LM-OUTSTANDING-BAL TO LJ-AMOUNT.
           MOVE ZERO               TO LJ-INTEREST.
           MOVE LM-OUTSTANDING-BAL TO LJ-PRINCIPAL.
           WRITE LJ-PAYMENT-JOURNAL-RECORD.
           MOVE LT-EFFECTIVE-DATE TO WS-GW-TRAN-DATE.
           IF WS-CLOSED-THRU NOT = SPACES
                   AND LT-EFFECTIVE-DATE(1:6) NOT > WS-CLOSED-THRU
               MOVE WS-OPEN-FROM-DATE TO WS-GW-TRAN-DATE
               MOVE "LT-EFFECTIVE-DATE" TO WS-EXC-FIELD-NAME
               MOVE SPACES            TO WS-EXC-BAD-VALUE
               STRING LT-LOAN-ID " " LT-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO WS-EXC-BAD-VALUE
               END-STRING
               MOVE "CLOSED PERIOD - ROLLED FORWARD"
                                      TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           OPEN EXTEND GL-ACTIVITY-FILE.
           IF WS-GLW-STATUS = "35"
               OPEN OUTPUT GL-ACTIVITY-FILE
           END-IF.
           MOVE SPACES      TO GW-ACTIVITY-RECORD.
           MOVE "LOANPAY"   TO GW-SOURCE-CODE.
           MOVE LM-EMP-ID   TO GW-EMP-ID.
           MOVE WS-GW-TRAN-DATE TO GW-TRAN-DATE.
           MOVE LM-OUTSTANDING-BAL TO GW-AMOUNT.
           WRITE GW-ACTIVITY-RECORD.
           CLOSE GL-ACTIVITY-FILE.
           ADD LM-OUTSTANDING-BAL TO WS-CTL-AMOUNT-TOTAL.
           MOVE LM-OUTSTANDING-BAL TO WS-PAY-AMOUNT-DISP.
           MOVE ZERO TO LM-OUTSTANDING-BAL.
           MOVE 'P'  TO LM-STATUS-CODE.
           REWRITE LM-LOAN-MASTER-RECORD.
           WRITE LA-AMENDMENT-RECORD.
           ADD 1 TO WS-CTL-WRITTEN-COUNT.
           MOVE SPACES TO WS-AUD-KEY-RESULT.
           STRING "SETTLED FROM FINAL PAY=" WS-PAY-AMOUNT-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
       5700-EXIT.
           EXIT.

      *****************************************************************
      *  6000-INTEREST-MODE : total the LOANJRNL splits for the tax   *
      *                       year and print one statement page per   *
       6310-EXIT.
           EXIT.

      *****************************************************************
      *  7000-IMPUTED-MODE : year-end imputed interest on loans whose *
      *                      rate sits below the applicable federal   *
      *                      rate - the IMPINC bureau interface file  *
      *                      and the per-employee IMPLIST listing.    *
      *                      A tax year that is not four digits       *
      *                      refuses the run                          *
      *****************************************************************
       7000-IMPUTED-MODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-CMD-LINE(9:4) NOT = SPACES
               IF WS-CMD-LINE(9:4) NOT NUMERIC
                       OR WS-CMD-LINE(13:1) NOT = SPACE
                   MOVE "IMPUTED TAX YEAR"  TO WS-EXC-FIELD-NAME
                   MOVE WS-CMD-LINE(9:5)    TO WS-EXC-BAD-VALUE
                   MOVE "TAX YEAR NOT NUMERIC - NO RUN"
                                            TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   GO TO 7000-REFUSED
               END-IF
               MOVE WS-CMD-LINE(9:4) TO WS-IMP-YEAR
           ELSE
               MOVE WS-TODAY(1:4)    TO WS-IMP-YEAR
           END-IF.
           MOVE WS-IMP-YEAR TO WS-IMP-YEAR-START(1:4).
           MOVE "0101"      TO WS-IMP-YEAR-START(5:4).
           MOVE WS-IMP-YEAR TO WS-MON-START-YEAR.
           MOVE ALL 'N'     TO WS-NORATE-TABLE.
           PERFORM 7100-LOAD-AFR-RATES THRU 7100-EXIT.
           IF WS-IMP-ABORT-YES
               GO TO 7000-REFUSED
           END-IF.
           PERFORM 7200-LOAD-LOANS THRU 7200-EXIT.
           IF WS-IMP-ABORT-YES
               GO TO 7000-REFUSED
           END-IF.
           PERFORM 7150-LOAD-AMENDMENTS THRU 7150-EXIT.
           IF WS-IMP-ABORT-YES
               GO TO 7000-REFUSED
           END-IF.
           PERFORM 7250-TALLY-PAYMENTS THRU 7250-EXIT.
           IF WS-IMP-ABORT-YES
               GO TO 7000-REFUSED
           END-IF.
           PERFORM 7300-COMPUTE-ONE-LOAN THRU 7300-EXIT
               VARYING WS-IMP-SUB FROM 1 BY 1
               UNTIL WS-IMP-SUB > WS-IMP-USED.
           PERFORM 7390-REPORT-NO-RATE THRU 7390-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS = "00"
               SET WS-MASTER-OPEN-YES TO TRUE
           ELSE
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "EMPMSTR ABSENT - NO NAMES"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           OPEN OUTPUT IMPUTED-INCOME-FILE.
           OPEN OUTPUT IMPUTED-LIST-FILE.
           MOVE SPACES      TO II-INTERFACE-RECORD.
           SET II-HEADER-REC TO TRUE.
           MOVE WS-TODAY    TO II-HDR-RUN-DATE.
           MOVE WS-IMP-YEAR TO II-HDR-TAX-YEAR.
           WRITE II-INTERFACE-RECORD.
           MOVE WS-IMP-YEAR TO WS-IMPL-TITLE-YEAR.
           PERFORM 7500-LIST-ONE-EMP THRU 7500-EXIT
               VARYING WS-IMP-SUB FROM 1 BY 1
               UNTIL WS-IMP-SUB > WS-IMP-USED.
           MOVE WS-IMPL-RULE-LINE TO IL-LISTING-LINE.
           WRITE IL-LISTING-LINE.
           MOVE WS-IMPL-TITLE-LINE TO IL-LISTING-LINE.
           WRITE IL-LISTING-LINE.
           MOVE WS-IMP-EMP-COUNT   TO WS-IMPL-GRAND-EMPS.
           MOVE WS-IMP-LOAN-COUNT  TO WS-IMPL-GRAND-LOANS.
           MOVE WS-IMP-GRAND-TOTAL TO WS-IMPL-GRAND-TOTAL.
           MOVE WS-IMPL-GRAND-LINE TO IL-LISTING-LINE.
           WRITE IL-LISTING-LINE.
           MOVE SPACES      TO II-INTERFACE-RECORD.
           SET II-TRAILER-REC TO TRUE.
           MOVE WS-II-DETAIL-COUNT TO II-TRL-RECORD-COUNT.
           MOVE WS-II-HASH-TOTAL   TO II-TRL-HASH-TOTAL.
           WRITE II-INTERFACE-RECORD.
           CLOSE IMPUTED-INCOME-FILE.
           CLOSE IMPUTED-LIST-FILE.
           IF WS-MASTER-OPEN-YES
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           MOVE SPACES TO WS-AUD-KEY-ID.
           MOVE "IMPUTED INTEREST" TO WS-AUD-KEY-INPUT.
           MOVE WS-IMP-LOAN-COUNT  TO WS-IMP-COUNT-DISP.
           MOVE WS-IMP-GRAND-TOTAL TO WS-IMP-TOTAL-DISP.
           STRING "YEAR=" WS-IMP-YEAR
               " LOANS=" WS-IMP-COUNT-DISP
               " TOTAL=" WS-IMP-TOTAL-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
           GO TO 7000-EXIT.
       7000-REFUSED.
           DISPLAY "LoanLedger: imputed interest run refused - "
               "see EXCPRPT."
           MOVE 8 TO RETURN-CODE.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  7100-LOAD-AFR-RATES : the AFRRATE table.  Without it there   *
      *                        is nothing to measure against, so a    *
      *                        missing or empty table refuses the run *
      *****************************************************************
       7100-LOAD-AFR-RATES.
           OPEN INPUT AFR-RATE-FILE.
           IF WS-AFR-STATUS NOT = "00"
               MOVE "AFR-RATE-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-AFR-STATUS   TO WS-EXC-BAD-VALUE
               MOVE "AFRRATE MISSING - NO RUN" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-IMP-ABORT-YES TO TRUE
               GO TO 7100-EXIT
           END-IF.
           PERFORM 7110-READ-AFR-RATE THRU 7110-EXIT.
           PERFORM UNTIL WS-AFR-EOF-YES
               IF WS-AFR-USED < WS-AFR-MAX
                   ADD 1 TO WS-AFR-USED
                   MOVE AF-EFFECTIVE-DATE
                       TO WS-AFR-DATE(WS-AFR-USED)
                   MOVE AF-TERM-CLASS
                       TO WS-AFR-CLASS(WS-AFR-USED)
                   MOVE AF-ANNUAL-RATE
                       TO WS-AFR-RATE(WS-AFR-USED)
               ELSE
                   MOVE "AFR-RATE-FILE"   TO WS-EXC-FIELD-NAME
                   MOVE AF-EFFECTIVE-DATE TO WS-EXC-BAD-VALUE
                   MOVE "AFRRATE TABLE FULL - NO RUN"
                                          TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-IMP-ABORT-YES TO TRUE
                   SET WS-AFR-EOF-YES TO TRUE
               END-IF
               IF NOT WS-AFR-EOF-YES
                   PERFORM 7110-READ-AFR-RATE THRU 7110-EXIT
               END-IF
           END-PERFORM.
           CLOSE AFR-RATE-FILE.
           IF WS-AFR-USED = ZERO
               MOVE "AFR-RATE-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES          TO WS-EXC-BAD-VALUE
               MOVE "AFRRATE EMPTY - NO RUN" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-IMP-ABORT-YES TO TRUE
           END-IF.
       7100-EXIT.
           EXIT.

       7110-READ-AFR-RATE.
           READ AFR-RATE-FILE
               AT END
                   SET WS-AFR-EOF-YES TO TRUE
           END-READ.
       7110-EXIT.
           EXIT.

      *****************************************************************
      *  7150-LOAD-AMENDMENTS : LOANAMND rate changes dated inside or *
      *                         after the tax year (the rate before   *
      *                         each one is the rate that stood until *
      *                         then) and write-off dates.  No        *
      *                         amendment history means no changes    *
      *****************************************************************
       7150-LOAD-AMENDMENTS.
           OPEN INPUT AMENDMENT-FILE.
           IF WS-AMD-STATUS NOT = "00"
               GO TO 7150-EXIT
           END-IF.
           PERFORM 7160-READ-AMENDMENT THRU 7160-EXIT.
           PERFORM UNTIL WS-AMD-EOF-YES
               PERFORM 7170-KEEP-ONE-AMENDMENT THRU 7170-EXIT
               IF NOT WS-AMD-EOF-YES
                   PERFORM 7160-READ-AMENDMENT THRU 7160-EXIT
               END-IF
           END-PERFORM.
           CLOSE AMENDMENT-FILE.
       7150-EXIT.
           EXIT.

       7160-READ-AMENDMENT.
           READ AMENDMENT-FILE
               AT END
                   SET WS-AMD-EOF-YES TO TRUE
           END-READ.
       7160-EXIT.
           EXIT.

       7170-KEEP-ONE-AMENDMENT.
           IF LA-TRAN-TYPE = 'W'
               MOVE LA-LOAN-ID TO WS-IMP-KEY-LOAN
               PERFORM 7270-FIND-LOAN-SLOT THRU 7270-EXIT
               IF WS-IMP-FOUND-SUB > ZERO
                   MOVE LA-AMEND-DATE
                       TO WS-IMP-WOFF-DATE(WS-IMP-FOUND-SUB)
               END-IF
               GO TO 7170-EXIT
           END-IF.
           IF LA-TRAN-TYPE NOT = 'R'
                   OR LA-AMEND-DATE NOT > WS-IMP-YEAR-START
               GO TO 7170-EXIT
           END-IF.
           IF WS-AMC-USED < WS-AMC-MAX
               ADD 1 TO WS-AMC-USED
               MOVE LA-LOAN-ID    TO WS-AMC-LOAN-ID(WS-AMC-USED)
               MOVE LA-AMEND-DATE TO WS-AMC-DATE(WS-AMC-USED)
               MOVE LA-OLD-RATE   TO WS-AMC-OLD-RATE(WS-AMC-USED)
           ELSE
               MOVE "AMENDMENT-FILE" TO WS-EXC-FIELD-NAME
               MOVE LA-LOAN-ID       TO WS-EXC-BAD-VALUE
               MOVE "LOANAMND TABLE FULL - NO RUN"
                                     TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-IMP-ABORT-YES TO TRUE
               SET WS-AMD-EOF-YES TO TRUE
           END-IF.
       7170-EXIT.
           EXIT.

      *****************************************************************
      *  7200-LOAD-LOANS : one slot per loan originated by the end of *
      *                    the tax year, with its term class for the  *
      *                    AFRRATE lookup                             *
      *****************************************************************
       7200-LOAD-LOANS.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMSTR-STATUS NOT = "00"
               MOVE "LOAN-MASTER-FILE"  TO WS-EXC-FIELD-NAME
               MOVE WS-LOANMSTR-STATUS  TO WS-EXC-BAD-VALUE
               MOVE "LOANMSTR COULD NOT BE OPENED"
                                        TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-IMP-ABORT-YES TO TRUE
               GO TO 7200-EXIT
           END-IF.
           MOVE LOW-VALUES TO LM-LOAN-ID.
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LM-LOAN-ID
               INVALID KEY
                   CONTINUE
           END-START.
           IF WS-LOANMSTR-STATUS = "00"
               PERFORM 3100-READ-NEXT-LOAN THRU 3100-EXIT
               PERFORM UNTIL WS-LOANMSTR-STATUS NOT = "00"
                   PERFORM 7210-KEEP-ONE-LOAN THRU 7210-EXIT
                   IF WS-IMP-ABORT-YES
                       MOVE "10" TO WS-LOANMSTR-STATUS
                   ELSE
                       PERFORM 3100-READ-NEXT-LOAN THRU 3100-EXIT
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE LOAN-MASTER-FILE.
       7200-EXIT.
           EXIT.

       7210-KEEP-ONE-LOAN.
           IF LM-ORIG-DATE(1:4) > WS-IMP-YEAR
               GO TO 7210-EXIT
           END-IF.
           IF WS-IMP-USED NOT < WS-IMP-MAX
               MOVE "LOAN-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE LM-LOAN-ID         TO WS-EXC-BAD-VALUE
               MOVE "LOAN TABLE FULL - NO RUN" TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-IMP-ABORT-YES TO TRUE
               GO TO 7210-EXIT
           END-IF.
           ADD 1 TO WS-IMP-USED.
           MOVE LM-LOAN-ID     TO WS-IMP-LOAN-ID(WS-IMP-USED).
           MOVE LM-EMP-ID      TO WS-IMP-EMP-ID(WS-IMP-USED).
           MOVE LM-PRINCIPAL   TO WS-IMP-PRINCIPAL(WS-IMP-USED).
           MOVE LM-ANNUAL-RATE TO WS-IMP-RATE(WS-IMP-USED).
           MOVE LM-ORIG-DATE   TO WS-IMP-ORIG-DATE(WS-IMP-USED).
           MOVE LM-STATUS-CODE TO WS-IMP-STATUS(WS-IMP-USED).
           IF LM-TERM-MONTHS NOT > 36
               MOVE 'S' TO WS-IMP-CLASS(WS-IMP-USED)
           ELSE
               IF LM-TERM-MONTHS NOT > 108
                   MOVE 'M' TO WS-IMP-CLASS(WS-IMP-USED)
               ELSE
                   MOVE 'L' TO WS-IMP-CLASS(WS-IMP-USED)
               END-IF
           END-IF.
           MOVE SPACES TO WS-IMP-WOFF-DATE(WS-IMP-USED).
           MOVE SPACES TO WS-IMP-LAST-PAY(WS-IMP-USED).
           MOVE ZERO   TO WS-IMP-PRIOR-PRIN(WS-IMP-USED).
           PERFORM 7220-CLEAR-MONTH-PRIN THRU 7220-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12.
           MOVE ZERO   TO WS-IMP-FORGONE(WS-IMP-USED).
           MOVE ZERO   TO WS-IMP-MONTHS(WS-IMP-USED).
           MOVE 'N'    TO WS-IMP-DONE-SW(WS-IMP-USED).
       7210-EXIT.
           EXIT.

       7220-CLEAR-MONTH-PRIN.
           MOVE ZERO TO WS-IMP-MONTH-PRIN(WS-IMP-USED, WS-MON-SUB).
       7220-EXIT.
           EXIT.

      *****************************************************************
      *  7250-TALLY-PAYMENTS : the principal portion of each LOANJRNL *
      *                        payment - before the tax year into the *
      *                        opening figure, inside it by month -   *
      *                        and each loan's last payment date.  No *
      *                        journal yet means nothing repaid       *
      *****************************************************************
       7250-TALLY-PAYMENTS.
           OPEN INPUT PAYMENT-JOURNAL-FILE.
           IF WS-LJ-STATUS = "35"
               GO TO 7250-EXIT
           END-IF.
           IF WS-LJ-STATUS NOT = "00"
               MOVE "PAYMENT-JOURNAL-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-LJ-STATUS           TO WS-EXC-BAD-VALUE
               MOVE "LOANJRNL COULD NOT BE OPENED"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               SET WS-IMP-ABORT-YES TO TRUE
               GO TO 7250-EXIT
           END-IF.
           PERFORM 6110-READ-JOURNAL THRU 6110-EXIT.
           PERFORM UNTIL WS-LJ-EOF-YES
               PERFORM 7260-TALLY-ONE-PAYMENT THRU 7260-EXIT
               PERFORM 6110-READ-JOURNAL THRU 6110-EXIT
           END-PERFORM.
           CLOSE PAYMENT-JOURNAL-FILE.
       7250-EXIT.
           EXIT.

       7260-TALLY-ONE-PAYMENT.
           MOVE LJ-LOAN-ID TO WS-IMP-KEY-LOAN.
           PERFORM 7270-FIND-LOAN-SLOT THRU 7270-EXIT.
           IF WS-IMP-FOUND-SUB = ZERO
               GO TO 7260-EXIT
           END-IF.
           IF LJ-PAY-DATE > WS-IMP-LAST-PAY(WS-IMP-FOUND-SUB)
               MOVE LJ-PAY-DATE TO WS-IMP-LAST-PAY(WS-IMP-FOUND-SUB)
           END-IF.
           IF LJ-PAY-DATE < WS-IMP-YEAR-START
               ADD LJ-PRINCIPAL
                   TO WS-IMP-PRIOR-PRIN(WS-IMP-FOUND-SUB)
               GO TO 7260-EXIT
           END-IF.
           IF LJ-PAY-DATE(1:4) NOT = WS-IMP-YEAR
                   OR LJ-PAY-DATE(5:2) NOT NUMERIC
               GO TO 7260-EXIT
           END-IF.
           MOVE LJ-PAY-DATE(5:2) TO WS-MON-START-MONTH.
           IF WS-MON-START-MONTH < 1 OR WS-MON-START-MONTH > 12
               GO TO 7260-EXIT
           END-IF.
           ADD LJ-PRINCIPAL TO WS-IMP-MONTH-PRIN(WS-IMP-FOUND-SUB,
               WS-MON-START-MONTH).
       7260-EXIT.
           EXIT.

       7270-FIND-LOAN-SLOT.
           MOVE ZERO TO WS-IMP-FOUND-SUB.
           PERFORM 7280-MATCH-LOAN-SLOT THRU 7280-EXIT
               VARYING WS-IMP-EMP-SUB FROM 1 BY 1
               UNTIL WS-IMP-EMP-SUB > WS-IMP-USED
                   OR WS-IMP-FOUND-SUB > ZERO.
       7270-EXIT.
           EXIT.

       7280-MATCH-LOAN-SLOT.
           IF WS-IMP-LOAN-ID(WS-IMP-EMP-SUB) = WS-IMP-KEY-LOAN
               MOVE WS-IMP-EMP-SUB TO WS-IMP-FOUND-SUB
           END-IF.
       7280-EXIT.
           EXIT.

      *****************************************************************
      *  7300-COMPUTE-ONE-LOAN : walk the tax year a month at a time, *
      *                          drawing the principal down by what   *
      *                          was repaid in each month once that   *
      *                          month is assessed on its opening     *
      *                          balance.  A loan with nothing        *
      *                          forgone is marked done so it never   *
      *                          reaches the listing or the bureau    *
      *****************************************************************
       7300-COMPUTE-ONE-LOAN.
           MOVE WS-IMP-PRIOR-PRIN(WS-IMP-SUB) TO WS-PRIN-TO-DATE.
           PERFORM 7310-COMPUTE-ONE-MONTH THRU 7310-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12.
           IF WS-IMP-FORGONE(WS-IMP-SUB) = ZERO
               MOVE 'Y' TO WS-IMP-DONE-SW(WS-IMP-SUB)
           END-IF.
       7300-EXIT.
           EXIT.

       7310-COMPUTE-ONE-MONTH.
           MOVE WS-MON-SUB TO WS-MON-START-MONTH.
           PERFORM 7320-ASSESS-MONTH THRU 7320-EXIT.
           ADD WS-IMP-MONTH-PRIN(WS-IMP-SUB, WS-MON-SUB)
               TO WS-PRIN-TO-DATE.
       7310-EXIT.
           EXIT.

      *****************************************************************
      *  7320-ASSESS-MONTH : a month counts from the month the loan   *
      *                      was originated through the month it was  *
      *                      paid off or written off, on the balance  *
      *                      at the start of the month; the forgone   *
      *                      interest is that balance at the rate     *
      *                      shortfall for one twelfth of a year      *
      *****************************************************************
       7320-ASSESS-MONTH.
           IF WS-IMP-ORIG-DATE(WS-IMP-SUB)(1:6)
                   > WS-MON-START-DATE(1:6)
               GO TO 7320-EXIT
           END-IF.
           IF WS-IMP-STATUS(WS-IMP-SUB) = 'P'
               IF WS-IMP-LAST-PAY(WS-IMP-SUB) = SPACES
                       OR WS-IMP-LAST-PAY(WS-IMP-SUB)
                           < WS-MON-START-DATE
                   GO TO 7320-EXIT
               END-IF
           END-IF.
           IF WS-IMP-WOFF-DATE(WS-IMP-SUB) NOT = SPACES
                   AND WS-IMP-WOFF-DATE(WS-IMP-SUB)
                       < WS-MON-START-DATE
               GO TO 7320-EXIT
           END-IF.
           COMPUTE WS-MON-BALANCE =
               WS-IMP-PRINCIPAL(WS-IMP-SUB) - WS-PRIN-TO-DATE.
           IF WS-MON-BALANCE NOT > ZERO
               GO TO 7320-EXIT
           END-IF.
           PERFORM 7330-FIND-AFR-RATE THRU 7330-EXIT.
           IF WS-AFR-BEST-SUB = ZERO
               MOVE 'Y' TO WS-NORATE-SW(WS-MON-SUB)
               GO TO 7320-EXIT
           END-IF.
           MOVE WS-AFR-RATE(WS-AFR-BEST-SUB) TO WS-MON-AFR-RATE.
           PERFORM 7350-FIND-LOAN-RATE THRU 7350-EXIT.
           IF WS-MON-AFR-RATE NOT > WS-MON-LOAN-RATE
               GO TO 7320-EXIT
           END-IF.
           COMPUTE WS-MON-FORGONE ROUNDED =
               WS-MON-BALANCE * (WS-MON-AFR-RATE - WS-MON-LOAN-RATE)
               / 12.
           ADD WS-MON-FORGONE TO WS-IMP-FORGONE(WS-IMP-SUB).
           ADD 1 TO WS-IMP-MONTHS(WS-IMP-SUB).
       7320-EXIT.
           EXIT.

      *****************************************************************
      *  7330-FIND-AFR-RATE : the latest AFRRATE line in effect on    *
      *                       the first of the month for the loan's   *
      *                       term class; a line for the class itself *
      *                       wins over a blank-class line of the     *
      *                       same date                               *
      *****************************************************************
       7330-FIND-AFR-RATE.
           MOVE ZERO TO WS-AFR-BEST-SUB.
           PERFORM 7340-MATCH-AFR-RATE THRU 7340-EXIT
               VARYING WS-AFR-SUB FROM 1 BY 1
               UNTIL WS-AFR-SUB > WS-AFR-USED.
       7330-EXIT.
           EXIT.

       7340-MATCH-AFR-RATE.
           IF WS-AFR-DATE(WS-AFR-SUB) > WS-MON-START-DATE
               GO TO 7340-EXIT
           END-IF.
           IF WS-AFR-CLASS(WS-AFR-SUB) NOT = SPACE
                   AND WS-AFR-CLASS(WS-AFR-SUB)
                       NOT = WS-IMP-CLASS(WS-IMP-SUB)
               GO TO 7340-EXIT
           END-IF.
           IF WS-AFR-BEST-SUB > ZERO
               IF WS-AFR-DATE(WS-AFR-SUB)
                       < WS-AFR-DATE(WS-AFR-BEST-SUB)
                   GO TO 7340-EXIT
               END-IF
               IF WS-AFR-DATE(WS-AFR-SUB)
                       = WS-AFR-DATE(WS-AFR-BEST-SUB)
                       AND WS-AFR-CLASS(WS-AFR-SUB) = SPACE
                   GO TO 7340-EXIT
               END-IF
           END-IF.
           MOVE WS-AFR-SUB TO WS-AFR-BEST-SUB.
       7340-EXIT.
           EXIT.

      *****************************************************************
      *  7350-FIND-LOAN-RATE : the loan's rate on the first of the    *
      *                        month is the old rate of its first     *
      *                        LOANAMND rate change after that date,  *
      *                        or the master's rate if none followed  *
      *****************************************************************
       7350-FIND-LOAN-RATE.
           MOVE WS-IMP-RATE(WS-IMP-SUB) TO WS-MON-LOAN-RATE.
           MOVE ZERO TO WS-AMC-FOUND-SUB.
           PERFORM 7360-MATCH-RATE-CHANGE THRU 7360-EXIT
               VARYING WS-AMC-SUB FROM 1 BY 1
               UNTIL WS-AMC-SUB > WS-AMC-USED
                   OR WS-AMC-FOUND-SUB > ZERO.
           IF WS-AMC-FOUND-SUB > ZERO
               MOVE WS-AMC-OLD-RATE(WS-AMC-FOUND-SUB)
                   TO WS-MON-LOAN-RATE
           END-IF.
       7350-EXIT.
           EXIT.

       7360-MATCH-RATE-CHANGE.
           IF WS-AMC-LOAN-ID(WS-AMC-SUB) = WS-IMP-LOAN-ID(WS-IMP-SUB)
                   AND WS-AMC-DATE(WS-AMC-SUB) > WS-MON-START-DATE
               MOVE WS-AMC-SUB TO WS-AMC-FOUND-SUB
           END-IF.
       7360-EXIT.
           EXIT.

      *****************************************************************
      *  7390-REPORT-NO-RATE : a month some loan could not be priced  *
      *                        for want of an AFRRATE line goes to    *
      *                        EXCPRPT, and the run ends RC 4         *
      *****************************************************************
       7390-REPORT-NO-RATE.
           IF WS-NORATE-SW(WS-MON-SUB) NOT = 'Y'
               GO TO 7390-EXIT
           END-IF.
           MOVE WS-MON-SUB TO WS-MON-START-MONTH.
           MOVE "AFR-RATE-FILE"   TO WS-EXC-FIELD-NAME.
           MOVE WS-MON-START-DATE TO WS-EXC-BAD-VALUE.
           MOVE "NO AFR RATE - MONTH SKIPPED" TO WS-EXC-REASON.
           PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT.
           MOVE 4 TO RETURN-CODE.
       7390-EXIT.
           EXIT.

      *****************************************************************
      *  7500-LIST-ONE-EMP : the first unlisted slot for an employee  *
      *                      opens their IMPLIST page; every loan of  *
      *                      theirs with forgone interest prints on   *
      *                      it, goes to the bureau as an IMPINC      *
      *                      detail and is marked done                *
      *****************************************************************
       7500-LIST-ONE-EMP.
           IF WS-IMP-DONE-SW(WS-IMP-SUB) = 'Y'
               GO TO 7500-EXIT
           END-IF.
           ADD 1 TO WS-IMP-EMP-COUNT.
           MOVE ZERO TO WS-IMP-EMP-TOTAL.
           MOVE SPACES TO WS-IMPL-EMP-NAME.
           IF WS-MASTER-OPEN-YES
               MOVE WS-IMP-EMP-ID(WS-IMP-SUB) TO PR-PERSON-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "(NOT ON EMPMSTR)" TO WS-IMPL-EMP-NAME
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-IMPL-EMP-NAME
               END-READ
           END-IF.
           MOVE WS-IMPL-RULE-LINE TO IL-LISTING-LINE.
           WRITE IL-LISTING-LINE.
           MOVE WS-IMPL-TITLE-LINE TO IL-LISTING-LINE.
           WRITE IL-LISTING-LINE.
           MOVE WS-IMP-EMP-ID(WS-IMP-SUB) TO WS-IMPL-EMP-ID.
           MOVE WS-IMPL-EMP-LINE TO IL-LISTING-LINE.
           WRITE IL-LISTING-LINE.
           MOVE WS-IMPL-HEAD-LINE TO IL-LISTING-LINE.
           WRITE IL-LISTING-LINE.
           PERFORM 7510-LIST-EMP-LOANS THRU 7510-EXIT
               VARYING WS-IMP-EMP-SUB FROM WS-IMP-SUB BY 1
               UNTIL WS-IMP-EMP-SUB > WS-IMP-USED.
           MOVE WS-IMP-EMP-TOTAL TO WS-IMPL-EMP-TOTAL.
           MOVE WS-IMPL-EMP-TOTAL-LINE TO IL-LISTING-LINE.
           WRITE IL-LISTING-LINE.
       7500-EXIT.
           EXIT.

       7510-LIST-EMP-LOANS.
           IF WS-IMP-EMP-ID(WS-IMP-EMP-SUB)
                       NOT = WS-IMP-EMP-ID(WS-IMP-SUB)
                   OR WS-IMP-DONE-SW(WS-IMP-EMP-SUB) = 'Y'
               GO TO 7510-EXIT
           END-IF.
           COMPUTE WS-IMP-RATE-PCT = WS-IMP-RATE(WS-IMP-EMP-SUB) * 100.
           MOVE WS-IMP-LOAN-ID(WS-IMP-EMP-SUB) TO WS-IMPL-LOAN-ID.
           MOVE WS-IMP-RATE-PCT                TO WS-IMPL-RATE.
           MOVE WS-IMP-MONTHS(WS-IMP-EMP-SUB)  TO WS-IMPL-MONTHS.
           MOVE WS-IMP-FORGONE(WS-IMP-EMP-SUB) TO WS-IMPL-FORGONE.
           MOVE WS-IMPL-LOAN-LINE TO IL-LISTING-LINE.
           WRITE IL-LISTING-LINE.
           MOVE SPACES TO II-INTERFACE-RECORD.
           SET II-DETAIL-REC TO TRUE.
           MOVE WS-IMP-EMP-ID(WS-IMP-EMP-SUB)  TO II-DET-EMP-ID.
           MOVE WS-IMP-LOAN-ID(WS-IMP-EMP-SUB) TO II-DET-LOAN-ID.
           MOVE WS-IMP-FORGONE(WS-IMP-EMP-SUB) TO II-DET-AMOUNT.
           MOVE WS-IMP-YEAR                    TO II-DET-TAX-YEAR.
           MOVE WS-IMP-MONTHS(WS-IMP-EMP-SUB)  TO II-DET-MONTHS.
           WRITE II-INTERFACE-RECORD.
           ADD 1 TO WS-II-DETAIL-COUNT.
           ADD 1 TO WS-IMP-LOAN-COUNT.
           ADD WS-IMP-FORGONE(WS-IMP-EMP-SUB) TO WS-II-HASH-TOTAL.
           ADD WS-IMP-FORGONE(WS-IMP-EMP-SUB) TO WS-IMP-EMP-TOTAL.
           ADD WS-IMP-FORGONE(WS-IMP-EMP-SUB) TO WS-IMP-GRAND-TOTAL.
           MOVE 'Y' TO WS-IMP-DONE-SW(WS-IMP-EMP-SUB).
       7510-EXIT.
           EXIT.

      *****************************************************************
      *  8000-COLLECT-MODE : work the LOANDLQ delinquents the last    *
      *                      DELINQ sweep left - a first, second or   *
      *                      final notice to LOANLTRS as a loan       *
      *                      reaches 30, 60 or 90 days past due, the  *
      *                      LOANLHST letter history so no notice is  *
      *                      sent twice, and the LOANREFR referral    *
      *                      list of loans at the final stage         *
      *****************************************************************
       8000-COLLECT-MODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOANMSTR-STATUS NOT = "00"
               MOVE "LOAN-MASTER-FILE"  TO WS-EXC-FIELD-NAME
               MOVE WS-LOANMSTR-STATUS  TO WS-EXC-BAD-VALUE
               MOVE "LOANMSTR COULD NOT BE OPENED"
                                        TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 8000-REFUSED
           END-IF.
           OPEN INPUT DELINQ-STATE-FILE.
           IF WS-DLQ-STATUS NOT = "00"
               MOVE "DELINQ-STATE-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-DLQ-STATUS       TO WS-EXC-BAD-VALUE
               MOVE "LOANDLQ MISSING - RUN DELINQ"
                                        TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               CLOSE LOAN-MASTER-FILE
               GO TO 8000-REFUSED
           END-IF.
           PERFORM 8100-LOAD-LETTER-HISTORY THRU 8100-EXIT.
           IF WS-COL-ABORT-YES
               CLOSE DELINQ-STATE-FILE
               CLOSE LOAN-MASTER-FILE
               GO TO 8000-REFUSED
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMP-STATUS = "00"
               SET WS-MASTER-OPEN-YES TO TRUE
           ELSE
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-EXC-FIELD-NAME
               MOVE WS-EMP-STATUS          TO WS-EXC-BAD-VALUE
               MOVE "EMPMSTR ABSENT - NO NAMES"
                                           TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
           END-IF.
           OPEN EXTEND COLLECTION-LETTER-FILE.
           IF WS-LTR-STATUS = "35"
               OPEN OUTPUT COLLECTION-LETTER-FILE
           END-IF.
           OPEN OUTPUT REFERRAL-FILE.
           MOVE WS-TODAY TO WS-REFR-TITLE-DATE.
           MOVE WS-REFR-TITLE-LINE TO RF-REFERRAL-LINE.
           WRITE RF-REFERRAL-LINE.
           MOVE WS-REFR-HEAD-LINE TO RF-REFERRAL-LINE.
           WRITE RF-REFERRAL-LINE.
           PERFORM 4610-READ-DELINQ-STATE THRU 4610-EXIT.
           PERFORM UNTIL WS-DLQ-EOF-YES
               PERFORM 8200-COLLECT-ONE-LOAN THRU 8200-EXIT
               PERFORM 4610-READ-DELINQ-STATE THRU 4610-EXIT
           END-PERFORM.
           CLOSE DELINQ-STATE-FILE.
           CLOSE COLLECTION-LETTER-FILE.
           PERFORM 8500-COUNT-ONE-CURED THRU 8500-EXIT
               VARYING WS-LHST-SUB FROM 1 BY 1
               UNTIL WS-LHST-SUB > WS-LHST-USED.
           MOVE SPACES TO RF-REFERRAL-LINE.
           WRITE RF-REFERRAL-LINE.
           MOVE WS-COL-REFER-COUNT   TO WS-REFR-TOTAL-COUNT.
           MOVE WS-COL-REFER-ARREARS TO WS-REFR-TOTAL-ARREARS.
           MOVE WS-REFR-TOTAL-LINE   TO RF-REFERRAL-LINE.
           WRITE RF-REFERRAL-LINE.
           CLOSE REFERRAL-FILE.
           PERFORM 8700-SAVE-LETTER-HISTORY THRU 8700-EXIT.
           CLOSE LOAN-MASTER-FILE.
           IF WS-MASTER-OPEN-YES
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           MOVE SPACES TO WS-AUD-KEY-ID.
           MOVE "LOAN COLLECTIONS" TO WS-AUD-KEY-INPUT.
           MOVE WS-COL-NOTICE-TOTAL TO WS-COL-NOTICE-DISP.
           MOVE WS-COL-REFER-COUNT  TO WS-COL-REFER-DISP.
           MOVE WS-COL-CURED-COUNT  TO WS-COL-CURED-DISP.
           STRING "NOTICES=" WS-COL-NOTICE-DISP
               " REFERRED=" WS-COL-REFER-DISP
               " CURED=" WS-COL-CURED-DISP
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
           GO TO 8000-EXIT.
       8000-REFUSED.
           DISPLAY "LoanLedger: collection run refused - "
               "see EXCPRPT."
           MOVE 8 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-LOAD-LETTER-HISTORY : pull the LOANLHST letter history  *
      *                             whole.  No history yet is a first *
      *                             run, not an error; more loans     *
      *                             than the table holds refuses the  *
      *                             run rather than forget a notice   *
      *                             and send it again.                *
      *****************************************************************
       8100-LOAD-LETTER-HISTORY.
           OPEN INPUT LETTER-HISTORY-FILE.
           IF WS-LHST-STATUS NOT = "00"
               GO TO 8100-EXIT
           END-IF.
           PERFORM 8110-READ-LETTER-HISTORY THRU 8110-EXIT.
           PERFORM UNTIL WS-LHST-EOF-YES OR WS-COL-ABORT-YES
               IF WS-LHST-USED < WS-LHST-MAX
                   ADD 1 TO WS-LHST-USED
                   MOVE LH-LOAN-ID  TO WS-LHST-LOAN-ID(WS-LHST-USED)
                   MOVE LH-EMP-ID   TO WS-LHST-EMP-ID(WS-LHST-USED)
                   MOVE LH-NOTICE-LEVEL
                                    TO WS-LHST-LEVEL(WS-LHST-USED)
                   MOVE LH-NOTICE-DATE
                               TO WS-LHST-NOTICE-DATE(WS-LHST-USED)
                   MOVE LH-ARREARS-AMOUNT
                                    TO WS-LHST-ARREARS(WS-LHST-USED)
                   MOVE LH-DAYS-PAST-DUE
                                    TO WS-LHST-DPD(WS-LHST-USED)
                   MOVE LH-CURE-DATE
                                 TO WS-LHST-CURE-DATE(WS-LHST-USED)
                   MOVE LH-REFERRED-DATE
                                  TO WS-LHST-REFERRED(WS-LHST-USED)
                   MOVE 'N'         TO WS-LHST-SEEN(WS-LHST-USED)
                   PERFORM 8110-READ-LETTER-HISTORY THRU 8110-EXIT
               ELSE
                   MOVE "LETTER-HISTORY-FILE" TO WS-EXC-FIELD-NAME
                   MOVE LH-LOAN-ID            TO WS-EXC-BAD-VALUE
                   MOVE "LETTER HISTORY TABLE FULL"
                                              TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   SET WS-COL-ABORT-YES TO TRUE
               END-IF
           END-PERFORM.
           CLOSE LETTER-HISTORY-FILE.
       8100-EXIT.
           EXIT.

       8110-READ-LETTER-HISTORY.
           READ LETTER-HISTORY-FILE
               AT END
                   SET WS-LHST-EOF-YES TO TRUE
           END-READ.
       8110-EXIT.
           EXIT.

      *****************************************************************
      *  8200-COLLECT-ONE-LOAN : which notice has this delinquent     *
      *                          loan reached, and has it had it?  A  *
      *                          loan climbing past its last notice   *
      *                          gets the next one; a loan that has   *
      *                          dropped back is held at the lower    *
      *                          level without a letter, so it is     *
      *                          noticed again if it slips            *
      *****************************************************************
       8200-COLLECT-ONE-LOAN.
           MOVE DQ-LOAN-ID TO LM-LOAN-ID.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE "DQ-LOAN-ID"    TO WS-EXC-FIELD-NAME
                   MOVE DQ-LOAN-ID      TO WS-EXC-BAD-VALUE
                   MOVE "DELINQUENT LOAN NOT ON MASTER"
                                        TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   GO TO 8200-EXIT
           END-READ.
      *    paid off or written off since the sweep - nothing to
      *    collect, and the history drops it as cured
           IF NOT LM-STATUS-OPEN
               GO TO 8200-EXIT
           END-IF.
           ADD 1 TO WS-COL-LOAN-COUNT.
           EVALUATE TRUE
               WHEN DQ-DAYS-PAST-DUE >= 90
                   MOVE 3 TO WS-NEEDED-LEVEL
               WHEN DQ-DAYS-PAST-DUE >= 60
                   MOVE 2 TO WS-NEEDED-LEVEL
               WHEN DQ-DAYS-PAST-DUE >= 30
                   MOVE 1 TO WS-NEEDED-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-NEEDED-LEVEL
           END-EVALUATE.
           PERFORM 8300-FIND-HISTORY-SLOT THRU 8300-EXIT.
           IF WS-LHST-FOUND-SUB = ZERO
               IF WS-NEEDED-LEVEL = ZERO
                   GO TO 8200-EXIT
               END-IF
               IF WS-LHST-USED NOT < WS-LHST-MAX
                   MOVE "DQ-LOAN-ID"    TO WS-EXC-FIELD-NAME
                   MOVE DQ-LOAN-ID      TO WS-EXC-BAD-VALUE
                   MOVE "LETTER HISTORY TABLE FULL"
                                        TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
                   GO TO 8200-EXIT
               END-IF
               ADD 1 TO WS-LHST-USED
               MOVE WS-LHST-USED TO WS-LHST-FOUND-SUB
               MOVE LM-LOAN-ID TO WS-LHST-LOAN-ID(WS-LHST-FOUND-SUB)
               MOVE LM-EMP-ID  TO WS-LHST-EMP-ID(WS-LHST-FOUND-SUB)
               MOVE ZERO       TO WS-LHST-LEVEL(WS-LHST-FOUND-SUB)
               MOVE SPACES TO WS-LHST-NOTICE-DATE(WS-LHST-FOUND-SUB)
               MOVE ZERO       TO WS-LHST-ARREARS(WS-LHST-FOUND-SUB)
               MOVE ZERO       TO WS-LHST-DPD(WS-LHST-FOUND-SUB)
               MOVE SPACES TO WS-LHST-CURE-DATE(WS-LHST-FOUND-SUB)
               MOVE SPACES TO WS-LHST-REFERRED(WS-LHST-FOUND-SUB)
           END-IF.
           MOVE 'Y' TO WS-LHST-SEEN(WS-LHST-FOUND-SUB).
           PERFORM 8350-GET-EMPLOYEE-NAME THRU 8350-EXIT.
           IF WS-NEEDED-LEVEL > WS-LHST-LEVEL(WS-LHST-FOUND-SUB)
               PERFORM 8400-SEND-NOTICE THRU 8400-EXIT
           ELSE
               IF WS-NEEDED-LEVEL < WS-LHST-LEVEL(WS-LHST-FOUND-SUB)
                   MOVE WS-NEEDED-LEVEL
                       TO WS-LHST-LEVEL(WS-LHST-FOUND-SUB)
                   IF WS-NEEDED-LEVEL < 3
                       MOVE SPACES
                           TO WS-LHST-REFERRED(WS-LHST-FOUND-SUB)
                   END-IF
                   ADD 1 TO WS-COL-EASED-COUNT
               END-IF
           END-IF.
           IF WS-LHST-LEVEL(WS-LHST-FOUND-SUB) = 3
               PERFORM 8600-LIST-REFERRAL THRU 8600-EXIT
           END-IF.
       8200-EXIT.
           EXIT.

       8300-FIND-HISTORY-SLOT.
           MOVE ZERO TO WS-LHST-FOUND-SUB.
           PERFORM 8310-MATCH-HISTORY-SLOT THRU 8310-EXIT
               VARYING WS-LHST-SUB FROM 1 BY 1
               UNTIL WS-LHST-SUB > WS-LHST-USED
                   OR WS-LHST-FOUND-SUB > ZERO.
       8300-EXIT.
           EXIT.

       8310-MATCH-HISTORY-SLOT.
           IF WS-LHST-LOAN-ID(WS-LHST-SUB) = DQ-LOAN-ID
               MOVE WS-LHST-SUB TO WS-LHST-FOUND-SUB
           END-IF.
       8310-EXIT.
           EXIT.

       8350-GET-EMPLOYEE-NAME.
           MOVE SPACES TO WS-COL-EMP-NAME.
           IF WS-MASTER-OPEN-YES
               MOVE LM-EMP-ID TO PR-PERSON-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-COL-EMP-NAME
               END-READ
           END-IF.
       8350-EXIT.
           EXIT.

      *****************************************************************
      *  8400-SEND-NOTICE : print the notice the loan has reached -   *
      *                     arrears as of the sweep, the level        *
      *                     payment and the cure date - and record it *
      *                     on the history slot.  The final notice    *
      *                     refers the loan as of today.              *
      *****************************************************************
       8400-SEND-NOTICE.
           PERFORM 8450-COMPUTE-CURE-DATE THRU 8450-EXIT.
           MOVE WS-NEEDED-LEVEL  TO WS-LHST-LEVEL(WS-LHST-FOUND-SUB).
           MOVE WS-TODAY   TO WS-LHST-NOTICE-DATE(WS-LHST-FOUND-SUB).
           MOVE DQ-ARREARS-AMOUNT
                               TO WS-LHST-ARREARS(WS-LHST-FOUND-SUB).
           MOVE DQ-DAYS-PAST-DUE TO WS-LHST-DPD(WS-LHST-FOUND-SUB).
           MOVE WS-CURE-DATE TO WS-LHST-CURE-DATE(WS-LHST-FOUND-SUB).
           IF WS-NEEDED-LEVEL = 3
               MOVE WS-TODAY TO WS-LHST-REFERRED(WS-LHST-FOUND-SUB)
           END-IF.
           MOVE WS-QUOTE-RULE-LINE TO CL-LETTER-LINE.
           WRITE CL-LETTER-LINE.
           MOVE WS-CLTR-TITLE(WS-NEEDED-LEVEL) TO CL-LETTER-LINE.
           WRITE CL-LETTER-LINE.
           MOVE WS-TODAY TO WS-CLTR-DATE.
           MOVE WS-CLTR-DATE-LINE TO CL-LETTER-LINE.
           WRITE CL-LETTER-LINE.
           MOVE LM-EMP-ID       TO WS-CLTR-EMP-ID.
           MOVE WS-COL-EMP-NAME TO WS-CLTR-EMP-NAME.
           MOVE WS-CLTR-EMP-LINE TO CL-LETTER-LINE.
           WRITE CL-LETTER-LINE.
           MOVE LM-LOAN-ID       TO WS-CLTR-LOAN-ID.
           MOVE DQ-DAYS-PAST-DUE TO WS-CLTR-DPD.
           MOVE WS-CLTR-LOAN-LINE TO CL-LETTER-LINE.
           WRITE CL-LETTER-LINE.
           MOVE DQ-LAST-RUN-DATE  TO WS-CLTR-ASOF-DATE.
           MOVE DQ-ARREARS-AMOUNT TO WS-CLTR-ARREARS.
           MOVE WS-CLTR-ARREARS-LINE TO CL-LETTER-LINE.
           WRITE CL-LETTER-LINE.
           MOVE LM-MONTHLY-PAYMENT TO WS-CLTR-PAYMENT.
           MOVE WS-CLTR-PAYMENT-LINE TO CL-LETTER-LINE.
           WRITE CL-LETTER-LINE.
           MOVE WS-CURE-DATE TO WS-CLTR-CURE-DATE.
           MOVE WS-CLTR-CURE-LINE TO CL-LETTER-LINE.
           WRITE CL-LETTER-LINE.
           MOVE WS-CLTR-TEXT-1(WS-NEEDED-LEVEL) TO CL-LETTER-LINE.
           WRITE CL-LETTER-LINE.
           MOVE WS-CLTR-TEXT-2(WS-NEEDED-LEVEL) TO CL-LETTER-LINE.
           WRITE CL-LETTER-LINE.
           MOVE WS-CLTR-CLOSING-LINE TO CL-LETTER-LINE.
           WRITE CL-LETTER-LINE.
           ADD 1 TO WS-COL-NOTICE-TOTAL.
           MOVE LM-LOAN-ID TO WS-AUD-KEY-ID.
           MOVE "COLLECTION NOTICE" TO WS-AUD-KEY-INPUT.
           MOVE SPACES TO WS-AUD-KEY-RESULT.
           STRING WS-CLTR-TITLE(WS-NEEDED-LEVEL)(1:13)
               " CURE BY " WS-CURE-DATE
               DELIMITED BY SIZE INTO WS-AUD-KEY-RESULT
               ON OVERFLOW
                   PERFORM 9150-LOG-AUDIT-OVERFLOW THRU 9150-EXIT
           END-STRING.
           PERFORM 9200-WRITE-AUDIT-LOG THRU 9200-EXIT.
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8450-COMPUTE-CURE-DATE : today plus the days the notice      *
      *                           level allows, rolled forward one    *
      *                           calendar day at a time - a borrower *
      *                           is held to a real date, so this is  *
      *                           not the banker's 30-day month       *
      *****************************************************************
       8450-COMPUTE-CURE-DATE.
           MOVE WS-TODAY TO WS-CURE-DATE-PARTS.
           MOVE WS-CURE-DAYS(WS-NEEDED-LEVEL) TO WS-CURE-DAYS-LEFT.
           PERFORM 8460-ADVANCE-ONE-DAY THRU 8460-EXIT
               UNTIL WS-CURE-DAYS-LEFT = ZERO.
           MOVE WS-CURE-DATE-PARTS TO WS-CURE-DATE.
       8450-EXIT.
           EXIT.

       8460-ADVANCE-ONE-DAY.
           MOVE WS-MONTH-LENGTH(WS-CURE-MONTH) TO WS-MONTH-DAYS.
           IF WS-CURE-MONTH = 2
               DIVIDE WS-CURE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CURE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CURE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                       OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.
           ADD 1 TO WS-CURE-DAY.
           IF WS-CURE-DAY > WS-MONTH-DAYS
               MOVE 1 TO WS-CURE-DAY
               ADD 1 TO WS-CURE-MONTH
               IF WS-CURE-MONTH > 12
                   MOVE 1 TO WS-CURE-MONTH
                   ADD 1 TO WS-CURE-YEAR
               END-IF
           END-IF.
           SUBTRACT 1 FROM WS-CURE-DAYS-LEFT.
       8460-EXIT.
           EXIT.

      *****************************************************************
      *  8500-COUNT-ONE-CURED : a history loan the sweep no longer    *
      *                         carries has caught up - it is not     *
      *                         saved, so a later slip starts over at *
      *                         the first notice                      *
      *****************************************************************
       8500-COUNT-ONE-CURED.
           IF WS-LHST-SEEN(WS-LHST-SUB) = 'N'
               ADD 1 TO WS-COL-CURED-COUNT
           END-IF.
       8500-EXIT.
           EXIT.

      *****************************************************************
      *  8600-LIST-REFERRAL : a loan at the final stage goes on the   *
      *                       referral list for payroll and HR        *
      *                       action - NEW when referred by this run  *
      *****************************************************************
       8600-LIST-REFERRAL.
           MOVE SPACES            TO WS-REFR-DETAIL-LINE.
           MOVE LM-LOAN-ID        TO WS-REFR-LOAN-ID.
           MOVE LM-EMP-ID         TO WS-REFR-EMP-ID.
           MOVE WS-COL-EMP-NAME   TO WS-REFR-EMP-NAME.
           MOVE DQ-ARREARS-AMOUNT TO WS-REFR-ARREARS.
           MOVE DQ-DAYS-PAST-DUE  TO WS-REFR-DPD.
           IF WS-LHST-REFERRED(WS-LHST-FOUND-SUB) = WS-TODAY
               MOVE "NEW" TO WS-REFR-STANDING
           ELSE
               STRING "SINCE " WS-LHST-REFERRED(WS-LHST-FOUND-SUB)
                   DELIMITED BY SIZE INTO WS-REFR-STANDING
           END-IF.
           MOVE WS-REFR-DETAIL-LINE TO RF-REFERRAL-LINE.
           WRITE RF-REFERRAL-LINE.
           ADD 1                 TO WS-COL-REFER-COUNT.
           ADD DQ-ARREARS-AMOUNT TO WS-COL-REFER-ARREARS.
       8600-EXIT.
           EXIT.

      *****************************************************************
      *  8700-SAVE-LETTER-HISTORY : rewrite LOANLHST from the loans   *
      *                             still delinquent at a notice      *
      *                             level - a cured loan is not       *
      *                             carried forward, which resets it  *
      *****************************************************************
       8700-SAVE-LETTER-HISTORY.
           OPEN OUTPUT LETTER-HISTORY-FILE.
           PERFORM 8710-SAVE-ONE-LETTER THRU 8710-EXIT
               VARYING WS-LHST-SUB FROM 1 BY 1
               UNTIL WS-LHST-SUB > WS-LHST-USED.
           CLOSE LETTER-HISTORY-FILE.
       8700-EXIT.
           EXIT.

       8710-SAVE-ONE-LETTER.
           IF WS-LHST-SEEN(WS-LHST-SUB) NOT = 'Y'
               OR WS-LHST-LEVEL(WS-LHST-SUB) = ZERO
               GO TO 8710-EXIT
           END-IF.
           MOVE SPACES TO LH-LETTER-HISTORY-RECORD.
           MOVE WS-LHST-LOAN-ID(WS-LHST-SUB)     TO LH-LOAN-ID.
           MOVE WS-LHST-EMP-ID(WS-LHST-SUB)      TO LH-EMP-ID.
           MOVE WS-LHST-LEVEL(WS-LHST-SUB)       TO LH-NOTICE-LEVEL.
           MOVE WS-LHST-NOTICE-DATE(WS-LHST-SUB) TO LH-NOTICE-DATE.
           MOVE WS-LHST-ARREARS(WS-LHST-SUB)     TO LH-ARREARS-AMOUNT.
           MOVE WS-LHST-DPD(WS-LHST-SUB)         TO LH-DAYS-PAST-DUE.
           MOVE WS-LHST-CURE-DATE(WS-LHST-SUB)   TO LH-CURE-DATE.
           MOVE WS-LHST-REFERRED(WS-LHST-SUB)    TO LH-REFERRED-DATE.
           WRITE LH-LETTER-HISTORY-RECORD.
       8710-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-EXCEPTION : append one rejected entry to the      *
      *                         shared EXCPRPT exception report       *
           CLOSE CONTROL-TOTALS-FILE.
       9300-EXIT.
           EXIT.

      *****************************************************************
      *  9800-LOAD-PERIODS : pull the PRDCTL period control file      *
      *                      whole and note the latest closed period  *
      *                      and the first open day after it.  No     *
      *                      file yet means nothing is closed.        *
      *****************************************************************
       9800-LOAD-PERIODS.
           MOVE ZERO   TO WS-PRD-USED.
           MOVE 'N'    TO WS-PRD-EOF-SWITCH.
           MOVE SPACES TO WS-CLOSED-THRU.
           MOVE SPACES TO WS-OPEN-FROM-DATE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PRD-STATUS NOT = "00"
               GO TO 9800-EXIT
           END-IF.
           PERFORM 9810-READ-PERIOD THRU 9810-EXIT.
           PERFORM UNTIL WS-PRD-EOF-YES
               IF WS-PRD-USED < WS-PRD-MAX
                   ADD 1 TO WS-PRD-USED
                   MOVE PC-PERIOD       TO WS-PRD-PERIOD(WS-PRD-USED)
                   MOVE PC-STATUS       TO WS-PRD-STATE(WS-PRD-USED)
                   MOVE PC-EXTRACT-DATE
                                TO WS-PRD-EXTRACT-DATE(WS-PRD-USED)
                   MOVE PC-EXTRACT-BALANCED
                                TO WS-PRD-BALANCED(WS-PRD-USED)
                   MOVE PC-DELINQ-DATE
                                TO WS-PRD-DELINQ-DATE(WS-PRD-USED)
                   MOVE PC-CLOSED-DATE
                                TO WS-PRD-CLOSED-DATE(WS-PRD-USED)
               ELSE
                   SET WS-PRD-FULL-YES TO TRUE
               END-IF
               IF PC-STATUS-CLOSED AND PC-PERIOD > WS-CLOSED-THRU
                   MOVE PC-PERIOD TO WS-CLOSED-THRU
               END-IF
               PERFORM 9810-READ-PERIOD THRU 9810-EXIT
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
       9800-EXIT.
           EXIT.

       9810-READ-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-PRD-EOF-YES TO TRUE
           END-READ.
       9810-EXIT.
           EXIT.

       9820-FIND-PERIOD.
           MOVE ZERO TO WS-PRD-FOUND-SUB.
           PERFORM 9830-MATCH-PERIOD THRU 9830-EXIT
               VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SUB > WS-PRD-USED
                   OR WS-PRD-FOUND-SUB > ZERO.
       9820-EXIT.
           EXIT.

       9830-MATCH-PERIOD.
           IF WS-PRD-PERIOD(WS-PRD-SUB) = WS-PERIOD-PARTS
               MOVE WS-PRD-SUB TO WS-PRD-FOUND-SUB
           END-IF.
       9830-EXIT.
           EXIT.

      *****************************************************************
      *  9850-SAVE-PERIODS : rewrite PRDCTL from the period table.    *
      *                      A table that overflowed on load is not   *
      *                      written back - that would drop periods.  *
      *****************************************************************
       9850-SAVE-PERIODS.
           IF WS-PRD-FULL-YES
               MOVE "PERIOD-CONTROL-FILE" TO WS-EXC-FIELD-NAME
               MOVE SPACES                TO WS-EXC-BAD-VALUE
               MOVE "PRDCTL NOT REWRITTEN - FULL"
                                          TO WS-EXC-REASON
               PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               GO TO 9850-EXIT
           END-IF.
           OPEN OUTPUT PERIOD-CONTROL-FILE.
           PERFORM 9860-SAVE-ONE-PERIOD THRU 9860-EXIT
               VARYING WS-PRD-SUB FROM 1 BY 1
               UNTIL WS-PRD-SUB > WS-PRD-USED.
           CLOSE PERIOD-CONTROL-FILE.
       9850-EXIT.
           EXIT.

       9860-SAVE-ONE-PERIOD.
           MOVE SPACES TO PC-PERIOD-RECORD.
           MOVE WS-PRD-PERIOD(WS-PRD-SUB)       TO PC-PERIOD.
           MOVE WS-PRD-STATE(WS-PRD-SUB)        TO PC-STATUS.
           MOVE WS-PRD-EXTRACT-DATE(WS-PRD-SUB) TO PC-EXTRACT-DATE.
           MOVE WS-PRD-BALANCED(WS-PRD-SUB)     TO PC-EXTRACT-BALANCED.
           MOVE WS-PRD-DELINQ-DATE(WS-PRD-SUB)  TO PC-DELINQ-DATE.
           MOVE WS-PRD-CLOSED-DATE(WS-PRD-SUB)  TO PC-CLOSED-DATE.
           WRITE PC-PERIOD-RECORD.
       9860-EXIT.
           EXIT.
