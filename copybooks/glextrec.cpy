      *  the PAYDEDUC style : an 'H' header with the run date, one    *
      *  'D' journal line per debit or credit (cost center, account,  *
      *  DR/CR flag, amount, and the source activity that raised      *
      *  it, with both its transaction date and the accounting        *
      *  period it books to - later than the transaction date when    *
      *  that period was already closed), and a 'T' trailer carrying  *
      *  the detail count and an amount hash total so the GL side can *
      *  prove the file arrived intact.                               *
      *****************************************************************
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE      PIC X(01).
               10  GL-DET-SOURCE       PIC X(08).
               10  GL-DET-EMP-ID       PIC X(10).
               10  GL-DET-TRAN-DATE    PIC X(08).
               10  GL-DET-ACCT-PERIOD  PIC X(06).
               10  FILLER              PIC X(04).
           05  GL-TRAILER-BODY REDEFINES GL-RECORD-BODY.
               10  GL-TRL-RECORD-COUNT PIC 9(07).
               10  GL-TRL-HASH-TOTAL   PIC 9(11)V99.
