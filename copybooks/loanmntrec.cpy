      *  ledger's MAINT mode applies : a negotiated rate change       *
      *  ('R', new annual rate), a hardship term extension ('E', new  *
      *  total term in months), an early-payoff quote ('Q', the       *
      *  settlement letter as of the effective date), a write-off on  *
      *  separation ('W'), or a balance settled by deduction from     *
      *  the leaver's final pay ('S', appended by SeparationClearance *
      *  and dated the separation date).  What used to be a margin    *
      *  note in the retired ring binder.                             *
      *****************************************************************
       01  LT-MAINT-RECORD.
           05  LT-LOAN-ID          PIC X(10).
               88  LT-TYPE-TERM-EXTEND      VALUE 'E'.
               88  LT-TYPE-PAYOFF-QUOTE     VALUE 'Q'.
               88  LT-TYPE-WRITE-OFF        VALUE 'W'.
               88  LT-TYPE-FINAL-PAY        VALUE 'S'.
           05  LT-NEW-RATE         PIC 9(01)V9(04).
           05  LT-NEW-TERM         PIC 9(03).
           05  LT-EFFECTIVE-DATE   PIC X(08).
