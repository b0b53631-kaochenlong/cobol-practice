      *  'C'/'H'/'T' bytes, so a detail can never be swallowed as a   *
      *  control record.  InputEdit verifies these controls and       *
      *  refuses a short, doubled or replayed batch.                   *
      *  A 'B' key type on the header says the details are keyed by   *
      *  badge (EM-MYID) instead of employee id - honoured on         *
      *  HEALTHIN and SURVIN, which InputEdit resolves to the         *
      *  employee id.                                                 *
      *  The clinic's CLNINV invoice carries the same controls (and   *
      *  may be badge-keyed); ClinicInvoice verifies them itself.     *
      *****************************************************************
       01  FC-CONTROL-RECORD.
           05  FC-RECORD-TYPE      PIC X(01).
               10  FC-HDR-SOURCE       PIC X(08).
               10  FC-HDR-CREATE-DATE  PIC X(08).
               10  FC-HDR-BATCH-NO     PIC X(06).
               10  FC-HDR-KEY-TYPE     PIC X(01).
                   88  FC-HDR-KEYED-BY-BADGE    VALUE 'B'.
               10  FILLER              PIC X(17).
           05  FC-TRAILER-BODY REDEFINES FC-RECORD-BODY.
               10  FC-TRL-RECORD-COUNT PIC 9(07).
               10  FC-TRL-HASH-TOTAL   PIC 9(11)V99.
