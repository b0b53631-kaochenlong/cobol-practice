      *****************************************************************
      *  RETNPRMREC.CPY                                               *
      *  One RETNPARM retention card for the RetentionPurge run : a   *
      *  health or survey file, how many months after separation its  *
      *  records are kept, and whether they are then purged ('P') or  *
      *  anonymized ('A') under a hashed placeholder id.  A file with *
      *  no card is kept as is.  The HASHKEY card carries the private *
      *  key the placeholder is hashed with - the same key must ride  *
      *  every run, or one person's records would scatter across      *
      *  placeholders.                                                *
      *****************************************************************
       01  RP-PARM-RECORD.
           05  RP-FILE-NAME        PIC X(08).
               88  RP-HASH-KEY-CARD         VALUE "HASHKEY ".
           05  RP-PARM-BODY        PIC X(16).
           05  RP-RETENTION REDEFINES RP-PARM-BODY.
               10  RP-RETAIN-MONTHS    PIC 9(03).
               10  RP-ACTION           PIC X(01).
                   88  RP-ACTION-PURGE          VALUE 'P'.
                   88  RP-ACTION-ANONYMIZE      VALUE 'A'.
               10  FILLER              PIC X(12).
           05  RP-HASH-KEY REDEFINES RP-PARM-BODY
                                   PIC X(16).
