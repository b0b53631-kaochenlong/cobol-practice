           05  BK-RECORD-TYPE      PIC X(01).
               88  BK-DETAIL-REC        VALUE 'D'.
               88  BK-TRAILER-REC       VALUE 'T'.
           05  BK-RECORD-BODY      PIC X(87).
           05  BK-DETAIL-BODY REDEFINES BK-RECORD-BODY.
               10  BK-EMPLOYEE-IMAGE   PIC X(82).
               10  FILLER              PIC X(05).
           05  BK-TRAILER-BODY REDEFINES BK-RECORD-BODY.
               10  BK-RECORD-COUNT     PIC 9(07).
               10  BK-HASH-TOTAL       PIC 9(11)V99.
               10  FILLER              PIC X(67).
