      *****************************************************************
      *  PRGREGREC.CPY                                                *
      *  One line on the persistent PURGEREG purge register, appended *
      *  by RetentionPurge for every file on RETNPARM each run : the  *
      *  run date, the file, the retention period and the cutoff it   *
      *  gave, how many separated employees are past that cutoff, and *
      *  how many of the file's records were purged or anonymized -   *
      *  the evidence Legal asks for of what was removed and when.    *
      *  No employee id is ever written here.                         *
      *****************************************************************
       01  PG-PURGE-RECORD.
           05  PG-RUN-DATE         PIC X(08).
           05  PG-FILE-NAME        PIC X(08).
           05  PG-ACTION           PIC X(01).
           05  PG-RETAIN-MONTHS    PIC 9(03).
           05  PG-CUTOFF-DATE      PIC X(08).
           05  PG-EMPLOYEES-PAST   PIC 9(05).
           05  PG-RECORDS-PURGED   PIC 9(07).
           05  PG-RECORDS-ANONYMIZED PIC 9(07).
