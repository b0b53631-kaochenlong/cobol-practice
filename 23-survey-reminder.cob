      *                   the WELLNOTC letter style.  HR stops        *
      *                   ticking the roster off against the survey   *
      *                   file by hand every month-end.               *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *****************************************************************
      *  Run with an optional date range on the command line :        *
      *      FROM-YYYYMMDD THRU-YYYYMMDD                              *
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.
           SELECT SURVEY-RESULTS-FILE ASSIGN TO "SURVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
