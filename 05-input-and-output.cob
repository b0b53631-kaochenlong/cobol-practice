      *                   fields are renamed EW- on COPY here, since  *
      *                   SURVYREC's own PERSONREC fields already     *
      *                   occupy the PR- names.)                      *
      *  2026-09-24  RKM  The EMPMSTR SELECT names the badge          *
      *                   (EM-MYID) and name (EM-NAME) alternate keys *
      *                   the master now carries, so the file opens   *
      *                   with the key layout it was built with.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EW-PERSON-ID
               ALTERNATE RECORD KEY IS EM-MYID
               ALTERNATE RECORD KEY IS EM-NAME WITH DUPLICATES
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
