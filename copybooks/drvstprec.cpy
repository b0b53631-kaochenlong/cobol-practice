      *****************************************************************
      *  DRVSTPREC.CPY                                                *
      *  One step definition on the DRVSTEPS control file the Driver  *
      *  builds the batch window from, in run order : the step name,  *
      *  when it runs (D daily, M month end - a quarter end is also a *
      *  month end - Q quarter end only, off the RUNCAL flags, or W   *
      *  on the named weekday MON..SUN), the highest return code that *
      *  still lets the window go on (a 4 within it warns, anything   *
      *  above it fails the step), up to three predecessor steps that *
      *  must have ended within their own limit first, and the        *
      *  command that runs it.  A predecessor must be defined on an   *
      *  earlier line; one not scheduled tonight does not hold its    *
      *  dependants back.  A '*' in column 1 is a comment line.       *
      *  Maintained by operations.                                    *
      *****************************************************************
       01  DS-STEP-DEF-RECORD.
           05  DS-STEP-NAME        PIC X(12).
           05  DS-SCHEDULE         PIC X(01).
               88  DS-SCHED-DAILY           VALUE 'D'.
               88  DS-SCHED-MONTH-END       VALUE 'M'.
               88  DS-SCHED-QUARTER-END     VALUE 'Q'.
               88  DS-SCHED-WEEKDAY         VALUE 'W'.
               88  DS-SCHED-VALID           VALUE 'D' 'M' 'Q' 'W'.
           05  DS-WEEKDAY          PIC X(03).
           05  DS-MAX-RC           PIC 9(02).
           05  DS-PREDECESSOR      PIC X(12) OCCURS 3 TIMES.
           05  DS-COMMAND          PIC X(40).
