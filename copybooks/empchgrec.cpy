      *****************************************************************
      *  EMPCHGREC.CPY                                                *
      *  One field-level change to an EMPMSTR employee record on the  *
      *  EMPCHGLG change log : which field, its value before and      *
      *  after, and the program, mode (source), date and time that    *
      *  made the change.  Variables appends one record per field     *
      *  that actually changed on every MAINT add, update and         *
      *  terminate, LOAD add/terminate/change, POST, APPROVE and      *
      *  REVERSE.  SeparationClearance logs the balance it pays out   *
      *  on final pay, and EmployeeMerge both ids of every merge.     *
      *  An add logs every field it set with a blank                  *
      *  before value.  Values are carried as stored on the master -  *
      *  the amount as its eight unedited digits, the age as a sign   *
      *  and three digits - so EmployeeInquiry can replay the log to  *
      *  rebuild a record exactly as of any date.                     *
      *****************************************************************
       01  MC-CHANGE-RECORD.
           05  MC-EMP-ID           PIC X(10).
           05  MC-CHANGE-DATE      PIC X(08).
           05  MC-CHANGE-TIME      PIC X(08).
           05  MC-PROGRAM-ID       PIC X(08).
           05  MC-SOURCE           PIC X(08).
               88  MC-SOURCE-ADD            VALUE "MAINTADD"
                                                  "LOADADD".
           05  MC-FIELD-NAME       PIC X(16).
           05  MC-BEFORE-VALUE     PIC X(20).
           05  MC-AFTER-VALUE      PIC X(20).
