      *****************************************************************
      *  MRGTRNREC.CPY                                                *
      *  One MERGETRN duplicate-record merge transaction : the loser  *
      *  id HR keyed by mistake (a rehire or name change entered as a *
      *  new add) and the survivor id its history is to be moved      *
      *  onto.  EmployeeMerge applies them in file order.             *
      *****************************************************************
       01  MT-MERGE-RECORD.
           05  MT-FROM-ID          PIC X(10).
           05  MT-TO-ID            PIC X(10).
