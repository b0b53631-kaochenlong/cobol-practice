      *                   each enrolled employee's category movement  *
      *                   since enrollment, the figure the program    *
      *                   is funded on.                               *
      *  2026-09-08  RKM  The follow-up page shows a case closed by   *
      *                   the separation clearance run as SEPARATED   *
      *                   instead of counting the leaver as a         *
      *                   non-responder to chase.                     *
      *  2026-09-11  RKM  A WELLNREG notice RetentionPurge has        *
      *                   anonymized under a '#' placeholder opens no *
      *                   case, and one left without its case shows   *
      *                   as ANONYMIZED, not as a non-responder.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
               MOVE NR-EMP-ID      TO WS-FIND-EMP-ID
               MOVE NR-NOTICE-DATE TO WS-FIND-NOTICE
               PERFORM 8000-FIND-ENROLLMENT THRU 8000-EXIT
      *        an anonymized notice belongs to a long-gone leaver -
      *        it never opens a case
               IF WS-ENR-FOUND-SUB = ZERO
                       AND NR-EMP-ID(1:1) NOT = '#'
                   IF WS-ENR-USED < WS-ENR-MAX
                       ADD 1 TO WS-ENR-USED
                       MOVE NR-EMP-ID
           MOVE NR-NOTICE-DATE TO WS-FIND-NOTICE.
           PERFORM 8000-FIND-ENROLLMENT THRU 8000-EXIT.
           IF WS-ENR-FOUND-SUB = ZERO
               IF NR-EMP-ID(1:1) = '#'
                   MOVE "ANONYMIZED"     TO WS-FU-RESPONSE
               ELSE
                   MOVE "NOT ON MASTER"  TO WS-FU-RESPONSE
                   ADD 1 TO WS-NON-RESP-COUNT
               END-IF
           ELSE
               EVALUATE WS-ENR-STATUS(WS-ENR-FOUND-SUB)
                   WHEN 'E'
                       MOVE "DECLINED"    TO WS-FU-RESPONSE
                   WHEN 'C'
                       MOVE "COMPLETED"   TO WS-FU-RESPONSE
                   WHEN 'S'
                       MOVE "SEPARATED"   TO WS-FU-RESPONSE
                   WHEN OTHER
                       MOVE "NO RESPONSE" TO WS-FU-RESPONSE
                       ADD 1 TO WS-NON-RESP-COUNT
