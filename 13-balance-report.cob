      *                   batch number the edit's CTLTOTS records     *
      *                   carry, so the window ties to the exact      *
      *                   batches it consumed.                        *
      *  2026-09-09  RKM  The month-end integrity sweep's control     *
      *                   record carries its serious breaks in the    *
      *                   rejected count; any break fails the window  *
      *                   here like an unbalanced step.               *
      *  2026-09-29  RKM  The claim screen now sits between the edit  *
      *                   and POST, so AMTIN is tied to the screen's  *
      *                   SCREEN read and AMTCLN from the screen's    *
      *                   SCREEN and RELEASE written counts to POST's *
      *                   read.  A feed row names its producing       *
      *                   program instead of assuming the edit.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
               10  WS-CTL-AMOUNT    PIC S9(11)V99.
               10  WS-CTL-BATCH     PIC X(06).
      *****************************************************************
      *  The five feeds between steps : what the producing step       *
      *  wrote to a file must equal what its consuming step read.     *
      *  Each row is the feed, the producing program and mode, a      *
      *  second mode of the same program whose written count is       *
      *  added in (spaces for none), and the consuming program and    *
      *  mode.  AMTCLN reaches POST through the claim screen - the    *
      *  claims it passed plus those it released off CLMHOLD.         *
      *  Loaded via REDEFINES so the list reads off the page.         *
      *****************************************************************
       77  WS-PAIR-COUNT            PIC 9(02) COMP VALUE 5.
       77  WS-PLUS-SUB              PIC 9(02) COMP VALUE ZERO.
       01  WS-FEED-WRITTEN          PIC 9(07)  VALUE ZERO.
       01  WS-PAIR-DATA.
           05  FILLER PIC X(48) VALUE
               "HEALTHININPTEDITHEALTHIN        BMICALC BATCH   ".
           05  FILLER PIC X(48) VALUE
               "SURVIN  INPTEDITSURVIN          INPTOUTPBATCH   ".
           05  FILLER PIC X(48) VALUE
               "AMTIN   INPTEDITAMTIN           CLMSCRN SCREEN  ".
           05  FILLER PIC X(48) VALUE
               "AMTCLN  CLMSCRN SCREEN  RELEASE VARIABLEPOST    ".
           05  FILLER PIC X(48) VALUE
               "EMPLOAD INPTEDITEMPLOAD         VARIABLELOAD    ".
       01  WS-PAIR-TABLE REDEFINES WS-PAIR-DATA.
           05  WS-PAIR-ENTRY OCCURS 5 TIMES.
               10  WS-PAIR-FEED     PIC X(08).
               10  WS-PAIR-SRC-PROGRAM
                                    PIC X(08).
               10  WS-PAIR-SOURCE   PIC X(08).
               10  WS-PAIR-PLUS-MODE
                                    PIC X(08).
               10  WS-PAIR-PROGRAM  PIC X(08).
               10  WS-PAIR-MODE     PIC X(08).
       01  WS-EXC-FIELD-NAME        PIC X(20)  VALUE SPACES.
       01  WS-EXC-BAD-VALUE         PIC X(20)  VALUE SPACES.
       01  WS-EXC-REASON            PIC X(30)  VALUE SPACES.

      *****************************************************************
      *  2000-PRINT-BALANCE-REPORT : the one-page report - a self     *
      *                              check per step, the five feed    *
      *                              cross checks, and the verdict    *
      *****************************************************************
       2000-PRINT-BALANCE-REPORT.
           WRITE BL-REPORT-LINE.
           PERFORM 2200-CHECK-ONE-FEED THRU 2200-EXIT
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
           MOVE SPACES TO BL-REPORT-LINE.
           WRITE BL-REPORT-LINE.
           IF WS-OUT-OF-BALANCE
               WRITE BL-REPORT-LINE
               GO TO 2100-EXIT
           END-IF.
      *    the integrity sweep reads records it never writes back; its
      *    written count is warnings and its rejected count serious
      *    breaks, and only a serious break fails the window
           IF WS-CTL-PROGRAM(WS-CTL-SUB) = "INTEGRTY"
               IF WS-CTL-REJECTED(WS-CTL-SUB) = ZERO
                   MOVE "IN BALANCE"     TO WS-DET-STATUS
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-DET-STATUS
                   SET WS-OUT-OF-BALANCE TO TRUE
                   MOVE "INTEGRTY"       TO WS-EXC-FIELD-NAME
                   MOVE WS-CTL-STEPMODE(WS-CTL-SUB)
                                         TO WS-EXC-BAD-VALUE
                   MOVE "INTEGRITY BREAKS FOUND"
                                         TO WS-EXC-REASON
                   PERFORM 9100-WRITE-EXCEPTION THRU 9100-EXIT
               END-IF
               MOVE WS-DETAIL-LINE TO BL-REPORT-LINE
               WRITE BL-REPORT-LINE
               GO TO 2100-EXIT
           END-IF.
           IF WS-CTL-READ(WS-CTL-SUB) =
                   WS-CTL-WRITTEN(WS-CTL-SUB)
                   + WS-CTL-REJECTED(WS-CTL-SUB)
           EXIT.

      *****************************************************************
      *  2200-CHECK-ONE-FEED : what the producing step wrote to this  *
      *                        feed must equal what its consuming     *
      *                        step read.  A feed whose               *
      *                        steps did not both run this window is  *
      *                        reported NOT RUN, not failed.          *
      *****************************************************************
       2200-CHECK-ONE-FEED.
           MOVE ZERO TO WS-CLEAN-SUB WS-READ-SUB WS-PLUS-SUB.
           PERFORM 2210-FIND-FEED-ENTRIES THRU 2210-EXIT
               VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > WS-CTL-USED.
           MOVE WS-PAIR-FEED(WS-PAIR-SUB)    TO WS-CROSS-SOURCE.
           MOVE WS-PAIR-PROGRAM(WS-PAIR-SUB) TO WS-CROSS-PROGRAM.
           IF WS-CLEAN-SUB = ZERO OR WS-READ-SUB = ZERO
               MOVE ZERO        TO WS-CROSS-CLEAN
               MOVE ZERO        TO WS-CROSS-READ
               MOVE "NOT RUN"   TO WS-CROSS-STATUS
           ELSE
               MOVE WS-CTL-WRITTEN(WS-CLEAN-SUB) TO WS-FEED-WRITTEN
               IF WS-PLUS-SUB > ZERO
                   ADD WS-CTL-WRITTEN(WS-PLUS-SUB) TO WS-FEED-WRITTEN
               END-IF
               MOVE WS-FEED-WRITTEN              TO WS-CROSS-CLEAN
               MOVE WS-CTL-READ(WS-READ-SUB)     TO WS-CROSS-READ
               IF WS-FEED-WRITTEN = WS-CTL-READ(WS-READ-SUB)
                   MOVE "IN BALANCE"     TO WS-CROSS-STATUS
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-CROSS-STATUS
                   SET WS-OUT-OF-BALANCE TO TRUE
                   MOVE WS-PAIR-FEED(WS-PAIR-SUB)
                                         TO WS-EXC-FIELD-NAME
                   MOVE WS-PAIR-PROGRAM(WS-PAIR-SUB)
                                         TO WS-EXC-BAD-VALUE
           EXIT.

       2210-FIND-FEED-ENTRIES.
           IF WS-CTL-PROGRAM(WS-CTL-SUB) =
                       WS-PAIR-SRC-PROGRAM(WS-PAIR-SUB)
                   AND WS-CTL-STEPMODE(WS-CTL-SUB) =
                       WS-PAIR-SOURCE(WS-PAIR-SUB)
               MOVE WS-CTL-SUB TO WS-CLEAN-SUB
           END-IF.
           IF WS-PAIR-PLUS-MODE(WS-PAIR-SUB) NOT = SPACES
                   AND WS-CTL-PROGRAM(WS-CTL-SUB) =
                       WS-PAIR-SRC-PROGRAM(WS-PAIR-SUB)
                   AND WS-CTL-STEPMODE(WS-CTL-SUB) =
                       WS-PAIR-PLUS-MODE(WS-PAIR-SUB)
               MOVE WS-CTL-SUB TO WS-PLUS-SUB
           END-IF.
           IF WS-CTL-PROGRAM(WS-CTL-SUB) =
                       WS-PAIR-PROGRAM(WS-PAIR-SUB)
                   AND WS-CTL-STEPMODE(WS-CTL-SUB) =
