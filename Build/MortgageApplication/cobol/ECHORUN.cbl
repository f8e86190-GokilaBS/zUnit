      *             the step table below; ECHORST prints the          *
      *             operator's view of it.                            *
      *                                                               *
      *             Functions 'S' and 'P' are the same check and      *
      *             stamp for a supplemental late-feed cycle, run     *
      *             against the RUN-SUPP switches once the date's     *
      *             night has completed. ECHOEDT's 'S' asks whether   *
      *             a new cycle may open (the night and any earlier   *
      *             cycle all the way through); its 'P' opens it,     *
      *             numbering it one past the last. Every other       *
      *             step of the cycle follows its predecessor the     *
      *             way the night's steps do. ECHOWRK has no          *
      *             supplemental step.                                *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       01 WS-STEP-SUB           Pic 9(02) COMP.
       01 WS-STEP-INDEX         Pic 9(02) COMP.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
      *    A supplemental cycle runs the chain up to ECHOEXT.
       01 WS-SUPP-STEPS         Pic 9(02) COMP VALUE 5.
       01 WS-LAST-CYCLE         Pic 9(02) VALUE 99.

      *    The chain, in running order. A step's predecessor is the
      *    entry before it; ECHOEDT has none and is what creates

           PERFORM 2000-READ-DATE-RECORD

           EVALUATE TRUE
               WHEN RUN-CHECK-START
                   PERFORM 3000-CHECK-MAY-START
               WHEN RUN-CHECK-SUPP-START
                   PERFORM 5000-CHECK-SUPP-START
               WHEN RUN-MARK-SUPP-COMPLETE
                   PERFORM 6000-MARK-SUPP-COMPLETE
               WHEN OTHER
                   PERFORM 4000-MARK-STEP-COMPLETE
           END-EVALUATE

           CLOSE RUN-CONTROL-FILE
           GOBACK.
               IF WS-STEP-INDEX = 1
                   MOVE SPACES TO RUN-CONTROL-RECORD
                   MOVE RUN-DATE-IN TO RUN-APPL-DATE
                   MOVE ZERO TO RUN-SUPP-CYCLE
                   MOVE 'Y' TO RUN-STEP-SW(1)
                   MOVE RUN-STEP-NAME TO RUN-LAST-STEP
                   MOVE WS-CURRENT-TIMESTAMP(1:14)
               END-REWRITE
           END-IF.

      *    A supplemental cycle only ever follows a completed night,
      *    and only one cycle is open at a time - a second late feed
      *    waits until the first has been extracted.
       5000-CHECK-SUPP-START.
           EVALUATE TRUE
               WHEN NOT DATE-RECORD-FOUND
                   DISPLAY 'ECHORUN - NO RUN-CONTROL RECORD FOR '
                       RUN-DATE-IN ' - THE NIGHT HAS NOT RUN FOR THIS '
                       'DATE'
               WHEN WS-STEP-INDEX > WS-SUPP-STEPS
                   DISPLAY 'ECHORUN - ' RUN-STEP-NAME
                       ' HAS NO SUPPLEMENTAL CYCLE STEP'
               WHEN WS-STEP-INDEX = 1
                   PERFORM 5100-CHECK-NEW-CYCLE
               WHEN RUN-SUPP-CYCLE = ZERO
                   DISPLAY 'ECHORUN - NO SUPPLEMENTAL CYCLE IS OPEN '
                       'FOR ' RUN-DATE-IN ' - HAS ECHOEDT RUN THE '
                       'LATE FEED?'
               WHEN RUN-SUPP-STEP-SW(WS-STEP-INDEX) = 'Y'
                   DISPLAY 'ECHORUN - ' RUN-STEP-NAME
                       ' ALREADY COMPLETED FOR ' RUN-DATE-IN
                       ' SUPPLEMENTAL CYCLE ' RUN-SUPP-CYCLE
               WHEN RUN-SUPP-STEP-SW(WS-STEP-INDEX - 1) NOT = 'Y'
                   DISPLAY 'ECHORUN - ' RUN-STEP-NAME
                       ' CANNOT START FOR ' RUN-DATE-IN
                       ' SUPPLEMENTAL CYCLE ' RUN-SUPP-CYCLE ' - '
                       WS-STEP-NAME(WS-STEP-INDEX - 1)
                       ' HAS NOT COMPLETED'
               WHEN OTHER
                   MOVE RUN-SUPP-CYCLE TO RUN-CYCLE
                   SET RUN-OK TO TRUE
           END-EVALUATE.

       5100-CHECK-NEW-CYCLE.
           EVALUATE TRUE
               WHEN RUN-STEP-SW(6) NOT = 'Y'
                   DISPLAY 'ECHORUN - THE NIGHT HAS NOT COMPLETED FOR '
                       RUN-DATE-IN ' - NO SUPPLEMENTAL CYCLE YET'
               WHEN RUN-SUPP-CYCLE > ZERO
                   AND RUN-SUPP-STEP-SW(WS-SUPP-STEPS) NOT = 'Y'
                   DISPLAY 'ECHORUN - SUPPLEMENTAL CYCLE '
                       RUN-SUPP-CYCLE ' FOR ' RUN-DATE-IN
                       ' HAS NOT COMPLETED'
               WHEN RUN-SUPP-CYCLE NOT < WS-LAST-CYCLE
                   DISPLAY 'ECHORUN - ' RUN-DATE-IN ' HAS USED ALL '
                       WS-LAST-CYCLE ' SUPPLEMENTAL CYCLES'
               WHEN OTHER
                   COMPUTE RUN-CYCLE = RUN-SUPP-CYCLE + 1
                   SET RUN-OK TO TRUE
           END-EVALUATE.

      *    ECHOEDT's stamp opens the next cycle and clears the
      *    switches the last one left behind.
       6000-MARK-SUPP-COMPLETE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

           EVALUATE TRUE
               WHEN NOT DATE-RECORD-FOUND
                   DISPLAY 'ECHORUN - NO RUN-CONTROL RECORD FOR '
                       RUN-DATE-IN ' TO MARK ' RUN-STEP-NAME
                       ' COMPLETE'
               WHEN WS-STEP-INDEX > WS-SUPP-STEPS
                   DISPLAY 'ECHORUN - ' RUN-STEP-NAME
                       ' HAS NO SUPPLEMENTAL CYCLE STEP'
               WHEN OTHER
                   IF WS-STEP-INDEX = 1
                       ADD 1 TO RUN-SUPP-CYCLE
                       MOVE SPACES TO RUN-SUPP-SWITCHES
                   END-IF
                   MOVE 'Y' TO RUN-SUPP-STEP-SW(WS-STEP-INDEX)
                   MOVE RUN-STEP-NAME TO RUN-LAST-STEP
                   MOVE WS-CURRENT-TIMESTAMP(1:14)
                       TO RUN-LAST-TIMESTAMP
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY 'ECHORUN - REWRITE RUNCTL FAILED, '
                               'STATUS=' WS-RUN-STATUS
                       NOT INVALID KEY
                           MOVE RUN-SUPP-CYCLE TO RUN-CYCLE
                           SET RUN-OK TO TRUE
                   END-REWRITE
           END-EVALUATE.

       END PROGRAM ECHORUN.
