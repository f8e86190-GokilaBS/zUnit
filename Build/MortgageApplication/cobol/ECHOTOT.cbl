      *             so the date filter is what keeps one day's totals *
      *             from folding in every other day's confirmations.  *
      *                                                               *
      *             The same four totals are also kept per branch     *
      *             region (BRM-REGION on BRMASTER) on the control-   *
      *             totals history (CTOTHIST, through ECHOVOL) next   *
      *             to the feed count ECHOEDT recorded for the night, *
      *             so ECHOTRN can report the trends by region.       *
      *                                                               *
      *             PARM 'YYYYMMDD SUPP' totals a supplemental cycle  *
      *             once its ECHOBAT run is through. The date is      *
      *             still counted as a whole (CTOT-CYCLE zero, and    *
      *             the region totals posted again in full), and the  *
      *             calls are also broken down by the cycle that made *
      *             them (AUD-SUPP-CYCLE): every cycle is listed on   *
      *             SYSOUT and the current one gets a CTOTFILE record *
      *             of its own.                                       *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTOT-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO BRMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH-CODE
               FILE STATUS IS WS-BRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CTOTREC.

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
           COPY BRMREC.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       Pic X(02).
          88 WS-AUDIT-OK        VALUE '00'.
          88 WS-AUDIT-EOF       VALUE '10'.
       01 WS-CTOT-STATUS        Pic X(02).
          88 WS-CTOT-OK         VALUE '00'.
       01 WS-BRM-STATUS         Pic X(02).
          88 WS-BRM-OK          VALUE '00'.
          88 WS-BRM-NOTFND      VALUE '23'.
       01 WS-EOF-SWITCH         Pic X(01) VALUE 'N'.
          88 END-OF-AUDIT       VALUE 'Y'.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-TOTAL-MATCH        Pic 9(08) VALUE ZERO.
       01 WS-TOTAL-MISMATCH     Pic 9(08) VALUE ZERO.
       01 WS-TOTAL-REJECT       Pic 9(08) VALUE ZERO.
       01 WS-FIND-REGION        Pic X(10).
       01 WS-REGION-SUB         Pic 9(04) COMP.
       01 WS-REGION-FOUND       Pic 9(04) COMP.
       01 WS-SUPP-SW            Pic X(01) VALUE 'N'.
          88 IS-SUPP-RUN        VALUE 'Y'.
       01 WS-CURRENT-CYCLE      Pic 9(02) VALUE ZERO.
       01 WS-CYCLE-SUB          Pic 9(04) COMP.
       01 WS-CYCLE-SHOWN        Pic 9(02).

      *    Calls by the cycle that made them - entry 1 is the
      *    night's run (cycle zero), entry n+1 is cycle n.
       01 WS-CYCLE-TABLE.
          05 WS-CYCLE-ENTRY OCCURS 100 TIMES.
             10 WS-CYC-PROCESSED   Pic 9(08).
             10 WS-CYC-MATCH       Pic 9(08).
             10 WS-CYC-MISMATCH    Pic 9(08).
             10 WS-CYC-REJECT      Pic 9(08).

       COPY RUNPARM.
       COPY VOLPARM.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
          05 WS-PARM-DATE       Pic X(08).
          05 FILLER             Pic X(01).
          05 WS-PARM-MODE       Pic X(04).

       PROCEDURE DIVISION USING WS-RUN-PARM.
       0000-MAIN.
               DISPLAY 'ECHOTOT - NO RUN-DATE PARM, DEFAULTING TO '
                   WS-RUN-DATE
           END-IF
           IF WS-PARM-LEN >= 13
               IF WS-PARM-MODE = 'SUPP'
                   SET IS-SUPP-RUN TO TRUE
               END-IF
           END-IF
           INITIALIZE WS-CYCLE-TABLE

      *    The run-control gate: ECHOBAT must have completed for
      *    the date, and a date already totalled refuses to run
      *    again. A supplemental cycle is gated the same way on the
      *    cycle's own switches.
           IF IS-SUPP-RUN
               MOVE 'S' TO RUN-FUNCTION
           ELSE
               MOVE 'C' TO RUN-FUNCTION
           END-IF
           MOVE 'ECHOTOT ' TO RUN-STEP-NAME
           MOVE WS-RUN-DATE TO RUN-DATE-IN
           CALL 'ECHORUN' USING RUN-PARMS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF IS-SUPP-RUN
               MOVE RUN-CYCLE TO WS-CURRENT-CYCLE
           END-IF

           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               GOBACK
           END-IF

           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BRM-OK
               DISPLAY 'ECHOTOT - OPEN BRMASTER FAILED, STATUS='
                   WS-BRM-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2100-READ-AUDIT.

       2000-PROCESS-RECORD.
           IF AUD-APPLICATION-DATE = WS-RUN-DATE
               ADD 1 TO WS-TOTAL-PROCESSED
               PERFORM 2200-FIND-REGION
               ADD 1 TO VOL-PROCESSED(WS-REGION-FOUND)
               PERFORM 2300-FIND-CYCLE
               ADD 1 TO WS-CYC-PROCESSED(WS-CYCLE-SUB)

               IF AUD-RETURN-CODE NOT = ZERO
                   ADD 1 TO WS-TOTAL-REJECT
                   ADD 1 TO VOL-REJECT(WS-REGION-FOUND)
                   ADD 1 TO WS-CYC-REJECT(WS-CYCLE-SUB)
               ELSE
      *            An amount indicator of 'T' is a within-tolerance
      *            difference and counts as matched; SPACE marks a
                               OR AUD-MATCH-IND3 = 'T'
                               OR AUD-MATCH-IND3 = SPACE)
                       ADD 1 TO WS-TOTAL-MATCH
                       ADD 1 TO VOL-MATCH(WS-REGION-FOUND)
                       ADD 1 TO WS-CYC-MATCH(WS-CYCLE-SUB)
                   ELSE
                       ADD 1 TO WS-TOTAL-MISMATCH
                       ADD 1 TO VOL-MISMATCH(WS-REGION-FOUND)
                       ADD 1 TO WS-CYC-MISMATCH(WS-CYCLE-SUB)
                   END-IF
               END-IF
           END-IF
               GOBACK
           END-IF.

      *    The same region ECHOEDT counted the branch's feed details
      *    under, so the history's feed and call totals line up.
       2200-FIND-REGION.
           MOVE AUD-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-BRM-OK
                   MOVE BRM-REGION TO WS-FIND-REGION
               WHEN WS-BRM-NOTFND
                   MOVE 'UNKNOWN' TO WS-FIND-REGION
               WHEN OTHER
                   DISPLAY 'ECHOTOT - READ BRMASTER FAILED, STATUS='
                       WS-BRM-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           MOVE ZERO TO WS-REGION-FOUND
           PERFORM 2210-SCAN-REGION
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > VOL-REGION-COUNT
               OR WS-REGION-FOUND > ZERO
           IF WS-REGION-FOUND = ZERO
               IF VOL-REGION-COUNT < VOL-REGION-LIMIT
                   ADD 1 TO VOL-REGION-COUNT
                   MOVE VOL-REGION-COUNT TO WS-REGION-FOUND
                   INITIALIZE VOL-REGION-ENTRY(WS-REGION-FOUND)
                   MOVE WS-FIND-REGION TO VOL-REGION(WS-REGION-FOUND)
               ELSE
                   DISPLAY 'ECHOTOT - REGION TABLE FULL AT '
                       VOL-REGION-LIMIT ' ENTRIES'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       2210-SCAN-REGION.
           IF VOL-REGION(WS-REGION-SUB) = WS-FIND-REGION
               MOVE WS-REGION-SUB TO WS-REGION-FOUND
           END-IF.

      *    Calls from before the cycle number was carried (and the
      *    online calls, which never carry one) are the night's.
       2300-FIND-CYCLE.
           IF AUD-SUPP-CYCLE IS NUMERIC
               COMPUTE WS-CYCLE-SUB = AUD-SUPP-CYCLE + 1
           ELSE
               MOVE 1 TO WS-CYCLE-SUB
           END-IF.

      *    CTOTFILE is a MOD dataset, so the date-as-a-whole record
      *    a supplemental run writes follows the night's, and
      *    ECHOSTM's last-record-for-the-date rule finds the newest.
       8000-WRITE-CONTROL-TOTALS.
           MOVE WS-RUN-DATE               TO CTOT-RUN-DATE
           MOVE WS-TOTAL-PROCESSED        TO CTOT-PROCESSED
           MOVE WS-TOTAL-MATCH            TO CTOT-MATCH
           MOVE WS-TOTAL-MISMATCH         TO CTOT-MISMATCH
           MOVE WS-TOTAL-REJECT           TO CTOT-REJECT
           MOVE ZERO                      TO CTOT-CYCLE
           PERFORM 8100-WRITE-CTOT-RECORD

           IF IS-SUPP-RUN
               COMPUTE WS-CYCLE-SUB = WS-CURRENT-CYCLE + 1
               MOVE WS-CYC-PROCESSED(WS-CYCLE-SUB) TO CTOT-PROCESSED
               MOVE WS-CYC-MATCH(WS-CYCLE-SUB)     TO CTOT-MATCH
               MOVE WS-CYC-MISMATCH(WS-CYCLE-SUB)  TO CTOT-MISMATCH
               MOVE WS-CYC-REJECT(WS-CYCLE-SUB)    TO CTOT-REJECT
               MOVE WS-CURRENT-CYCLE               TO CTOT-CYCLE
               PERFORM 8100-WRITE-CTOT-RECORD
           END-IF

           MOVE 'T' TO VOL-FUNCTION
           MOVE WS-RUN-DATE TO VOL-APPL-DATE
           CALL 'ECHOVOL' USING VOL-PARMS
           IF NOT VOL-OK
               DISPLAY 'ECHOTOT - REGION TOTALS NOT POSTED TO THE '
                   'CONTROL-TOTALS HISTORY'
               MOVE 12 TO RETURN-CODE
           END-IF.

       8100-WRITE-CTOT-RECORD.
           WRITE CONTROL-TOTALS-RECORD
           IF NOT WS-CTOT-OK
               DISPLAY 'ECHOTOT - WRITE CTOTFILE FAILED, STATUS='
       9000-TERMINATE.
           CLOSE AUDIT-FILE
           CLOSE CTOT-FILE
           CLOSE BRANCH-MASTER-FILE
           DISPLAY 'ECHOTOT - RUN DATE:          ' WS-RUN-DATE
           DISPLAY 'ECHOTOT - RECORDS PROCESSED: ' WS-TOTAL-PROCESSED
           DISPLAY 'ECHOTOT - MATCH:             ' WS-TOTAL-MATCH
           DISPLAY 'ECHOTOT - MISMATCH:          ' WS-TOTAL-MISMATCH
           DISPLAY 'ECHOTOT - VALIDATION REJECTS:' WS-TOTAL-REJECT
           DISPLAY 'ECHOTOT - REGIONS POSTED:    ' VOL-REGION-COUNT
           IF IS-SUPP-RUN
               PERFORM 9050-DISPLAY-CYCLE
                   VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > WS-CURRENT-CYCLE + 1
           END-IF
           IF RETURN-CODE = 0
               PERFORM 9100-MARK-RUN-COMPLETE
           END-IF.

      *    Cycle zero is the night's run.
       9050-DISPLAY-CYCLE.
           COMPUTE WS-CYCLE-SHOWN = WS-CYCLE-SUB - 1
           DISPLAY 'ECHOTOT - CYCLE ' WS-CYCLE-SHOWN
               ' PROCESSED ' WS-CYC-PROCESSED(WS-CYCLE-SUB)
               ' MATCH ' WS-CYC-MATCH(WS-CYCLE-SUB)
               ' MISMATCH ' WS-CYC-MISMATCH(WS-CYCLE-SUB)
               ' REJECT ' WS-CYC-REJECT(WS-CYCLE-SUB).

       9100-MARK-RUN-COMPLETE.
           IF IS-SUPP-RUN
               MOVE 'P' TO RUN-FUNCTION
           ELSE
               MOVE 'M' TO RUN-FUNCTION
           END-IF
           MOVE 'ECHOTOT ' TO RUN-STEP-NAME
           MOVE WS-RUN-DATE TO RUN-DATE-IN
           CALL 'ECHORUN' USING RUN-PARMS
