      *             day shift trusts the report.                      *
      *                                                               *
      *             Report records with 'B' match indicators are      *
      *             ECHOBAT branch rejects, 'H' records are its       *
      *             confirmation-history rejects and 'L' records its  *
      *             loan account master rejects - ECHO2 was never     *
      *             called for any of them, no audit record exists,   *
      *             and they are not treated as discrepancies.        *
      *                                                               *
      *             PARM 'YYYYMMDD SUPP' balances a supplemental      *
      *             cycle. The date's report holds the night and      *
      *             every cycle run since, so the whole date is       *
      *             listed again, and a pair must also agree on the   *
      *             cycle that made it (RPT-SUPP-CYCLE against        *
      *             AUD-SUPP-CYCLE). Only the cycle being balanced    *
      *             sets the return code: the rest of the date was    *
      *             balanced when it ran, and the date's audit side   *
      *             also holds the morning ECHOREPR calls, whose      *
      *             report lines go to ECHORPT.REPROC and never to    *
      *             this report. Their discrepancies are listed for   *
      *             information. The list ends with the counts for    *
      *             each cycle as well as for the date.               *
      *                                                               *
      *****************************************************************
      /
       01 WS-TAB-SUB            Pic 9(08) COMP.
       01 WS-TAB-COUNT          Pic 9(08) COMP VALUE ZERO.
       01 WS-TAB-LIMIT          Pic 9(08) COMP VALUE 20000.
       01 WS-SUPP-SW            Pic X(01) VALUE 'N'.
          88 IS-SUPP-RUN        VALUE 'Y'.
       01 WS-CURRENT-CYCLE      Pic 9(02) VALUE ZERO.
       01 WS-CYCLE-SUB          Pic 9(04) COMP.
       01 WS-CYCLE-SHOWN        Pic 9(02).
       01 WS-CYCLE-MATCH-SW     Pic X(01).
          88 MATCH-ANY-CYCLE    VALUE 'Y'.
       01 WS-RC-DISCREPANCIES   Pic 9(08) VALUE ZERO.

      *    Balance counts by the cycle that made the call - entry 1
      *    is the night's run (cycle zero), entry n+1 is cycle n.
       01 WS-CYCLE-TABLE.
          05 WS-CYCLE-ENTRY OCCURS 100 TIMES.
             10 WS-CYC-AUDIT       Pic 9(08).
             10 WS-CYC-REPORT      Pic 9(08).
             10 WS-CYC-MATCHED     Pic 9(08).
             10 WS-CYC-DISCREP     Pic 9(08).

      *    One entry per audit record carrying this run date - the
      *    day's volume, not the cluster's full history.
             10 WS-AUD-IND3       Pic X(01).
             10 WS-AUD-RC         Pic 9(02).
             10 WS-AUD-MATCHED-SW Pic X(01).
             10 WS-AUD-CYCLE      Pic 9(02).

       01 WS-RCN-HEADER.
          05 FILLER             Pic X(42)
          05 RCN-DTL-RPT-RC     Pic 9(02).
          05 FILLER             Pic X(01) VALUE '/'.
          05 RCN-DTL-AUD-RC     Pic 9(02).
          05 FILLER             Pic X(08) VALUE ' CYCLE: '.
          05 RCN-DTL-CYCLE      Pic 9(02).
          05 FILLER             Pic X(49) VALUE SPACES.

       01 WS-RCN-TOTAL.
          05 RCN-TOT-TAG        Pic X(30).
          05 RCN-TOT-COUNT      Pic ZZZZZZZ9.
          05 FILLER             Pic X(94) VALUE SPACES.

       01 WS-RCN-CYCLE-LINE.
          05 FILLER             Pic X(06) VALUE 'CYCLE '.
          05 RCN-CYC-NUMBER     Pic 9(02).
          05 FILLER             Pic X(08) VALUE ' AUDIT: '.
          05 RCN-CYC-AUDIT      Pic ZZZZZZZ9.
          05 FILLER             Pic X(09) VALUE ' REPORT: '.
          05 RCN-CYC-REPORT     Pic ZZZZZZZ9.
          05 FILLER             Pic X(10) VALUE ' MATCHED: '.
          05 RCN-CYC-MATCHED    Pic ZZZZZZZ9.
          05 FILLER             Pic X(16) VALUE ' DISCREPANCIES: '.
          05 RCN-CYC-DISCREP    Pic ZZZZZZZ9.
          05 FILLER             Pic X(49) VALUE SPACES.

       COPY RUNPARM.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
          05 WS-PARM-DATE       Pic X(08).
          05 FILLER             Pic X(01).
          05 WS-PARM-MODE       Pic X(04).

       PROCEDURE DIVISION USING WS-RUN-PARM.
       0000-MAIN.
               DISPLAY 'ECHORCN - NO RUN-DATE PARM, DEFAULTING TO '
                   WS-RUN-DATE
           END-IF
           IF WS-PARM-LEN >= 13
               IF WS-PARM-MODE = 'SUPP'
                   SET IS-SUPP-RUN TO TRUE
               END-IF
           END-IF
           INITIALIZE WS-CYCLE-TABLE

      *    The run-control gate: ECHOTOT must have completed for
      *    the date, and a date already balanced refuses to run
      *    again. A supplemental cycle is gated the same way on the
      *    cycle's own switches.
           IF IS-SUPP-RUN
               MOVE 'S' TO RUN-FUNCTION
           ELSE
               MOVE 'C' TO RUN-FUNCTION
           END-IF
           MOVE 'ECHORCN ' TO RUN-STEP-NAME
           MOVE WS-RUN-DATE TO RUN-DATE-IN
           CALL 'ECHORUN' USING RUN-PARMS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF IS-SUPP-RUN
               MOVE RUN-CYCLE TO WS-CURRENT-CYCLE
               DISPLAY 'ECHORCN - BALANCING ' WS-RUN-DATE
                   ' THROUGH SUPPLEMENTAL CYCLE ' WS-CURRENT-CYCLE
           END-IF

           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
                   MOVE AUD-MATCH-IND3 TO WS-AUD-IND3(WS-TAB-COUNT)
                   MOVE AUD-RETURN-CODE TO WS-AUD-RC(WS-TAB-COUNT)
                   MOVE 'N' TO WS-AUD-MATCHED-SW(WS-TAB-COUNT)
                   IF AUD-SUPP-CYCLE IS NUMERIC
                       MOVE AUD-SUPP-CYCLE TO WS-AUD-CYCLE(WS-TAB-COUNT)
                   ELSE
                       MOVE ZERO TO WS-AUD-CYCLE(WS-TAB-COUNT)
                   END-IF
                   COMPUTE WS-CYCLE-SUB =
                       WS-AUD-CYCLE(WS-TAB-COUNT) + 1
                   ADD 1 TO WS-CYC-AUDIT(WS-CYCLE-SUB)
               ELSE
                   DISPLAY 'ECHORCN - AUDIT TABLE FULL AT '
                       WS-TAB-LIMIT ' ENTRIES - RUN CANNOT BALANCE'
           IF RPT-APPLICATION-DATE = WS-RUN-DATE
               AND RPT-MATCH-IND0 NOT = 'B'
               AND RPT-MATCH-IND0 NOT = 'H'
               AND RPT-MATCH-IND0 NOT = 'L'
               ADD 1 TO WS-REPORT-COUNT
               PERFORM 3050-FIND-REPORT-CYCLE
               ADD 1 TO WS-CYC-REPORT(WS-CYCLE-SUB)
               PERFORM 3200-FIND-AUDIT-ENTRY
               IF WS-FOUND-SUB = ZERO
                   MOVE 'ON REPORT, NOT ON AUDIT' TO RCN-DTL-TAG
               ELSE
                   MOVE 'Y' TO WS-AUD-MATCHED-SW(WS-FOUND-SUB)
                   ADD 1 TO WS-MATCHED-PAIRS
                   ADD 1 TO WS-CYC-MATCHED(WS-CYCLE-SUB)
                   PERFORM 3300-COMPARE-PAIR
               END-IF
           END-IF

           PERFORM 3100-READ-REPORT.

      *    A report line written before the cycle number was carried
      *    is the night's.
       3050-FIND-REPORT-CYCLE.
           IF RPT-SUPP-CYCLE IS NUMERIC
               COMPUTE WS-CYCLE-SUB = RPT-SUPP-CYCLE + 1
           ELSE
               MOVE 1 TO WS-CYCLE-SUB
           END-IF.

       3100-READ-REPORT.
           READ REPORT-FILE
               AT END SET END-OF-REPORT TO TRUE
               GOBACK
           END-IF.

      *    A supplemental run pairs a line with an audit entry from
      *    its own cycle first, so a key called again in a later
      *    cycle (or by ECHOREPR) is not taken by the wrong line;
      *    only when there is none does it take any cycle's entry
      *    and let 3300 list the disagreement.
       3200-FIND-AUDIT-ENTRY.
           MOVE ZERO TO WS-FOUND-SUB
           IF IS-SUPP-RUN
               MOVE 'N' TO WS-CYCLE-MATCH-SW
           ELSE
               SET MATCH-ANY-CYCLE TO TRUE
           END-IF
           PERFORM 3210-SCAN-AUDIT-TABLE
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-TAB-COUNT
               OR WS-FOUND-SUB > ZERO
           IF WS-FOUND-SUB = ZERO AND NOT MATCH-ANY-CYCLE
               SET MATCH-ANY-CYCLE TO TRUE
               PERFORM 3210-SCAN-AUDIT-TABLE
                   VARYING WS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-TAB-SUB > WS-TAB-COUNT
                   OR WS-FOUND-SUB > ZERO
           END-IF.

       3210-SCAN-AUDIT-TABLE.
           IF WS-AUD-MATCHED-SW(WS-TAB-SUB) = 'N'
               AND WS-AUD-CONF-KEY(WS-TAB-SUB) = RPT-KEY
               AND (MATCH-ANY-CYCLE
                   OR WS-AUD-CYCLE(WS-TAB-SUB) + 1 = WS-CYCLE-SUB)
               MOVE WS-TAB-SUB TO WS-FOUND-SUB
           END-IF.

       3300-COMPARE-PAIR.
           EVALUATE TRUE
               WHEN WS-CYCLE-SUB NOT = WS-AUD-CYCLE(WS-FOUND-SUB) + 1
                   MOVE 'SUPPLEMENTAL CYCLES DISAGREE' TO RCN-DTL-TAG
                   PERFORM 7000-WRITE-DISCREPANCY
               WHEN RPT-RETURN-CODE NOT = WS-AUD-RC(WS-FOUND-SUB)
                   MOVE 'RETURN CODES DISAGREE' TO RCN-DTL-TAG
                   PERFORM 7000-WRITE-DISCREPANCY
               WHEN OTHER
                   IF RPT-RETURN-CODE = ZERO
                       IF RPT-MATCH-IND0 NOT =
                               WS-AUD-IND0(WS-FOUND-SUB)
                           OR RPT-MATCH-IND1 NOT =
                               WS-AUD-IND1(WS-FOUND-SUB)
                           OR RPT-MATCH-IND2 NOT =
                               WS-AUD-IND2(WS-FOUND-SUB)
                           OR RPT-MATCH-IND3 NOT =
                               WS-AUD-IND3(WS-FOUND-SUB)
                           MOVE 'MATCH INDICATORS DISAGREE'
                               TO RCN-DTL-TAG
                           PERFORM 7000-WRITE-DISCREPANCY
                       END-IF
                   END-IF
           END-EVALUATE.

       4000-SWEEP-UNMATCHED-AUDIT.
           PERFORM 4100-CHECK-AUDIT-ENTRY
                   TO RCN-DTL-AUD-INDS(4:1)
               MOVE ZERO TO RCN-DTL-RPT-RC
               MOVE WS-AUD-RC(WS-TAB-SUB) TO RCN-DTL-AUD-RC
               MOVE WS-AUD-CYCLE(WS-TAB-SUB) TO RCN-DTL-CYCLE
               MOVE WS-RCN-DETAIL TO RECON-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
               ADD 1 TO WS-DISCREPANCIES
               COMPUTE WS-CYCLE-SUB = WS-AUD-CYCLE(WS-TAB-SUB) + 1
               ADD 1 TO WS-CYC-DISCREP(WS-CYCLE-SUB)
           END-IF.

      *    7000 expects RCN-DTL-TAG already set and WS-CYCLE-SUB on
      *    the report record's cycle; it fills the rest of the line
      *    from the current report record and, when one was found,
      *    the paired audit entry.
       7000-WRITE-DISCREPANCY.
           MOVE RPT-KEY TO RCN-DTL-KEY
           MOVE RPT-MATCH-IND0 TO RCN-DTL-RPT-INDS(1:1)
           MOVE RPT-MATCH-IND2 TO RCN-DTL-RPT-INDS(3:1)
           MOVE RPT-MATCH-IND3 TO RCN-DTL-RPT-INDS(4:1)
           MOVE RPT-RETURN-CODE TO RCN-DTL-RPT-RC
           COMPUTE RCN-DTL-CYCLE = WS-CYCLE-SUB - 1
           IF WS-FOUND-SUB > ZERO
               MOVE WS-AUD-IND0(WS-FOUND-SUB)
                   TO RCN-DTL-AUD-INDS(1:1)
           END-IF
           MOVE WS-RCN-DETAIL TO RECON-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           ADD 1 TO WS-DISCREPANCIES
           ADD 1 TO WS-CYC-DISCREP(WS-CYCLE-SUB).

       8000-WRITE-LIST-LINE.
           WRITE RECON-LIST-LINE
           MOVE WS-DISCREPANCIES TO RCN-TOT-COUNT
           MOVE WS-RCN-TOTAL TO RECON-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           IF IS-SUPP-RUN
               PERFORM 9050-WRITE-CYCLE-LINE
                   VARYING WS-CYCLE-SUB FROM 1 BY 1
                   UNTIL WS-CYCLE-SUB > WS-CURRENT-CYCLE + 1
               COMPUTE WS-CYCLE-SUB = WS-CURRENT-CYCLE + 1
               MOVE WS-CYC-DISCREP(WS-CYCLE-SUB)
                   TO WS-RC-DISCREPANCIES
               MOVE 'THIS CYCLE DISCREPANCIES:   ' TO RCN-TOT-TAG
               MOVE WS-RC-DISCREPANCIES TO RCN-TOT-COUNT
               MOVE WS-RCN-TOTAL TO RECON-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
           ELSE
               MOVE WS-DISCREPANCIES TO WS-RC-DISCREPANCIES
           END-IF

           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'ECHORCN - AUDIT RECORDS: ' WS-AUDIT-COUNT
           DISPLAY 'ECHORCN - REPORT RECORDS:' WS-REPORT-COUNT
           DISPLAY 'ECHORCN - DISCREPANCIES: ' WS-DISCREPANCIES
           IF WS-RC-DISCREPANCIES > ZERO
               DISPLAY 'ECHORCN - REPORT AND AUDIT ARE OUT OF '
                   'BALANCE - RETURN-CODE 8'
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    Cycle zero is the night's run.
       9050-WRITE-CYCLE-LINE.
           COMPUTE WS-CYCLE-SHOWN = WS-CYCLE-SUB - 1
           MOVE WS-CYCLE-SHOWN TO RCN-CYC-NUMBER
           MOVE WS-CYC-AUDIT(WS-CYCLE-SUB) TO RCN-CYC-AUDIT
           MOVE WS-CYC-REPORT(WS-CYCLE-SUB) TO RCN-CYC-REPORT
           MOVE WS-CYC-MATCHED(WS-CYCLE-SUB) TO RCN-CYC-MATCHED
           MOVE WS-CYC-DISCREP(WS-CYCLE-SUB) TO RCN-CYC-DISCREP
           MOVE WS-RCN-CYCLE-LINE TO RECON-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           DISPLAY 'ECHORCN - CYCLE ' WS-CYCLE-SHOWN
               ' DISCREPANCIES: ' WS-CYC-DISCREP(WS-CYCLE-SUB).

      *    Only a clean balance stamps the step - an out-of-balance
      *    night leaves the chain stopped here, which is exactly
      *    what keeps ECHOEXT from extracting off an untrusted
      *    report.
       9100-MARK-RUN-COMPLETE.
           IF IS-SUPP-RUN
               MOVE 'P' TO RUN-FUNCTION
           ELSE
               MOVE 'M' TO RUN-FUNCTION
           END-IF
           MOVE 'ECHORCN ' TO RUN-STEP-NAME
           MOVE WS-RUN-DATE TO RUN-DATE-IN
           CALL 'ECHORUN' USING RUN-PARMS
