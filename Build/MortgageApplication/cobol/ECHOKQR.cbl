      *             records carry no operator ID and are left out;    *
      *             the operator master supplies the names.           *
      *                                                               *
      *             The same totals follow by branch, so each branch  *
      *             supervisor sees their own desks' quality. A       *
      *             branch merged into another by the end of the      *
      *             month (a closed branch whose successor had taken  *
      *             over, per ECHOSUC) is totalled on the successor's *
      *             line, and the calls that came in that way are     *
      *             counted in its MERGED IN column.                  *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       01 WS-OP-COUNT           Pic 9(04) COMP VALUE ZERO.
       01 WS-OP-LIMIT           Pic 9(04) COMP VALUE 500.
       01 WS-TOTAL-SELECTED     Pic 9(08) VALUE ZERO.
       01 WS-BK-SUB             Pic 9(04) COMP.
       01 WS-BK-FOUND           Pic 9(04) COMP.
       01 WS-BK-COUNT           Pic 9(04) COMP VALUE ZERO.
       01 WS-BK-LIMIT           Pic 9(04) COMP VALUE 500.
      *    Successor links are followed as of the last day of the
      *    report month - day 31 sorts after every real month end.
       01 WS-MONTH-END.
          05 WS-MONTH-END-MONTH Pic X(06).
          05 FILLER             Pic X(02) VALUE '31'.

      *    One entry per operator seen on the month's audit records.
       01 WS-OPERATOR-TABLE.
             10 WS-OP-CORRECTIONS Pic 9(08).
             10 WS-OP-CLOSE-SLIPS Pic 9(08).

      *    One entry per branch (successor branch for a merged one)
      *    seen on the selected records.
       01 WS-BRANCH-TABLE.
          05 WS-BK-ENTRY OCCURS 500 TIMES.
             10 WS-BK-CODE        Pic X(04).
             10 WS-BK-NAME        Pic X(20).
             10 WS-BK-CALLS       Pic 9(08).
             10 WS-BK-CORRECTIONS Pic 9(08).
             10 WS-BK-CLOSE-SLIPS Pic 9(08).
             10 WS-BK-MERGED-IN   Pic 9(08).

       01 WS-HDR1.
          05 FILLER             Pic X(42)
             VALUE 'ECHO2 OPERATOR KEYING QUALITY FOR MONTH   '.
          05 DTL-CLOSE-SLIPS    Pic ZZZZZZZ9.
          05 FILLER             Pic X(68) VALUE SPACES.

       01 WS-HDR3.
          05 FILLER             Pic X(10) VALUE 'BRANCH    '.
          05 FILLER             Pic X(22) VALUE 'NAME'.
          05 FILLER             Pic X(12) VALUE 'CALLS       '.
          05 FILLER             Pic X(12) VALUE 'CORRECTIONS '.
          05 FILLER             Pic X(12) VALUE 'CLOSE SLIPS '.
          05 FILLER             Pic X(12) VALUE 'MERGED IN   '.
          05 FILLER             Pic X(52) VALUE SPACES.

       01 WS-BK-LINE.
          05 BK-LINE-CODE       Pic X(04).
          05 FILLER             Pic X(06) VALUE SPACES.
          05 BK-LINE-NAME       Pic X(20).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 BK-LINE-CALLS      Pic ZZZZZZZ9.
          05 FILLER             Pic X(04) VALUE SPACES.
          05 BK-LINE-CORRECTIONS Pic ZZZZZZZ9.
          05 FILLER             Pic X(04) VALUE SPACES.
          05 BK-LINE-CLOSE-SLIPS Pic ZZZZZZZ9.
          05 FILLER             Pic X(04) VALUE SPACES.
          05 BK-LINE-MERGED-IN  Pic ZZZZZZZ9.
          05 FILLER             Pic X(56) VALUE SPACES.

       01 WS-TOT-LINE.
          05 TOT-LINE-TAG       Pic X(30).
          05 TOT-LINE-COUNT     Pic ZZZZZZZ9.
          05 FILLER             Pic X(94) VALUE SPACES.

       COPY SUCPARM.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WALK-AUDIT UNTIL END-OF-AUDIT
           PERFORM 5000-REPORT-OPERATORS
           PERFORM 6000-REPORT-BRANCHES
           PERFORM 9000-TERMINATE
           GOBACK.

           IF WS-PARM-LEN > 0
               AND WS-PARM-MONTH IS NUMERIC
               MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
               MOVE WS-PARM-MONTH TO WS-MONTH-END-MONTH
           ELSE
               DISPLAY 'ECHOKQR - PARM MUST BE THE YYYYMM REPORT '
                   'MONTH'
           IF AUD-MATCH-IND0 = 'C' OR AUD-MATCH-IND1 = 'C'
               OR AUD-MATCH-IND2 = 'C' OR AUD-MATCH-IND3 = 'C'
               ADD 1 TO WS-OP-CLOSE-SLIPS(WS-OP-FOUND)
           END-IF

           PERFORM 3200-TALLY-BRANCH.

      *    A record ECHOBAT posted to a successor carries the
      *    closed code in AUD-ORIGINAL-BRANCH; one still filed under
      *    a merged branch's own code is moved to its successor by
      *    ECHOSUC. Either way it counts as merged in.
       3200-TALLY-BRANCH.
           MOVE AUD-BRANCH-CODE TO SUC-BRANCH-IN
           MOVE WS-MONTH-END TO SUC-AS-OF-DATE
           CALL 'ECHOSUC' USING SUC-PARMS
           IF SUC-FAILED
               DISPLAY 'ECHOKQR - SUCCESSOR LOOKUP FAILED FOR BRANCH '
                   AUD-BRANCH-CODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZERO TO WS-BK-FOUND
           PERFORM 3300-SCAN-BRANCH-TABLE
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-BK-COUNT
               OR WS-BK-FOUND > ZERO
           IF WS-BK-FOUND = ZERO
               IF WS-BK-COUNT < WS-BK-LIMIT
                   ADD 1 TO WS-BK-COUNT
                   MOVE SUC-BRANCH-OUT TO WS-BK-CODE(WS-BK-COUNT)
                   IF SUC-ON-MASTER
                       MOVE SUC-BRANCH-NAME TO WS-BK-NAME(WS-BK-COUNT)
                   ELSE
                       MOVE 'NOT ON BRANCH MASTER'
                           TO WS-BK-NAME(WS-BK-COUNT)
                   END-IF
                   MOVE ZERO TO WS-BK-CALLS(WS-BK-COUNT)
                   MOVE ZERO TO WS-BK-CORRECTIONS(WS-BK-COUNT)
                   MOVE ZERO TO WS-BK-CLOSE-SLIPS(WS-BK-COUNT)
                   MOVE ZERO TO WS-BK-MERGED-IN(WS-BK-COUNT)
                   MOVE WS-BK-COUNT TO WS-BK-FOUND
               ELSE
                   DISPLAY 'ECHOKQR - BRANCH TABLE FULL AT '
                       WS-BK-LIMIT ' ENTRIES'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           ADD 1 TO WS-BK-CALLS(WS-BK-FOUND)
           IF AUD-ORIG-TIMESTAMP NOT = SPACES
               ADD 1 TO WS-BK-CORRECTIONS(WS-BK-FOUND)
           END-IF
           IF AUD-MATCH-IND0 = 'C' OR AUD-MATCH-IND1 = 'C'
               OR AUD-MATCH-IND2 = 'C' OR AUD-MATCH-IND3 = 'C'
               ADD 1 TO WS-BK-CLOSE-SLIPS(WS-BK-FOUND)
           END-IF
           IF SUC-ROLLED OR AUD-ORIGINAL-BRANCH NOT = SPACES
               ADD 1 TO WS-BK-MERGED-IN(WS-BK-FOUND)
           END-IF.

       3300-SCAN-BRANCH-TABLE.
           IF WS-BK-CODE(WS-SCAN-SUB) = SUC-BRANCH-OUT
               MOVE WS-SCAN-SUB TO WS-BK-FOUND
           END-IF.

       3100-SCAN-OPERATOR-TABLE.
                   MOVE OPR-NAME TO DTL-NAME
           END-READ.

       6000-REPORT-BRANCHES.
           MOVE SPACES TO QUALITY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE WS-HDR3 TO QUALITY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE SPACES TO QUALITY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           PERFORM 6100-REPORT-ONE-BRANCH
               VARYING WS-BK-SUB FROM 1 BY 1
               UNTIL WS-BK-SUB > WS-BK-COUNT.

       6100-REPORT-ONE-BRANCH.
           MOVE WS-BK-CODE(WS-BK-SUB)        TO BK-LINE-CODE
           MOVE WS-BK-NAME(WS-BK-SUB)        TO BK-LINE-NAME
           MOVE WS-BK-CALLS(WS-BK-SUB)       TO BK-LINE-CALLS
           MOVE WS-BK-CORRECTIONS(WS-BK-SUB) TO BK-LINE-CORRECTIONS
           MOVE WS-BK-CLOSE-SLIPS(WS-BK-SUB) TO BK-LINE-CLOSE-SLIPS
           MOVE WS-BK-MERGED-IN(WS-BK-SUB)   TO BK-LINE-MERGED-IN
           MOVE WS-BK-LINE TO QUALITY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

       8000-WRITE-LIST-LINE.
           WRITE QUALITY-LIST-LINE
           IF NOT WS-KQR-OK
           CLOSE QUALITY-LIST-FILE
           DISPLAY 'ECHOKQR - REPORT MONTH:   ' WS-REPORT-MONTH
           DISPLAY 'ECHOKQR - OPERATORS:      ' WS-OP-COUNT
           DISPLAY 'ECHOKQR - BRANCHES:       ' WS-BK-COUNT
           DISPLAY 'ECHOKQR - CALLS REPORTED: ' WS-TOTAL-SELECTED
           MOVE 0 TO RETURN-CODE.

