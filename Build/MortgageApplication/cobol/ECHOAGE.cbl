      *             mismatch lands next to any correction that        *
      *             points at it (the ECHOWRK pattern). What comes    *
      *             out unpaired is the open mismatch backlog,        *
      *             listed with business days outstanding against     *
      *             the as-of date in PARM and bucketed 1 day / 2-5   *
      *             days / over 5 days by branch - the numbers        *
      *             behind the two-business-day correction target.    *
      *             Days are counted by ECHOBDY from the business-    *
      *             day calendar, so a weekend or bank holiday never  *
      *             ages an item. The sort scales with the backlog    *
      *             plus the history, so there is no in-core table    *
      *             to overflow; a sort failure ends the step with    *
      *             RETURN-CODE 16.                                   *
      *                                                               *
      *             A mismatch filed under a branch that has since    *
      *             merged into another (a closed branch whose        *
      *             successor took over by the as-of date, per        *
      *             ECHOSUC) ages under the successor - the branch    *
      *             now answerable for it - with the code it was      *
      *             sent under listed beside it.                      *
      *                                                               *
      *****************************************************************
      /
          05 SORT-CONF-KEY      Pic X(10).
          05 SORT-BRANCH        Pic X(04).
          05 SORT-APPL-DATE     Pic X(08).
          05 SORT-ORIGINAL-BRANCH Pic X(04).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       Pic X(02).
          88 FATAL-ERROR        VALUE 'Y'.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-ASOF-DATE          Pic X(08).
       01 WS-DAYS-OUT           Pic S9(09) COMP.
       01 WS-CORR-KEY           Pic X(22) VALUE LOW-VALUES.
       01 WS-SCAN-SUB           Pic 9(04) COMP.
          05 FILLER             Pic X(11) VALUE 'CONF KEY   '.
          05 FILLER             Pic X(07) VALUE 'BRANCH '.
          05 FILLER             Pic X(10) VALUE 'APPL DATE '.
          05 FILLER             Pic X(06) VALUE 'BDAYS '.
          05 FILLER             Pic X(09) VALUE 'BUCKET   '.
          05 FILLER             Pic X(10) VALUE 'SENT UNDER'.
          05 FILLER             Pic X(52) VALUE SPACES.

       01 WS-DTL-LINE.
          05 DTL-TIMESTAMP      Pic X(14).
          05 DTL-DAYS           Pic ZZZ9.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-BUCKET         Pic X(09).
          05 DTL-ORIGINAL       Pic X(04).
          05 FILLER             Pic X(58) VALUE SPACES.

       01 WS-BR-LINE.
          05 FILLER             Pic X(07) VALUE 'BRANCH '.
          05 TOT-LINE-COUNT     Pic ZZZZZZZ9.
          05 FILLER             Pic X(94) VALUE SPACES.

       COPY BDYPARM.

       COPY SUCPARM.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      *    Proves the as-of date and the calendar up front - an
      *    unreadable calendar must fail the report, not age every
      *    item as zero.
           MOVE 'T' TO BDY-FUNCTION
           MOVE WS-ASOF-DATE TO BDY-FROM-DATE
           CALL 'ECHOBDY' USING BDY-PARMS
           IF BDY-FAILED
               DISPLAY 'ECHOAGE - BUSINESS-DAY CALENDAR CHECK FAILED '
                   'FOR ' WS-ASOF-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT AGE-LIST-FILE
           IF NOT WS-AGE-OK
               MOVE AUD-ORIG-KEY TO SORT-MATCH-KEY
               MOVE 'C' TO SORT-REC-TYPE
               MOVE SPACES TO SORT-CONF-KEY SORT-BRANCH
                   SORT-APPL-DATE SORT-ORIGINAL-BRANCH
               RELEASE SORT-RECORD
           END-IF

               MOVE AUD-KEY TO SORT-MATCH-KEY
               MOVE 'O' TO SORT-REC-TYPE
               MOVE AUD-CONF-KEY TO SORT-CONF-KEY
               PERFORM 3300-SET-SORT-BRANCH
               MOVE AUD-APPLICATION-DATE TO SORT-APPL-DATE
               IF NOT FATAL-ERROR
                   RELEASE SORT-RECORD
               END-IF
           END-IF

           IF NOT FATAL-ERROR
               PERFORM 3100-READ-AUDIT
           END-IF.

      *    A record ECHOBAT posted to a successor already carries
      *    the closed code in AUD-ORIGINAL-BRANCH; one still filed
      *    under a merged branch's own code moves to its successor
      *    here.
       3300-SET-SORT-BRANCH.
           MOVE AUD-BRANCH-CODE TO SUC-BRANCH-IN
           MOVE WS-ASOF-DATE TO SUC-AS-OF-DATE
           CALL 'ECHOSUC' USING SUC-PARMS
           EVALUATE TRUE
               WHEN SUC-FAILED
                   DISPLAY 'ECHOAGE - SUCCESSOR LOOKUP FAILED FOR '
                       'BRANCH ' AUD-BRANCH-CODE
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-AUDIT TO TRUE
               WHEN SUC-ROLLED
                   MOVE SUC-BRANCH-OUT  TO SORT-BRANCH
                   MOVE AUD-BRANCH-CODE TO SORT-ORIGINAL-BRANCH
               WHEN OTHER
                   MOVE AUD-BRANCH-CODE TO SORT-BRANCH
                   MOVE AUD-ORIGINAL-BRANCH TO SORT-ORIGINAL-BRANCH
           END-EVALUATE.

       3099-SELECT-EXIT.
           EXIT.
           MOVE SORT-APPL-DATE TO DTL-APPL-DATE
           MOVE WS-DAYS-OUT TO DTL-DAYS
           MOVE WS-BUCKET TO DTL-BUCKET
           MOVE SORT-ORIGINAL-BRANCH TO DTL-ORIGINAL
           MOVE WS-DTL-LINE TO AGE-LIST-LINE
           PERFORM 4800-WRITE-DETAIL-LINE
           PERFORM 4500-BUMP-BRANCH-BUCKET.

      *    Business days outstanding against the as-of date; a
      *    record keyed with an unusable application date ages as
      *    zero days rather than failing the whole report.
       4400-AGE-THE-ITEM.
           MOVE ZERO TO WS-DAYS-OUT
           IF SORT-APPL-DATE IS NUMERIC
               MOVE 'C' TO BDY-FUNCTION
               MOVE SORT-APPL-DATE TO BDY-FROM-DATE
               MOVE WS-ASOF-DATE TO BDY-TO-DATE
               CALL 'ECHOBDY' USING BDY-PARMS
               IF BDY-OK
                   MOVE BDY-DAY-COUNT TO WS-DAYS-OUT
               END-IF
           END-IF

           EVALUATE TRUE
