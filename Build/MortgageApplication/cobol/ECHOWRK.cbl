      *             per-branch exception subtotal so every branch     *
      *             supervisor gets just their own pages.             *
      *                                                               *
      *             A branch merged into another (a closed branch     *
      *             whose successor took over by the run date, per    *
      *             ECHOSUC) has no supervisor of its own any more -  *
      *             its exceptions print on the successor's pages,    *
      *             with the code they were sent under beside them.   *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
          05 SORT-MATCH-IND2    Pic X(01).
          05 SORT-MATCH-IND3    Pic X(01).
          05 SORT-RETURN-CODE   Pic 9(02).
          05 SORT-ORIGINAL-BRANCH Pic X(04).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       Pic X(02).

       COPY RUNPARM.

       COPY SUCPARM.

       01 WS-HDR1.
          05 FILLER             Pic X(34)
             VALUE 'ECHO2 DAILY MISMATCH WORKLIST FOR '.
             VALUE 'AUDIT TIMESTAMP/SEQUENCE'.
          05 FILLER             Pic X(03) VALUE SPACES.
          05 FILLER             Pic X(08) VALUE 'TYPE    '.
          05 FILLER             Pic X(03) VALUE SPACES.
          05 FILLER             Pic X(10) VALUE 'SENT UNDER'.
          05 FILLER             Pic X(84) VALUE SPACES.

       01 WS-DTL-KEY.
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-SEQUENCE       Pic 9(08).
          05 FILLER             Pic X(03) VALUE SPACES.
          05 DTL-TYPE           Pic X(08).
          05 FILLER             Pic X(03) VALUE SPACES.
          05 DTL-ORIGINAL       Pic X(04).
          05 FILLER             Pic X(90) VALUE SPACES.

       01 WS-DTL-FIELD.
          05 FILLER             Pic X(05) VALUE SPACES.
                   OR AUD-MATCH-IND1 = 'N' OR AUD-MATCH-IND1 = 'C'
                   OR AUD-MATCH-IND2 = 'N' OR AUD-MATCH-IND2 = 'C'
                   OR AUD-MATCH-IND3 = 'N' OR AUD-MATCH-IND3 = 'C'
                   PERFORM 3300-SET-SORT-BRANCH
                   MOVE AUD-TIMESTAMP   TO SORT-AUD-TIMESTAMP
                   MOVE AUD-SEQUENCE    TO SORT-AUD-SEQUENCE
                   MOVE AUD-IN-TEXT0-A  TO SORT-IN-TEXT0-A
                   MOVE AUD-MATCH-IND2  TO SORT-MATCH-IND2
                   MOVE AUD-MATCH-IND3  TO SORT-MATCH-IND3
                   MOVE AUD-RETURN-CODE TO SORT-RETURN-CODE
                   IF NOT FATAL-ERROR
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-IF

           IF NOT FATAL-ERROR
               PERFORM 3100-READ-AUDIT
           END-IF.

      *    Records ECHOBAT already posted to a successor carry the
      *    closed code in AUD-ORIGINAL-BRANCH; anything still filed
      *    under a merged branch's own code (corrections of its old
      *    items, a night keyed before the merger) moves here.
       3300-SET-SORT-BRANCH.
           MOVE AUD-BRANCH-CODE TO SUC-BRANCH-IN
           MOVE WS-RUN-DATE TO SUC-AS-OF-DATE
           CALL 'ECHOSUC' USING SUC-PARMS
           EVALUATE TRUE
               WHEN SUC-FAILED
                   DISPLAY 'ECHOWRK - SUCCESSOR LOOKUP FAILED FOR '
                       'BRANCH ' AUD-BRANCH-CODE
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-AUDIT TO TRUE
               WHEN SUC-ROLLED
                   MOVE SUC-BRANCH-OUT  TO SORT-BRANCH-CODE
                   MOVE AUD-BRANCH-CODE TO SORT-ORIGINAL-BRANCH
               WHEN OTHER
                   MOVE AUD-BRANCH-CODE TO SORT-BRANCH-CODE
                   MOVE AUD-ORIGINAL-BRANCH TO SORT-ORIGINAL-BRANCH
           END-EVALUATE.

       3099-SELECT-EXIT.
           EXIT.
       4400-PRINT-DETAIL.
           MOVE SORT-AUD-TIMESTAMP TO DTL-TIMESTAMP
           MOVE SORT-AUD-SEQUENCE  TO DTL-SEQUENCE
           MOVE SORT-ORIGINAL-BRANCH TO DTL-ORIGINAL
           EVALUATE TRUE
               WHEN SORT-RETURN-CODE NOT = ZERO
                   MOVE 'REJECT'   TO DTL-TYPE
