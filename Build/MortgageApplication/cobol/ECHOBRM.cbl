      *             and every change stamps the operator ID and      *
      *             date onto the branch record.                     *
      *                                                               *
      *             A branch closed by a merger names its successor   *
      *             and the date the successor takes over - on the    *
      *             close screen or through update. The successor     *
      *             must be an open branch other than the one being   *
      *             closed, so no chain of successors can loop back;  *
      *             the effective date defaults to today. Reopening   *
      *             a branch (status back to A) drops the link.       *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       01 WS-EDIT-NAME          Pic X(20).
       01 WS-EDIT-REGION        Pic X(10).
       01 WS-EDIT-STATUS        Pic X(01).
       01 WS-EDIT-SUCCESSOR     Pic X(04).
       01 WS-EDIT-SUCC-DATE     Pic X(08).
       01 WS-EDIT-ERROR-SW      Pic X(01) VALUE 'N'.
          88 DETAIL-IN-ERROR    VALUE 'Y'.
      *    The branch being maintained, held while the successor
      *    named for it is read into the same record area.
       01 WS-SAVE-BRANCH        Pic X(63).
       01 WS-RESULT-MSG         Pic X(40).
       01 WS-PFKEY              Pic 9(02) COMP-5.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
          05 LINE 5 COLUMN 20 PIC X(10) USING WS-EDIT-REGION.
          05 LINE 6 COLUMN 1  VALUE 'STATUS (A/C):'.
          05 LINE 6 COLUMN 20 PIC X(01) USING WS-EDIT-STATUS.
          05 LINE 7 COLUMN 1  VALUE 'SUCCESSOR:'.
          05 LINE 7 COLUMN 20 PIC X(04) USING WS-EDIT-SUCCESSOR.
          05 LINE 8 COLUMN 1  VALUE 'EFFECTIVE DATE:'.
          05 LINE 8 COLUMN 20 PIC X(08) USING WS-EDIT-SUCC-DATE.
          05 LINE 10 COLUMN 1 VALUE
                 'PRESS ENTER TO APPLY, PF3=EXIT'.

       01 CLOSE-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'CLOSE BRANCH'.
          05 LINE 3 COLUMN 1  VALUE 'BRANCH CODE:'.
          05 LINE 3 COLUMN 20 PIC X(04) FROM WS-LOOKUP-CODE.
          05 LINE 4 COLUMN 1  VALUE 'BRANCH NAME:'.
          05 LINE 4 COLUMN 20 PIC X(20) FROM BRM-BRANCH-NAME.
          05 LINE 6 COLUMN 1  VALUE 'SUCCESSOR:'.
          05 LINE 6 COLUMN 20 PIC X(04) USING WS-EDIT-SUCCESSOR.
          05 LINE 7 COLUMN 1  VALUE 'EFFECTIVE DATE:'.
          05 LINE 7 COLUMN 20 PIC X(08) USING WS-EDIT-SUCC-DATE.
          05 LINE 9 COLUMN 1  VALUE
                 'LEAVE SUCCESSOR BLANK UNLESS MERGED INTO ANOTHER'.
          05 LINE 10 COLUMN 1 VALUE
                 'PRESS ENTER TO CLOSE, PF3=EXIT'.

       01 DISPLAY-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'BRANCH ON FILE'.
          05 LINE 7 COLUMN 1  VALUE 'LAST MAINTAINED:'.
          05 LINE 7 COLUMN 20 PIC X(08) FROM BRM-LAST-OPERATOR.
          05 LINE 7 COLUMN 30 PIC X(08) FROM BRM-LAST-MAINT-DATE.
          05 LINE 8 COLUMN 1  VALUE 'SUCCESSOR:'.
          05 LINE 8 COLUMN 20 PIC X(04) FROM BRM-SUCCESSOR-CODE.
          05 LINE 8 COLUMN 30 PIC X(08) FROM BRM-SUCCESSOR-DATE.
          05 LINE 10 COLUMN 1 VALUE 'PRESS ENTER TO CONTINUE'.

       01 RESULT-SCREEN.
          05 BLANK SCREEN.
               PERFORM 8000-SHOW-RESULT
           ELSE
               MOVE SPACES TO WS-EDIT-NAME WS-EDIT-REGION
               MOVE SPACES TO WS-EDIT-SUCCESSOR WS-EDIT-SUCC-DATE
               MOVE 'A' TO WS-EDIT-STATUS
               PERFORM 7000-ACCEPT-DETAIL
               IF DETAIL-IN-ERROR
                   PERFORM 8000-SHOW-RESULT
               END-IF
               IF NOT MAINT-DONE AND NOT DETAIL-IN-ERROR
                   MOVE WS-LOOKUP-CODE TO BRM-BRANCH-CODE
                   MOVE WS-EDIT-NAME   TO BRM-BRANCH-NAME
                   MOVE WS-EDIT-REGION TO BRM-REGION
                   MOVE WS-EDIT-STATUS TO BRM-STATUS
                   MOVE WS-EDIT-SUCCESSOR TO BRM-SUCCESSOR-CODE
                   MOVE WS-EDIT-SUCC-DATE TO BRM-SUCCESSOR-DATE
                   PERFORM 7100-STAMP-MAINTENANCE
                   WRITE BRANCH-MASTER-RECORD
                       INVALID KEY
               MOVE BRM-BRANCH-NAME TO WS-EDIT-NAME
               MOVE BRM-REGION      TO WS-EDIT-REGION
               MOVE BRM-STATUS      TO WS-EDIT-STATUS
               MOVE BRM-SUCCESSOR-CODE TO WS-EDIT-SUCCESSOR
               MOVE BRM-SUCCESSOR-DATE TO WS-EDIT-SUCC-DATE
               PERFORM 7000-ACCEPT-DETAIL
               IF DETAIL-IN-ERROR
                   PERFORM 8000-SHOW-RESULT
               END-IF
               IF NOT MAINT-DONE AND NOT DETAIL-IN-ERROR
                   MOVE WS-EDIT-NAME   TO BRM-BRANCH-NAME
                   MOVE WS-EDIT-REGION TO BRM-REGION
                   MOVE WS-EDIT-STATUS TO BRM-STATUS
                   MOVE WS-EDIT-SUCCESSOR TO BRM-SUCCESSOR-CODE
                   MOVE WS-EDIT-SUCC-DATE TO BRM-SUCCESSOR-DATE
                   PERFORM 7100-STAMP-MAINTENANCE
                   REWRITE BRANCH-MASTER-RECORD
                       INVALID KEY

       3500-CLOSE-BRANCH.
           IF RECORD-FOUND
               MOVE BRM-SUCCESSOR-CODE TO WS-EDIT-SUCCESSOR
               MOVE BRM-SUCCESSOR-DATE TO WS-EDIT-SUCC-DATE
               DISPLAY CLOSE-SCREEN
               ACCEPT CLOSE-SCREEN
               ACCEPT WS-PFKEY FROM ESCAPE KEY
               IF WS-PFKEY = 3
                   SET MAINT-DONE TO TRUE
               ELSE
                   MOVE 'C' TO WS-EDIT-STATUS
                   PERFORM 7200-EDIT-SUCCESSOR
                   IF NOT DETAIL-IN-ERROR
                       PERFORM 3550-REWRITE-CLOSED-BRANCH
                   END-IF
                   PERFORM 8000-SHOW-RESULT
               END-IF
           ELSE
               MOVE 'BRANCH NOT ON FILE' TO WS-RESULT-MSG
               PERFORM 8000-SHOW-RESULT
           END-IF.

       3550-REWRITE-CLOSED-BRANCH.
           SET BRM-CLOSED TO TRUE
           MOVE WS-EDIT-SUCCESSOR TO BRM-SUCCESSOR-CODE
           MOVE WS-EDIT-SUCC-DATE TO BRM-SUCCESSOR-DATE
           PERFORM 7100-STAMP-MAINTENANCE
           REWRITE BRANCH-MASTER-RECORD
               INVALID KEY
                   MOVE 'CLOSE FAILED' TO WS-RESULT-MSG
               NOT INVALID KEY
                   IF BRM-SUCCESSOR-CODE = SPACES
                       MOVE 'BRANCH CLOSED' TO WS-RESULT-MSG
                   ELSE
                       MOVE SPACES TO WS-RESULT-MSG
                       STRING 'BRANCH CLOSED INTO ' BRM-SUCCESSOR-CODE
                           ' FROM ' BRM-SUCCESSOR-DATE
                           DELIMITED BY SIZE INTO WS-RESULT-MSG
                       END-STRING
                   END-IF
           END-REWRITE.

       7000-ACCEPT-DETAIL.
           MOVE 'N' TO WS-EDIT-ERROR-SW
           DISPLAY DETAIL-SCREEN
           ACCEPT DETAIL-SCREEN
           ACCEPT WS-PFKEY FROM ESCAPE KEY
                  WS-EDIT-STATUS NOT = 'C'
                   MOVE 'A' TO WS-EDIT-STATUS
               END-IF
               PERFORM 7200-EDIT-SUCCESSOR
           END-IF.

      *    Only a closed branch keeps a successor. The successor
      *    has to be an open branch on file - never the branch
      *    itself or one already closed - which is what keeps every
      *    chain ECHOSUC follows short and loop-free. A successor
      *    already on file was checked when it was entered and may
      *    since have closed onward itself (a chain ECHOSUC
      *    follows), so it is only checked again when changed.
       7200-EDIT-SUCCESSOR.
           MOVE 'N' TO WS-EDIT-ERROR-SW
           EVALUATE TRUE
               WHEN WS-EDIT-STATUS NOT = 'C'
                   MOVE SPACES TO WS-EDIT-SUCCESSOR WS-EDIT-SUCC-DATE
               WHEN WS-EDIT-SUCCESSOR = SPACES
                   MOVE SPACES TO WS-EDIT-SUCC-DATE
               WHEN WS-EDIT-SUCCESSOR = WS-LOOKUP-CODE
                   MOVE 'A BRANCH CANNOT SUCCEED ITSELF'
                       TO WS-RESULT-MSG
                   SET DETAIL-IN-ERROR TO TRUE
               WHEN RECORD-FOUND
                   AND WS-EDIT-SUCCESSOR = BRM-SUCCESSOR-CODE
                   AND WS-EDIT-SUCC-DATE = BRM-SUCCESSOR-DATE
                   CONTINUE
               WHEN OTHER
                   PERFORM 7300-CHECK-SUCCESSOR
           END-EVALUATE.

       7300-CHECK-SUCCESSOR.
           IF WS-EDIT-SUCC-DATE = SPACES
               MOVE WS-TODAY TO WS-EDIT-SUCC-DATE
           END-IF
           IF WS-EDIT-SUCC-DATE IS NOT NUMERIC
               MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'
                   TO WS-RESULT-MSG
               SET DETAIL-IN-ERROR TO TRUE
           ELSE
               MOVE BRANCH-MASTER-RECORD TO WS-SAVE-BRANCH
               MOVE WS-EDIT-SUCCESSOR TO BRM-BRANCH-CODE
               READ BRANCH-MASTER-FILE
                   KEY IS BRM-BRANCH-CODE
                   INVALID KEY
                       MOVE 'SUCCESSOR BRANCH NOT ON FILE'
                           TO WS-RESULT-MSG
                       SET DETAIL-IN-ERROR TO TRUE
                   NOT INVALID KEY
                       IF BRM-CLOSED
                           MOVE 'SUCCESSOR BRANCH IS CLOSED'
                               TO WS-RESULT-MSG
                           SET DETAIL-IN-ERROR TO TRUE
                       END-IF
               END-READ
               MOVE WS-SAVE-BRANCH TO BRANCH-MASTER-RECORD
           END-IF.

      *    Every change answers "who touched this branch, and when"
