      *             but not correct, and every correction's audit    *
      *             record carries the signed-on operator ID.        *
      *                                                               *
      *             A correction that changes the account number or   *
      *             moves an amount past the approval threshold is    *
      *             held on the approval queue (ECHOAPQ) until a      *
      *             level-3 supervisor releases it through ECHOAPR -  *
      *             ECHOEXT sends nothing still held.                 *
      *                                                               *
      *             The ECHODSH operations dashboard calls in here    *
      *             (BRWPARM) when the shift lead picks a branch: the *
      *             operator it already signed on browses that        *
      *             branch and date straight away, and leaving the    *
      *             list returns to the dashboard.                    *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
      *    Shop-standard amount tolerance carried to ECHO2 on every
      *    correction call, matching the ECHOBAT setting.
       01 WS-AMT-TOLERANCE      Pic 9(01)V99 VALUE .99.
       01 WS-APPROVAL-MSG       Pic X(50) VALUE SPACES.

       COPY SGNPARM.


       COPY RCVPARM.

       COPY APQPARM.

       LINKAGE SECTION.
       COPY BRWPARM.

       SCREEN SECTION.
       01 SEARCH-SCREEN.
          05 BLANK SCREEN.
          05 LINE 4 COLUMN 26 PIC X(01) FROM MATCH-IND3 OF RCV-PARMS.
          05 LINE 6 COLUMN 1  VALUE
                 'A NEW AUDIT RECORD HAS BEEN APPENDED FOR THIS CALL.'.
          05 LINE 7 COLUMN 1  PIC X(50) FROM WS-APPROVAL-MSG.
          05 LINE 8 COLUMN 1  VALUE 'PRESS ENTER TO CONTINUE'.

       PROCEDURE DIVISION USING BRW-PARMS.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF BRW-PARM-LEN > 0
               PERFORM 2500-DRILL-DOWN-BROWSE
           ELSE
               PERFORM 2000-BROWSE-LOOP UNTIL BROWSE-DONE
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

      *    Called from the dashboard the program stays loaded between
      *    calls, so the switches are set afresh on every entry; the
      *    caller has signed the operator on already.
       1000-INITIALIZE.
           MOVE 'N' TO WS-DONE-SWITCH
           MOVE 'N' TO WS-AUDIT-OPEN-SW
           IF BRW-PARM-LEN > 0
               MOVE BRW-OPERATOR-ID   TO SGN-OPERATOR-ID
               MOVE BRW-OPERATOR-NAME TO SGN-OPERATOR-NAME
               MOVE BRW-AUTH-LEVEL    TO SGN-AUTH-LEVEL
               SET SGN-SIGNED-ON TO TRUE
           ELSE
               CALL 'ECHOSGN' USING SGN-PARMS
           END-IF
           IF SGN-FAILED
               DISPLAY 'ECHOBRW - SIGN-ON FAILED OR CANCELLED'
               MOVE 8 TO RETURN-CODE
               PERFORM 3000-START-BROWSE
           END-IF.

      *    One list for the branch and date the caller passed - any
      *    way the operator leaves it goes back to the caller.
       2500-DRILL-DOWN-BROWSE.
           IF NOT BROWSE-DONE
               MOVE BRW-BRANCH-CODE TO WS-SEARCH-BRANCH
               MOVE BRW-APPL-DATE   TO WS-SEARCH-DATE
               PERFORM 3000-START-BROWSE
           END-IF.

      *    Position on the alternate key - equal keys only, so the
      *    list never drifts into another branch or date.
       3000-START-BROWSE.
               ELSE
                   INITIALIZE RCV-PARMS
                   MOVE AUD-CONF-KEY TO CONF-KEY OF RCV-PARMS
                   MOVE AUD-ORIGINAL-BRANCH
                       TO ORIGINAL-BRANCH OF RCV-PARMS
                   MOVE AUD-TIMESTAMP TO ORIG-TIMESTAMP OF RCV-PARMS
                   MOVE AUD-SEQUENCE TO ORIG-SEQUENCE OF RCV-PARMS
                   MOVE WS-AMT-TOLERANCE
                       TO AMT-TOLERANCE OF RCV-PARMS
                   MOVE SGN-OPERATOR-ID TO OPERATOR-ID OF RCV-PARMS
                   MOVE AUD-IN-TEXT1-A TO APQ-ORIG-TEXT1-A
                   MOVE AUD-IN-TEXT1-B TO APQ-ORIG-TEXT1-B
                   MOVE AUD-IN-AMT-A   TO APQ-ORIG-AMT-A
                   MOVE AUD-IN-AMT-B   TO APQ-ORIG-AMT-B
                   DISPLAY CORRECTION-SCREEN
                   ACCEPT CORRECTION-SCREEN
                   ACCEPT WS-PFKEY FROM ESCAPE KEY
           CALL 'ECHO2' USING RCV-PARMS

           MOVE RETURN-CODE TO WS-RC-DISPLAY
           PERFORM 4250-QUEUE-FOR-APPROVAL
           DISPLAY RESULT-SCREEN
           ACCEPT RESULT-SCREEN

               SET BROWSE-DONE TO TRUE
           END-IF.

      *    A correction that changes the account number or moves an
      *    amount past the approval threshold is held on APPRQUE
      *    until a level-3 supervisor other than this operator
      *    releases it through ECHOAPR.
       4250-QUEUE-FOR-APPROVAL.
           CALL 'ECHOAPQ' USING RCV-PARMS APQ-PARMS
           EVALUATE TRUE
               WHEN APQ-QUEUED
                   MOVE 'HELD FOR SUPERVISOR APPROVAL (ECHOAPR)'
                       TO WS-APPROVAL-MSG
               WHEN APQ-FAILED
                   MOVE 'QUEUE BUSY - HELD, EXTRACT WILL QUEUE IT'
                       TO WS-APPROVAL-MSG
               WHEN OTHER
                   MOVE SPACES TO WS-APPROVAL-MSG
           END-EVALUATE.

       9000-TERMINATE.
           IF AUDIT-FILE-IS-OPEN
               CLOSE AUDIT-FILE
               MOVE 'N' TO WS-AUDIT-OPEN-SW
           END-IF.

       END PROGRAM ECHOBRW.
