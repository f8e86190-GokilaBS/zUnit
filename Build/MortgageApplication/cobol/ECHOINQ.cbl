      *             but not correct, and every correction's audit    *
      *             record carries the signed-on operator ID.        *
      *                                                               *
      *             A correction that changes the account number or   *
      *             moves an amount past the approval threshold is    *
      *             held on the approval queue (ECHOAPQ) until a      *
      *             level-3 supervisor releases it through ECHOAPR -  *
      *             ECHOEXT sends nothing still held.                 *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
      *    Shop-standard amount tolerance carried to ECHO2 on every
      *    correction call, matching the ECHOBAT setting.
       01 WS-AMT-TOLERANCE      Pic 9(01)V99 VALUE .99.
       01 WS-APPROVAL-MSG       Pic X(50) VALUE SPACES.

       COPY RCVPARM.

       COPY APQPARM.

       COPY SGNPARM.

       SCREEN SECTION.
          05 LINE 4 COLUMN 26 PIC X(01) FROM MATCH-IND3 OF RCV-PARMS.
          05 LINE 6 COLUMN 1  VALUE
                 'A NEW AUDIT RECORD HAS BEEN APPENDED FOR THIS CALL.'.
          05 LINE 7 COLUMN 1  PIC X(50) FROM WS-APPROVAL-MSG.
          05 LINE 8 COLUMN 1  VALUE 'PRESS ENTER TO CONTINUE'.

       PROCEDURE DIVISION.
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
           PERFORM 3150-QUEUE-FOR-APPROVAL
           DISPLAY RESULT-SCREEN
           ACCEPT RESULT-SCREEN

               SET INQUIRY-DONE TO TRUE
           END-IF.

      *    A correction that changes the account number or moves an
      *    amount past the approval threshold is held on APPRQUE
      *    until a level-3 supervisor other than this operator
      *    releases it through ECHOAPR.
       3150-QUEUE-FOR-APPROVAL.
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
