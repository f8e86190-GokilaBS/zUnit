      *             made here carry CALL-SOURCE 'E' so ECHORCN and    *
      *             ECHOAGE leave them out of the batch balances.     *
      *                                                               *
      *             A re-key that changes the account number or moves *
      *             an amount past the approval threshold is queued   *
      *             through ECHOAPQ; the loan still goes to the       *
      *             session batch, but ECHOEXT holds it from          *
      *             servicing until a level-3 supervisor approves it  *
      *             through ECHOAPR.                                  *
      *                                                               *
      *             Once the B pass agrees with the A pass on the     *
      *             account number, the account is checked against   *
      *             servicing's loan account master (LOANMAST) the    *
      *             same way ECHOBAT checks it: an account servicing  *
      *             does not have, has closed, or carries under       *
      *             another branch - or an agreed amount too far from *
      *             the approved amount - is shown for re-keying      *
      *             with 'L' indicators and never reaches ECHO2.      *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
               RECORD KEY IS BRM-BRANCH-CODE
               FILE STATUS IS WS-BRM-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LAM-ACCOUNT-NUMBER
               FILE STATUS IS WS-LAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONF-ENTRY-FILE
           RECORDING MODE IS F.
           COPY BRMREC.

       FD  LOAN-MASTER-FILE
           RECORDING MODE IS F.
           COPY LAMREC.

       WORKING-STORAGE SECTION.
       01 WS-CONF-STATUS        Pic X(02) VALUE SPACES.
          88 WS-CONF-OK         VALUE '00'.
          88 SESSION-FILES-OPEN VALUE 'Y'.
       01 WS-BRM-STATUS         Pic X(02).
          88 WS-BRM-OK          VALUE '00'.
       01 WS-LAM-STATUS         Pic X(02).
          88 WS-LAM-OK          VALUE '00'.
          88 WS-LAM-NOT-FOUND   VALUE '23'.
       01 WS-DONE-SWITCH        Pic X(01) VALUE 'N'.
          88 ENTRY-DONE         VALUE 'Y'.
       01 WS-RECORD-SW          Pic X(01).
          88 RECORD-SETTLED     VALUE 'Y'.
       01 WS-BRANCH-SW          Pic X(01).
          88 BRANCH-IS-VALID    VALUE 'Y'.
       01 WS-ACCOUNT-SW         Pic X(01).
          88 ACCOUNT-IS-VALID   VALUE 'Y'.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-SESSION-DATE       Pic X(08).
       01 WS-ENTRY-KEY          Pic X(10).
       01 WS-ENTRY-BRANCH       Pic X(04).
       01 WS-RC-DISPLAY         Pic 9(04).
       01 WS-RESULT-MSG         Pic X(50).
       01 WS-QUEUE-SW           Pic X(01) VALUE 'N'.
          88 QUEUE-FAILED       VALUE 'Y'.
       01 WS-CONFIRM            Pic X(01).
       01 WS-PFKEY              Pic 9(02) COMP-5.
       01 WS-DETAILS-WRITTEN    Pic 9(08) VALUE ZERO.
      *    Shop-standard amount tolerance carried to ECHO2 on every
      *    call, matching the ECHOBAT setting.
       01 WS-AMT-TOLERANCE      Pic 9(01)V99 VALUE .99.
      *    How far an agreed amount may sit from the approved amount,
      *    matching the ECHOBAT setting.
       01 WS-APPROVED-TOLERANCE Pic 9(03)V99 VALUE 1.00.
       01 WS-AMT-DIFFERENCE     Pic S9(08)V99.

       COPY SGNPARM.


       COPY RCVPARM.

       COPY APQPARM.

       SCREEN SECTION.
       01 SESSION-SCREEN.
          05 BLANK SCREEN.
               END-IF
           END-IF

           IF NOT ENTRY-DONE
               OPEN INPUT LOAN-MASTER-FILE
               IF NOT WS-LAM-OK
                   DISPLAY 'ECHOENT - OPEN LOANMAST FAILED, STATUS='
                       WS-LAM-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET ENTRY-DONE TO TRUE
               END-IF
           END-IF

      *    The session file is its own mini-feed: HDR now, one
      *    detail per accepted confirmation, TRL at session end -
      *    so ECHOMRG balances it like any region file.
           IF WS-PFKEY = 3
               SET ENTRY-DONE TO TRUE
           ELSE
               PERFORM 2250-VALIDATE-LOAN-ACCOUNT
               IF NOT ENTRY-DONE
                   IF ACCOUNT-IS-VALID
                       PERFORM 2300-CALL-ECHO2
                   ELSE
                       PERFORM 2280-REJECT-BAD-ACCOUNT
                   END-IF
                   PERFORM 2400-SHOW-RESULT
               END-IF
           END-IF.

      *    The same loan master check ECHOBAT makes, on the same
      *    terms: only an account number both passes agree on is
      *    looked up, and only an agreed, keyed amount is measured
      *    against the approved amount - a disagreeing pair is
      *    ECHO2's mismatch to report. A read failure other than
      *    not-found ends the session.
       2250-VALIDATE-LOAN-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-SW
           IF IN-TEXT1-A OF RCV-PARMS = IN-TEXT1-B OF RCV-PARMS
               MOVE IN-TEXT1-A OF RCV-PARMS TO LAM-ACCOUNT-NUMBER
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       IF WS-LAM-NOT-FOUND
                           MOVE 'ACCOUNT NOT ON THE LOAN MASTER'
                               TO WS-RESULT-MSG
                       ELSE
                           DISPLAY 'ECHOENT - READ LOANMAST FAILED, '
                               'STATUS=' WS-LAM-STATUS
                           MOVE 12 TO RETURN-CODE
                           SET ENTRY-DONE TO TRUE
                       END-IF
                       MOVE 'N' TO WS-ACCOUNT-SW
                   NOT INVALID KEY
                       PERFORM 2260-CHECK-ACCOUNT-DETAIL
               END-READ
           END-IF.

       2260-CHECK-ACCOUNT-DETAIL.
           EVALUATE TRUE
               WHEN LAM-CLOSED
                   MOVE 'ACCOUNT IS CLOSED ON THE LOAN MASTER'
                       TO WS-RESULT-MSG
                   MOVE 'N' TO WS-ACCOUNT-SW
               WHEN LAM-BRANCH-CODE NOT = WS-ENTRY-BRANCH
                   MOVE SPACES TO WS-RESULT-MSG
                   STRING 'ACCOUNT IS ON BRANCH ' LAM-BRANCH-CODE
                       ' AT SERVICING' DELIMITED BY SIZE
                       INTO WS-RESULT-MSG
                   END-STRING
                   MOVE 'N' TO WS-ACCOUNT-SW
               WHEN IN-AMT-A OF RCV-PARMS = ZERO
                   AND IN-AMT-B OF RCV-PARMS = ZERO
                   CONTINUE
               WHEN OTHER
                   PERFORM 2270-CHECK-APPROVED-AMOUNT
           END-EVALUATE.

       2270-CHECK-APPROVED-AMOUNT.
           COMPUTE WS-AMT-DIFFERENCE =
               IN-AMT-A OF RCV-PARMS - IN-AMT-B OF RCV-PARMS
           IF WS-AMT-DIFFERENCE < ZERO
               COMPUTE WS-AMT-DIFFERENCE = ZERO - WS-AMT-DIFFERENCE
           END-IF
           IF WS-AMT-DIFFERENCE NOT > WS-AMT-TOLERANCE
               COMPUTE WS-AMT-DIFFERENCE =
                   IN-AMT-A OF RCV-PARMS - LAM-APPROVED-AMOUNT
               IF WS-AMT-DIFFERENCE < ZERO
                   COMPUTE WS-AMT-DIFFERENCE =
                       ZERO - WS-AMT-DIFFERENCE
               END-IF
               IF WS-AMT-DIFFERENCE > WS-APPROVED-TOLERANCE
                   MOVE 'AMOUNT DIFFERS FROM THE APPROVED AMOUNT'
                       TO WS-RESULT-MSG
                   MOVE 'N' TO WS-ACCOUNT-SW
               END-IF
           END-IF.

      *    Nothing went to ECHO2, so there is no audit key to link a
      *    re-key to - the result screen just shows the reason with
      *    'L' indicators, as the ECHOBAT report would.
       2280-REJECT-BAD-ACCOUNT.
           MOVE 'L' TO MATCH-IND0 OF RCV-PARMS MATCH-IND1 OF RCV-PARMS
                       MATCH-IND2 OF RCV-PARMS MATCH-IND3 OF RCV-PARMS
           MOVE 4 TO WS-RC-DISPLAY
           DISPLAY 'ECHOENT - ' WS-RESULT-MSG
               ' KEY=' WS-ENTRY-KEY.

       2300-CALL-ECHO2.
           MOVE WS-ENTRY-KEY TO CONF-KEY OF RCV-PARMS
           MOVE WS-ENTRY-BRANCH TO BRANCH-CODE OF RCV-PARMS
           MOVE RETURN-CODE TO WS-RC-DISPLAY.

       2400-SHOW-RESULT.
           MOVE 'N' TO WS-QUEUE-SW
           IF ACCOUNT-IS-VALID
               AND RETURN-CODE = 0
               AND MATCH-IND0 OF RCV-PARMS = 'M'
               AND MATCH-IND1 OF RCV-PARMS = 'M'
               AND MATCH-IND2 OF RCV-PARMS = 'M'
                   OR MATCH-IND3 OF RCV-PARMS = 'T')
               MOVE 'ACCEPTED - WRITTEN TO THE SESSION BATCH'
                   TO WS-RESULT-MSG
               IF ORIG-AUD-KEY OF RCV-PARMS NOT = SPACES
                   PERFORM 2500-QUEUE-FOR-APPROVAL
               END-IF
               IF NOT QUEUE-FAILED
                   PERFORM 3000-WRITE-ACCEPTED-DETAIL
                   SET RECORD-SETTLED TO TRUE
               END-IF
           ELSE
               IF ACCOUNT-IS-VALID
                   MOVE
                     'MISMATCH - RE-KEY WHILE THE FILE IS ON THE DESK'
                       TO WS-RESULT-MSG
               END-IF
           END-IF

           MOVE 'R' TO WS-CONFIRM
                   CONTINUE
               WHEN WS-CONFIRM = 'S'
                   SET RECORD-SETTLED TO TRUE
      *            The retry is judged against the same record as
      *            this one, so the link and values are left as is.
               WHEN QUEUE-FAILED
                   CONTINUE
      *            The agreed account number came from both passes,
      *            so a loan master reject is re-keyed from pass A.
               WHEN NOT ACCOUNT-IS-VALID
                   SET RECORD-SETTLED TO TRUE
               WHEN OTHER
      *            Link the retry to the call it corrects so the
      *            audit trail reads like an ECHOINQ correction.
      *            The values it carried are what the approval gate
      *            measures the re-key against.
                   MOVE OUT-AUD-KEY OF RCV-PARMS
                       TO ORIG-AUD-KEY OF RCV-PARMS
                   MOVE IN-TEXT1-A OF RCV-PARMS TO APQ-ORIG-TEXT1-A
                   MOVE IN-TEXT1-B OF RCV-PARMS TO APQ-ORIG-TEXT1-B
                   MOVE IN-AMT-A OF RCV-PARMS   TO APQ-ORIG-AMT-A
                   MOVE IN-AMT-B OF RCV-PARMS   TO APQ-ORIG-AMT-B
           END-EVALUATE.

      *    A re-key that changed the account number or moved an
      *    amount past the approval threshold still goes to the
      *    session batch, but ECHOEXT holds the loan back from
      *    servicing until a level-3 supervisor other than this
      *    operator approves it through ECHOAPR. One that could not
      *    be queued stays off the session batch - ECHOEXT would
      *    have nothing to hold it by - and is keyed again.
       2500-QUEUE-FOR-APPROVAL.
           CALL 'ECHOAPQ' USING RCV-PARMS APQ-PARMS
           EVALUATE TRUE
               WHEN APQ-QUEUED
                   MOVE 'ACCEPTED - HELD FOR APPROVAL THROUGH ECHOAPR'
                       TO WS-RESULT-MSG
               WHEN APQ-FAILED
                   SET QUEUE-FAILED TO TRUE
                   MOVE 'APPROVAL QUEUE BUSY - NOT WRITTEN, RE-KEY'
                       TO WS-RESULT-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-WRITE-ACCEPTED-DETAIL.
               END-IF
               CLOSE CONF-ENTRY-FILE
               CLOSE BRANCH-MASTER-FILE
               CLOSE LOAN-MASTER-FILE
           END-IF
           DISPLAY 'ECHOENT - SESSION DATE:       ' WS-SESSION-DATE
           DISPLAY 'ECHOENT - CONFIRMATIONS KEYED:'
