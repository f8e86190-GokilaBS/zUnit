       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHOAPQ.
      *****************************************************************
      *                                                               *
      *   ECHOAPQ - Correction approval gate, called by ECHOINQ,      *
      *             ECHOBRW, and ECHOENT straight after ECHO2 returns *
      *             a correction (ORIG-AUD-KEY set). An accepted      *
      *             correction that changes either keyed account      *
      *             number (the AUD-IN-TEXT1 pair) or moves either    *
      *             keyed amount by more than the approval threshold  *
      *             is written to the approval queue KSDS (APPRQUE)   *
      *             as pending, stamped with the keying operator.     *
      *             ECHOEXT holds a pending or rejected correction    *
      *             out of the servicing extract until a level-3      *
      *             supervisor other than the keying operator has     *
      *             approved it through ECHOAPR - four-eyes control   *
      *             over every material change to a booked loan.      *
      *                                                               *
      *             Anything not accepted by ECHO2 is never sent, so  *
      *             it is never queued. Results are described in      *
      *             APQPARM. ECHOEXT calls it as well, for any        *
      *             correction that reached the audit trail without   *
      *             a queue entry (the queue was busy when it was     *
      *             keyed), so the one test decides in both places.   *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO APPRQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APR-KEY
               FILE STATUS IS WS-APR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
           COPY APRREC.

       WORKING-STORAGE SECTION.
       01 WS-APR-STATUS         Pic X(02).
          88 WS-APR-OK          VALUE '00'.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-ACCOUNT-SW         Pic X(01).
          88 ACCOUNT-CHANGED    VALUE 'Y'.
       01 WS-AMOUNT-SW          Pic X(01).
          88 AMOUNT-MOVED       VALUE 'Y'.
       01 WS-AMT-MOVE           Pic S9(08)V99.
      *    Shop-standard approval threshold: a correction moving
      *    either keyed amount by more than this needs a second
      *    pair of eyes before servicing sees it.
       01 WS-APPROVAL-THRESHOLD Pic 9(07)V99 VALUE 1000.00.

       LINKAGE SECTION.
       COPY RCVPARM.

       COPY APQPARM.

       PROCEDURE DIVISION USING RCV-PARMS APQ-PARMS.
       0000-MAIN.
           SET APQ-NOT-NEEDED TO TRUE

           IF ORIG-AUD-KEY = SPACES
               OR OUT-AUD-KEY = SPACES
               GOBACK
           END-IF
           IF MATCH-IND0 NOT = 'M'
               OR MATCH-IND1 NOT = 'M'
               OR MATCH-IND2 NOT = 'M'
               OR (MATCH-IND3 NOT = 'M' AND MATCH-IND3 NOT = 'T')
               GOBACK
           END-IF

           PERFORM 1000-JUDGE-CORRECTION
           IF ACCOUNT-CHANGED OR AMOUNT-MOVED
               PERFORM 2000-QUEUE-CORRECTION
           END-IF
           GOBACK.

      *    The account pair is changed when either keyed value
      *    differs from the one on the record being corrected; the
      *    amount has moved when either keyed value is more than
      *    the threshold away from its counterpart.
       1000-JUDGE-CORRECTION.
           MOVE 'N' TO WS-ACCOUNT-SW WS-AMOUNT-SW
           IF IN-TEXT1-A NOT = APQ-ORIG-TEXT1-A
               OR IN-TEXT1-B NOT = APQ-ORIG-TEXT1-B
               SET ACCOUNT-CHANGED TO TRUE
           END-IF

           COMPUTE WS-AMT-MOVE = IN-AMT-A - APQ-ORIG-AMT-A
           PERFORM 1100-TEST-AMOUNT-MOVE
           COMPUTE WS-AMT-MOVE = IN-AMT-B - APQ-ORIG-AMT-B
           PERFORM 1100-TEST-AMOUNT-MOVE.

       1100-TEST-AMOUNT-MOVE.
           IF WS-AMT-MOVE < ZERO
               COMPUTE WS-AMT-MOVE = ZERO - WS-AMT-MOVE
           END-IF
           IF WS-AMT-MOVE > WS-APPROVAL-THRESHOLD
               SET AMOUNT-MOVED TO TRUE
           END-IF.

       2000-QUEUE-CORRECTION.
           OPEN I-O APPROVAL-FILE
           IF NOT WS-APR-OK
               DISPLAY 'ECHOAPQ - OPEN APPRQUE FAILED, STATUS='
                   WS-APR-STATUS
               SET APQ-FAILED TO TRUE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE APPLICATION-DATE TO APR-APPL-DATE
           MOVE CONF-KEY         TO APR-CONF-KEY
           MOVE OUT-AUD-KEY      TO APR-AUD-KEY
           MOVE ORIG-AUD-KEY     TO APR-ORIG-AUD-KEY
           MOVE BRANCH-CODE      TO APR-BRANCH-CODE
           MOVE CALL-SOURCE      TO APR-CALL-SOURCE
           EVALUATE TRUE
               WHEN ACCOUNT-CHANGED AND AMOUNT-MOVED
                   SET APR-BOTH-CHANGED TO TRUE
               WHEN ACCOUNT-CHANGED
                   SET APR-ACCOUNT-CHANGED TO TRUE
               WHEN OTHER
                   SET APR-AMOUNT-MOVED TO TRUE
           END-EVALUATE
           MOVE APQ-ORIG-TEXT1-A TO APR-ORIG-TEXT1-A
           MOVE APQ-ORIG-TEXT1-B TO APR-ORIG-TEXT1-B
           MOVE IN-TEXT1-A       TO APR-NEW-TEXT1-A
           MOVE IN-TEXT1-B       TO APR-NEW-TEXT1-B
           MOVE APQ-ORIG-AMT-A   TO APR-ORIG-AMT-A
           MOVE APQ-ORIG-AMT-B   TO APR-ORIG-AMT-B
           MOVE IN-AMT-A         TO APR-NEW-AMT-A
           MOVE IN-AMT-B         TO APR-NEW-AMT-B
           MOVE OPERATOR-ID      TO APR-KEYED-BY
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO APR-KEYED-DATE
           SET APR-PENDING TO TRUE
           MOVE SPACES TO APR-DECIDED-BY APR-DECIDED-DATE

           WRITE APPROVAL-RECORD
           IF WS-APR-OK
               SET APQ-QUEUED TO TRUE
           ELSE
               DISPLAY 'ECHOAPQ - WRITE APPRQUE FAILED, STATUS='
                   WS-APR-STATUS ' KEY=' APR-KEY
               SET APQ-FAILED TO TRUE
           END-IF

           CLOSE APPROVAL-FILE.

       END PROGRAM ECHOAPQ.
