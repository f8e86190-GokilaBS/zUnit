      *             ECHO2 accepts is added to the history. ECHOHPG    *
      *             purges the history past the retention cutoff.     *
      *                                                               *
      *             A detail whose two keyers agree on the account    *
      *             number is then checked against servicing's loan   *
      *             account master (LOANMAST, reloaded nightly by     *
      *             ECHOLAM.jcl) before ECHO2 is called: an account   *
      *             servicing does not have, has closed, or carries   *
      *             under another branch - or an agreed amount more   *
      *             than the tolerance away from the approved amount  *
      *             - rejects to the suspense file with its own       *
      *             reason, instead of matching 'M' on every          *
      *             indicator and coming back from servicing as an    *
      *             ECHOACK reject days later.                        *
      *                                                               *
      *             A closed branch whose successor has taken over    *
      *             by the run date (BRM-SUCCESSOR-CODE/-DATE, kept   *
      *             through ECHOBRM) no longer rejects: the           *
      *             confirmation is posted under the successor, and   *
      *             the code it arrived under travels to the report   *
      *             and the audit record as the original branch.      *
      *             Origination can go on sending the old code for    *
      *             weeks after a merger without a night's worth of   *
      *             branch rejects.                                   *
      *                                                               *
      *             PARM 'YYYYMMDD SUPP' runs a supplemental cycle: a *
      *             late feed ECHOEDT has balanced and opened a cycle *
      *             for, after the date's night completed. The run    *
      *             control hands back the cycle number, which        *
      *             travels on every ECHO2 call to the audit record   *
      *             and on every report record; the report and the    *
      *             suspense images are appended to the date's        *
      *             existing files, so the report stays the date as   *
      *             a whole and the morning recycle still finds the   *
      *             newest two suspense generations.                  *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
               RECORD KEY IS CNFH-CONF-KEY
               FILE STATUS IS WS-CNFH-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LAM-ACCOUNT-NUMBER
               FILE STATUS IS WS-LAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-CONF-FILE
           RECORDING MODE IS F.
           COPY CNFHREC.

       FD  LOAN-MASTER-FILE
           RECORDING MODE IS F.
           COPY LAMREC.

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS       Pic X(02).
          88 WS-INPUT-OK        VALUE '00'.
       01 WS-PART-SW            Pic X(01) VALUE 'N'.
          88 IS-PARTITION-RUN   VALUE 'Y'.
       01 WS-PART-ID            Pic X(01) VALUE SPACE.
       01 WS-SUPP-SW            Pic X(01) VALUE 'N'.
          88 IS-SUPP-RUN        VALUE 'Y'.
       01 WS-SUSPIN-STATUS      Pic X(02).
          88 WS-SUSPIN-OK       VALUE '00'.
       01 WS-SUSPOUT-STATUS     Pic X(02).
       01 WS-BRANCH-SW          Pic X(01).
          88 BRANCH-IS-VALID    VALUE 'Y'.
       01 WS-BRANCH-NAME        Pic X(20).
       01 WS-SUCCESSOR-POSTS    Pic 9(08) VALUE ZERO.
       01 WS-LAM-STATUS         Pic X(02).
          88 WS-LAM-OK          VALUE '00'.
          88 WS-LAM-NOT-FOUND   VALUE '23'.
       01 WS-ACCOUNT-SW         Pic X(01).
          88 ACCOUNT-IS-VALID   VALUE 'Y'.
       01 WS-ACCOUNT-REJECTS    Pic 9(08) VALUE ZERO.
       01 WS-AMT-DIFFERENCE     Pic S9(08)V99.
       01 WS-CURRENT-KEY        Pic X(10).
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-RUN-DATE           Pic X(08).
      *    call: a keyed amount pair differing by less than a dollar
      *    is accepted ('T') rather than opening an investigation.
       01 WS-AMT-TOLERANCE      Pic 9(01)V99 VALUE .99.
      *    How far an agreed amount may sit from the amount servicing
      *    approved before the loan rejects as a different figure.
       01 WS-APPROVED-TOLERANCE Pic 9(03)V99 VALUE 1.00.

       COPY SUSPREC.


       COPY RUNPARM.

       COPY SUCPARM.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
      *    merges the reports and owns the chain stamp - each image
      *    gets its own INFILE/CKPTFILE/SUSPOUT/RPTFILE through the
      *    JCL, and 'YYYYMMDD PARTn RST' restarts just that image),
      *    'YYYYMMDD SUPP' for a supplemental late-feed cycle on a
      *    date already run ('YYYYMMDD SUPP RST' restarts it), or
      *    'REPROCESS' for the morning suspense recycle. The
      *    REPROCESS and PARTn runs stand outside the run-control
      *    gate. No date defaults to today.
           IF WS-PARM-LEN > 0
                                   AND WS-PARM-VALUE(16:3) = 'RST'
                                   SET IS-RESTART-RUN TO TRUE
                               END-IF
                           WHEN WS-PARM-LEN >= 13
                               AND WS-PARM-VALUE(10:4) = 'SUPP'
                               SET IS-SUPP-RUN TO TRUE
                               IF WS-PARM-LEN >= 17
                                   AND WS-PARM-VALUE(15:3) = 'RST'
                                   SET IS-RESTART-RUN TO TRUE
                               END-IF
                           WHEN WS-PARM-LEN >= 16
                               AND WS-PARM-VALUE(10:7) = 'RESTART'
                               SET IS-RESTART-RUN TO TRUE
           END-IF

           IF NOT IS-REPROCESS-RUN AND NOT IS-PARTITION-RUN
               IF IS-SUPP-RUN
                   MOVE 'S' TO RUN-FUNCTION
               ELSE
                   MOVE 'C' TO RUN-FUNCTION
               END-IF
               MOVE 'ECHOBAT ' TO RUN-STEP-NAME
               MOVE WS-RUN-DATE TO RUN-DATE-IN
               CALL 'ECHORUN' USING RUN-PARMS
           END-IF

      *    Batch calls are never corrections, so no originating
      *    audit key travels on any of this run's ECHO2 calls. Only
      *    a supplemental cycle's calls carry a cycle number.
           MOVE SPACES TO ORIG-AUD-KEY
           MOVE SPACE TO CALL-SOURCE
           MOVE SPACES TO OPERATOR-ID
           MOVE WS-AMT-TOLERANCE TO AMT-TOLERANCE
           IF IS-SUPP-RUN
               MOVE RUN-CYCLE TO SUPP-CYCLE
               DISPLAY 'ECHOBAT - SUPPLEMENTAL CYCLE ' SUPP-CYCLE
                   ' FOR ' WS-RUN-DATE
           ELSE
               MOVE ZERO TO SUPP-CYCLE
           END-IF

           IF IS-REPROCESS-RUN
               PERFORM 1500-INITIALIZE-REPROCESS
               END-IF
               OPEN EXTEND REPORT-FILE
           ELSE
               IF IS-SUPP-RUN
                   OPEN EXTEND REPORT-FILE
               ELSE
                   OPEN OUTPUT REPORT-FILE
               END-IF
           END-IF
           IF NOT WS-REPORT-OK
               DISPLAY 'ECHOBAT - OPEN RPTFILE FAILED, STATUS='
               GOBACK
           END-IF

           IF WS-RESTART-RRN > ZERO OR IS-SUPP-RUN
               OPEN EXTEND SUSPENSE-OUT-FILE
           ELSE
               OPEN OUTPUT SUSPENSE-OUT-FILE

           PERFORM 1200-OPEN-BRANCH-MASTER
           PERFORM 1300-OPEN-CONF-HISTORY
           PERFORM 1350-OPEN-LOAN-MASTER

           IF NOT END-OF-INPUT
               PERFORM 2100-READ-INPUT
               GOBACK
           END-IF.

       1350-OPEN-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER-FILE
           IF NOT WS-LAM-OK
               DISPLAY 'ECHOBAT - OPEN LOANMAST FAILED, STATUS='
                   WS-LAM-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *    A REPROCESS run recycles yesterday's suspense records
      *    through ECHO2 instead of the daily feed: no feed edit, no
      *    checkpoint/restart (the suspense file is small), its own

           PERFORM 1200-OPEN-BRANCH-MASTER
           PERFORM 1300-OPEN-CONF-HISTORY
           PERFORM 1350-OPEN-LOAN-MASTER

           PERFORM 2700-READ-SUSPENSE.

                   PERFORM 2080-REJECT-DUP-CONFIRM
                   PERFORM 2300-WRITE-SUSPENSE
               ELSE
                   PERFORM 2055-VALIDATE-LOAN-ACCOUNT
                   IF ACCOUNT-IS-VALID
                       CALL 'ECHO2' USING RCV-PARMS
                       IF RETURN-CODE = 0
                           PERFORM 2090-ADD-CONF-HISTORY
                       ELSE
                           SET ANY-RECORD-REJECTED TO TRUE
                           PERFORM 2310-SET-REJECT-REASON
                           PERFORM 2300-WRITE-SUSPENSE
                       END-IF
                   ELSE
                       PERFORM 2065-REJECT-BAD-ACCOUNT
                       PERFORM 2300-WRITE-SUSPENSE
                   END-IF
               END-IF
      *    Unknown or closed branch codes reject here, before ECHO2
      *    is ever called, so garbage codes can no longer flow into
      *    the audit trail. The branch name travels to the report
      *    for every record that passes. A closed branch with a
      *    successor in place posts under the successor instead.
       2050-VALIDATE-BRANCH.
           MOVE 'Y' TO WS-BRANCH-SW
           MOVE SPACES TO WS-BRANCH-NAME
           MOVE SPACES TO ORIGINAL-BRANCH
           MOVE BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-BRANCH-SW
               NOT INVALID KEY
                   IF BRM-CLOSED
                       PERFORM 2052-POST-TO-SUCCESSOR
                   ELSE
                       MOVE BRM-BRANCH-NAME TO WS-BRANCH-NAME
                   END-IF
           END-READ.

      *    The successor must have taken over by the run date and be
      *    open itself - ECHOSUC follows the chain if the successor
      *    has since merged on too. Anything short of that is still
      *    the closed-branch reject it always was.
       2052-POST-TO-SUCCESSOR.
           MOVE BRANCH-CODE TO SUC-BRANCH-IN
           MOVE WS-RUN-DATE TO SUC-AS-OF-DATE
           CALL 'ECHOSUC' USING SUC-PARMS
           IF SUC-FAILED
               DISPLAY 'ECHOBAT - SUCCESSOR LOOKUP FAILED FOR BRANCH '
                   BRANCH-CODE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF SUC-ROLLED AND SUC-BRANCH-ACTIVE
               MOVE BRANCH-CODE     TO ORIGINAL-BRANCH
               MOVE SUC-BRANCH-OUT  TO BRANCH-CODE
               MOVE SUC-BRANCH-NAME TO WS-BRANCH-NAME
               ADD 1 TO WS-SUCCESSOR-POSTS
           ELSE
               MOVE 'BRANCH IS CLOSED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-BRANCH-SW
           END-IF.

      *    Both keyers agreeing on a wrong account number, or on the
      *    wrong amount, still matches 'M' in ECHO2 - only the
      *    servicing master can tell. A pair that disagrees is left
      *    to ECHO2's mismatch and the correction path, and an
      *    amount pair that was never keyed (both zero) is not
      *    measured against the approved amount.
       2055-VALIDATE-LOAN-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-SW
           IF IN-TEXT1-A = IN-TEXT1-B
               MOVE IN-TEXT1-A TO LAM-ACCOUNT-NUMBER
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       IF NOT WS-LAM-NOT-FOUND
                           DISPLAY 'ECHOBAT - READ LOANMAST FAILED, '
                               'STATUS=' WS-LAM-STATUS
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE 'ACCT NOT ON MASTER' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-ACCOUNT-SW
                   NOT INVALID KEY
                       PERFORM 2056-CHECK-ACCOUNT-DETAIL
               END-READ
           END-IF.

      *    Servicing may still carry a merged branch's loans under
      *    the closed code they were booked with, so either code
      *    passes for a confirmation posted to the successor.
       2056-CHECK-ACCOUNT-DETAIL.
           EVALUATE TRUE
               WHEN LAM-CLOSED
                   MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ACCOUNT-SW
               WHEN LAM-BRANCH-CODE NOT = BRANCH-CODE
                   AND (ORIGINAL-BRANCH = SPACES
                       OR LAM-BRANCH-CODE NOT = ORIGINAL-BRANCH)
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING 'ACCT BRANCH IS ' LAM-BRANCH-CODE
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
                   MOVE 'N' TO WS-ACCOUNT-SW
               WHEN IN-AMT-A = ZERO AND IN-AMT-B = ZERO
                   CONTINUE
               WHEN OTHER
                   PERFORM 2057-CHECK-APPROVED-AMOUNT
           END-EVALUATE.

      *    Only an agreed amount - the pair within the keying
      *    tolerance - is measured; a disagreeing pair is already an
      *    ECHO2 amount mismatch.
       2057-CHECK-APPROVED-AMOUNT.
           COMPUTE WS-AMT-DIFFERENCE = IN-AMT-A - IN-AMT-B
           IF WS-AMT-DIFFERENCE < ZERO
               COMPUTE WS-AMT-DIFFERENCE = ZERO - WS-AMT-DIFFERENCE
           END-IF
           IF WS-AMT-DIFFERENCE NOT > WS-AMT-TOLERANCE
               COMPUTE WS-AMT-DIFFERENCE =
                   IN-AMT-A - LAM-APPROVED-AMOUNT
               IF WS-AMT-DIFFERENCE < ZERO
                   COMPUTE WS-AMT-DIFFERENCE =
                       ZERO - WS-AMT-DIFFERENCE
               END-IF
               IF WS-AMT-DIFFERENCE > WS-APPROVED-TOLERANCE
                   MOVE 'AMOUNT NOT APPROVED' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-ACCOUNT-SW
               END-IF
           END-IF.

      *    ECHOEDT only catches a key repeated within one night's
      *    feed; this read is what stops the origination feed from
      *    resending a confirmation that already went through on a
           DISPLAY 'ECHOBAT - BRANCH REJECT (' WS-REJECT-REASON
               ') KEY=' WS-CURRENT-KEY ' BRANCH=' BRANCH-CODE.

      *    A loan-master reject never reaches ECHO2 either - 'L'
      *    match indicators mark it the way 'B' and 'H' mark the
      *    branch and history rejects.
       2065-REJECT-BAD-ACCOUNT.
           SET ANY-RECORD-REJECTED TO TRUE
           MOVE SPACES TO OUT-TEXT0 OUT-TEXT2 OUT-AMT
           MOVE ZERO TO OUT-TEXT1
           MOVE 'L' TO MATCH-IND0 MATCH-IND1 MATCH-IND2 MATCH-IND3
           MOVE 4 TO RETURN-CODE
           ADD 1 TO WS-ACCOUNT-REJECTS
           DISPLAY 'ECHOBAT - LOAN MASTER REJECT (' WS-REJECT-REASON
               ') KEY=' WS-CURRENT-KEY ' ACCOUNT=' IN-TEXT1-A.

      *    First-cycle reject: suspend the full input image so the
      *    record can be corrected and recycled on a REPROCESS run
      *    instead of waiting for the upstream feed to resend it.
           MOVE BRANCH-CODE                    TO RPT-BRANCH-CODE
           MOVE APPLICATION-DATE               TO RPT-APPLICATION-DATE
           MOVE WS-BRANCH-NAME                 TO RPT-BRANCH-NAME
           MOVE ORIGINAL-BRANCH                TO RPT-ORIGINAL-BRANCH
           MOVE SUPP-CYCLE                     TO RPT-SUPP-CYCLE

           WRITE ECHO-REPORT-RECORD
           IF NOT WS-REPORT-OK
                   PERFORM 2080-REJECT-DUP-CONFIRM
                   PERFORM 2600-RECYCLE-SUSPENSE
               ELSE
                   PERFORM 2055-VALIDATE-LOAN-ACCOUNT
                   IF ACCOUNT-IS-VALID
                       CALL 'ECHO2' USING RCV-PARMS
                       IF RETURN-CODE = 0
                           PERFORM 2090-ADD-CONF-HISTORY
                       ELSE
                           SET ANY-RECORD-REJECTED TO TRUE
                           PERFORM 2310-SET-REJECT-REASON
                           PERFORM 2600-RECYCLE-SUSPENSE
                       END-IF
                   ELSE
                       PERFORM 2065-REJECT-BAD-ACCOUNT
                       PERFORM 2600-RECYCLE-SUSPENSE
                   END-IF
               END-IF
           CLOSE SUSPENSE-OUT-FILE
           CLOSE BRANCH-MASTER-FILE
           CLOSE CONF-HISTORY-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY 'ECHOBAT - RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'ECHOBAT - RECORDS WRITTEN: ' WS-RECORDS-WRITTEN
           DISPLAY 'ECHOBAT - SUSPENSE WRITTEN:' WS-SUSPENSE-WRITTEN
           DISPLAY 'ECHOBAT - HISTORY REJECTS: ' WS-HISTORY-REJECTS
           DISPLAY 'ECHOBAT - ACCOUNT REJECTS: ' WS-ACCOUNT-REJECTS
           DISPLAY 'ECHOBAT - SUCCESSOR POSTS: ' WS-SUCCESSOR-POSTS
           IF IS-REPROCESS-RUN
               DISPLAY 'ECHOBAT - HARD REJECTS:    ' WS-HARD-REJECTS
           END-IF
      *    ECHOREPR. A run that abends never reaches this stamp,
      *    which is what lets the RESTART rerun start.
       9100-MARK-RUN-COMPLETE.
           IF IS-SUPP-RUN
               MOVE 'P' TO RUN-FUNCTION
           ELSE
               MOVE 'M' TO RUN-FUNCTION
           END-IF
           MOVE 'ECHOBAT ' TO RUN-STEP-NAME
           MOVE WS-RUN-DATE TO RUN-DATE-IN
           CALL 'ECHORUN' USING RUN-PARMS
