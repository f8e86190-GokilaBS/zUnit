      *             forever. The trailer carries separate counts per *
      *             record type.                                      *
      *                                                               *
      *             Corrections on the approval queue (APPRQUE,       *
      *             written by ECHOAPQ) are held until a supervisor   *
      *             approves them through ECHOAPR: a pending or       *
      *             rejected correction sends no cancel/replace. A    *
      *             correction that reached no queue entry when it    *
      *             was keyed goes through ECHOAPQ again here, so one *
      *             that needs approval is queued and held, never     *
      *             sent unapproved. A loan whose ECHOENT desk        *
      *             re-key is still waiting is left off the file and  *
      *             off the control KSDS.                             *
      *             Each regular run walks the queue for re-keys      *
      *             approved since and sends the ones not yet on the  *
      *             control KSDS, whatever their date - the day's     *
      *             report they came from is gone by then - provided  *
      *             the audit trail holds the batch call that         *
      *             accepted the loan; the values sent are that       *
      *             call's.                                           *
      *                                                               *
      *             PARM 'YYYYMMDD SUPP' extracts a supplemental      *
      *             cycle once ECHORCN has balanced it: only the      *
      *             report lines that cycle's ECHOBAT run wrote       *
      *             (RPT-SUPP-CYCLE) are selected, so the file is an  *
      *             increment holding just the late loans. The        *
      *             correction pass is left to the date's next        *
      *             regular extract.                                  *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.

           SELECT AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO APPRQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               FILE STATUS IS WS-APR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  APPROVAL-FILE
           RECORDING MODE IS F.
           COPY APRREC.

       WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS      Pic X(02).
          88 WS-REPORT-OK       VALUE '00'.
       01 WS-ALREADY-SENT       Pic 9(08) VALUE ZERO.
       01 WS-RUNCTL-SW          Pic X(01) VALUE 'N'.
          88 SKIP-RUN-CONTROL   VALUE 'Y'.
       01 WS-SUPP-SW            Pic X(01) VALUE 'N'.
          88 IS-SUPP-RUN        VALUE 'Y'.
       01 WS-CURRENT-CYCLE      Pic 9(02) VALUE ZERO.
       01 WS-OTHER-CYCLE        Pic 9(08) VALUE ZERO.
       01 WS-AUDIT-STATUS       Pic X(02).
          88 WS-AUDIT-OK        VALUE '00'.
          88 WS-AUDIT-NOT-FOUND VALUE '23'.
       01 WS-AUDIT-EOF-SW       Pic X(01) VALUE 'N'.
          88 END-OF-AUDIT       VALUE 'Y'.
       01 WS-CANCEL-COUNT       Pic 9(08) VALUE ZERO.
       01 WS-REPLACE-COUNT      Pic 9(08) VALUE ZERO.
       01 WS-APR-STATUS         Pic X(02).
          88 WS-APR-OK          VALUE '00'.
       01 WS-APR-SCAN-SW        Pic X(01).
          88 APR-SCAN-DONE      VALUE 'Y'.
       01 WS-HOLD-SW            Pic X(01).
          88 LOAN-IS-HELD       VALUE 'Y'.
       01 WS-HELD-COUNT         Pic 9(08) VALUE ZERO.
       01 WS-OWN-ENTRY-SW       Pic X(01).
          88 CORRECTION-ON-QUEUE VALUE 'Y'.
       01 WS-COR-AUD-KEY        Pic X(22).
       01 WS-ORIG-SW            Pic X(01).
          88 ORIG-NOT-FOUND     VALUE 'Y'.
       01 WS-QUEUED-HERE        Pic 9(08) VALUE ZERO.
       01 WS-REJECT-SW          Pic X(01).
          88 REJECT-STANDS      VALUE 'Y'.
       01 WS-REKEY-SW           Pic X(01).
          88 REKEY-APPROVED     VALUE 'Y'.
       01 WS-REKEY-COUNT        Pic 9(08) VALUE ZERO.
       01 WS-REKEY-UNVERIFIED   Pic 9(08) VALUE ZERO.
       01 WS-REKEY-DEFERRED     Pic 9(08) VALUE ZERO.
       01 WS-GRP-APPL-DATE      Pic X(08).
       01 WS-GRP-CONF-KEY       Pic X(10).
       01 WS-RKY-SUB            Pic 9(08) COMP.
       01 WS-RKY-FOUND-SUB      Pic 9(08) COMP.
       01 WS-RKY-COUNT          Pic 9(08) COMP VALUE ZERO.
       01 WS-RKY-LIMIT          Pic 9(08) COMP VALUE 5000.

      *    One entry per approved re-key not yet sent, with the
      *    values its accepted batch call verified.
       01 WS-REKEY-TABLE.
          05 WS-RKY-ENTRY OCCURS 5000 TIMES.
             10 WS-RKY-APPL-DATE   Pic X(08).
             10 WS-RKY-CONF-KEY    Pic X(10).
             10 WS-RKY-VERIFIED-SW Pic X(01).
             10 WS-RKY-ACCOUNT     Pic 9(10).
             10 WS-RKY-BRANCH      Pic X(04).
             10 WS-RKY-AMOUNT      Pic S9(07)V99.

       COPY RUNPARM.

       COPY RCVPARM.

       COPY APQPARM.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-CONFIRMED UNTIL END-OF-REPORT
           IF NOT IS-SUPP-RUN
               PERFORM 3500-APPROVED-REKEY-PASS
               PERFORM 4000-CORRECTION-PASS
           END-IF
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           GOBACK.
      *    control chain), or 'YYYYMMDD REPROC' from ECHOREPR's
      *    morning extract pass - that pass re-extracts a date the
      *    chain already completed, so it stands outside the gate
      *    the way the REPROCESS ECHOBAT run does. 'YYYYMMDD SUPP'
      *    is a supplemental cycle's extract, gated on the cycle.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           IF WS-PARM-LEN > 0
                   AND WS-PARM-VALUE(10:6) = 'REPROC'
                   SET SKIP-RUN-CONTROL TO TRUE
               END-IF
               IF WS-PARM-LEN >= 13
                   AND WS-PARM-VALUE(10:4) = 'SUPP'
                   SET IS-SUPP-RUN TO TRUE
               END-IF
           ELSE
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
               DISPLAY 'ECHOEXT - NO RUN-DATE PARM, DEFAULTING TO '
           END-IF

           IF NOT SKIP-RUN-CONTROL
               IF IS-SUPP-RUN
                   MOVE 'S' TO RUN-FUNCTION
               ELSE
                   MOVE 'C' TO RUN-FUNCTION
               END-IF
               MOVE 'ECHOEXT ' TO RUN-STEP-NAME
               MOVE WS-RUN-DATE TO RUN-DATE-IN
               CALL 'ECHORUN' USING RUN-PARMS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF IS-SUPP-RUN
                   MOVE RUN-CYCLE TO WS-CURRENT-CYCLE
                   DISPLAY 'ECHOEXT - SUPPLEMENTAL CYCLE '
                       WS-CURRENT-CYCLE ' FOR ' WS-RUN-DATE
               END-IF
           END-IF

           OPEN INPUT REPORT-FILE
               GOBACK
           END-IF

           OPEN INPUT APPROVAL-FILE
           IF NOT WS-APR-OK
               DISPLAY 'ECHOEXT - OPEN APPRQUE FAILED, STATUS='
                   WS-APR-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO EXTRACT-HEADER-RECORD
           MOVE 'H' TO EXT-HDR-RECORD-TYPE
           MOVE WS-RUN-DATE TO EXT-HDR-FILE-DATE
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO EXT-HDR-CREATED
           MOVE WS-CURRENT-CYCLE TO EXT-HDR-SUPP-CYCLE
           PERFORM 7000-WRITE-EXTRACT-RECORD

           PERFORM 2100-READ-REPORT.
      *    three indicators 'M' and a zero return code. The control
      *    file write comes first - its duplicate-key reject on a
      *    rerun is what keeps a loan from going to servicing twice.
      *    A supplemental cycle's extract passes over the lines the
      *    night and the other cycles wrote.
       2000-SELECT-CONFIRMED.
           IF IS-SUPP-RUN
               AND RPT-APPLICATION-DATE = WS-RUN-DATE
               AND RPT-SUPP-CYCLE NOT = WS-CURRENT-CYCLE
               ADD 1 TO WS-OTHER-CYCLE
           ELSE
               PERFORM 2050-SELECT-ONE-LINE
           END-IF

           PERFORM 2100-READ-REPORT.

       2050-SELECT-ONE-LINE.
           IF RPT-APPLICATION-DATE = WS-RUN-DATE
               AND RPT-RETURN-CODE = ZERO
               AND RPT-MATCH-IND0 = 'M'
               AND RPT-MATCH-IND2 = 'M'
               AND (RPT-MATCH-IND3 = 'M' OR RPT-MATCH-IND3 = 'T')
               ADD 1 TO WS-CONFIRMED-COUNT
               PERFORM 2200-CHECK-ENTRY-HOLD
               IF LOAN-IS-HELD
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   PERFORM 3000-EXTRACT-ONE-LOAN
               END-IF
           END-IF.

       2100-READ-REPORT.
           READ REPORT-FILE
               ADD 1 TO WS-RECORDS-READ
           END-IF.

      *    An ECHOENT desk re-key queued for approval reaches this
      *    pass as an ordinary confirmation on the report. Any of
      *    its queue entries still pending or rejected keeps the
      *    loan off the file - and off the control KSDS, so a run
      *    for the date after approval picks it up.
       2200-CHECK-ENTRY-HOLD.
           MOVE 'N' TO WS-HOLD-SW
           MOVE 'N' TO WS-APR-SCAN-SW
           MOVE RPT-APPLICATION-DATE TO APR-APPL-DATE
           MOVE RPT-KEY              TO APR-CONF-KEY
           MOVE LOW-VALUES           TO APR-AUD-KEY
           START APPROVAL-FILE KEY IS NOT LESS THAN APR-KEY
               INVALID KEY
                   SET APR-SCAN-DONE TO TRUE
           END-START

           IF NOT APR-SCAN-DONE
               PERFORM 2300-READ-APPROVAL
           END-IF
           PERFORM 2400-TEST-ENTRY-HOLD UNTIL APR-SCAN-DONE.

       2300-READ-APPROVAL.
           READ APPROVAL-FILE NEXT RECORD
               AT END SET APR-SCAN-DONE TO TRUE
           END-READ
           IF NOT APR-SCAN-DONE AND NOT WS-APR-OK
               DISPLAY 'ECHOEXT - READ APPRQUE FAILED, STATUS='
                   WS-APR-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       2400-TEST-ENTRY-HOLD.
           IF APR-APPL-DATE NOT = RPT-APPLICATION-DATE
               OR APR-CONF-KEY NOT = RPT-KEY
               SET APR-SCAN-DONE TO TRUE
           ELSE
               IF APR-CALL-SOURCE = 'E'
                   AND NOT APR-APPROVED
                   SET LOAN-IS-HELD TO TRUE
               END-IF
               PERFORM 2300-READ-APPROVAL
           END-IF.

       3000-EXTRACT-ONE-LOAN.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE RPT-APPLICATION-DATE TO EXT-CTL-APPL-DATE
           END-IF
           ADD 1 TO WS-EXTRACTED-COUNT.

      *    ECHOENT desk re-keys approved after their date's report
      *    was extracted. The queue is read end to end a loan at a
      *    time: a loan with an approved re-key and none still
      *    pending or rejected (held the same way 2400 holds it)
      *    that is not yet on the control KSDS becomes a candidate.
      *    Approval alone never sends a loan - the audit trail must
      *    also hold the batch call that accepted it (3550), and the
      *    values sent are the ones that call verified, exactly as
      *    the report path sends them. A loan the batch rejected
      *    against the loan master or the branch file, suspended or
      *    left mismatched has no such call and stays off the file.
       3500-APPROVED-REKEY-PASS.
           MOVE ZERO TO WS-RKY-COUNT
           MOVE 'N' TO WS-APR-SCAN-SW
           MOVE LOW-VALUES TO APR-KEY
           START APPROVAL-FILE KEY IS NOT LESS THAN APR-KEY
               INVALID KEY
                   SET APR-SCAN-DONE TO TRUE
           END-START

           IF NOT APR-SCAN-DONE
               PERFORM 2300-READ-APPROVAL
           END-IF
           PERFORM 3600-TAKE-REKEY-LOAN UNTIL APR-SCAN-DONE

           IF WS-RKY-COUNT > ZERO
               PERFORM 3550-VERIFY-REKEYS
               PERFORM 3700-EXTRACT-REKEY
                   VARYING WS-RKY-SUB FROM 1 BY 1
                   UNTIL WS-RKY-SUB > WS-RKY-COUNT
           END-IF.

      *    The batch call that verified a candidate: a first-time
      *    call (not a correction, not the ECHOENT call itself) for
      *    the loan's date and key, accepted with every indicator
      *    'M' or the amount within tolerance. Where the loan was
      *    called more than once the last accepted call stands.
       3550-VERIFY-REKEYS.
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY 'ECHOEXT - OPEN AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-AUDIT-EOF-SW
           PERFORM 4100-READ-AUDIT
           PERFORM 3560-CHECK-BATCH-CALL UNTIL END-OF-AUDIT

           CLOSE AUDIT-FILE
           MOVE 'N' TO WS-AUDIT-EOF-SW.

       3560-CHECK-BATCH-CALL.
           IF AUD-ORIG-TIMESTAMP = SPACES
               AND AUD-CALL-SOURCE NOT = 'E'
               AND AUD-RETURN-CODE = ZERO
               AND AUD-MATCH-IND0 = 'M'
               AND AUD-MATCH-IND1 = 'M'
               AND AUD-MATCH-IND2 = 'M'
               AND (AUD-MATCH-IND3 = 'M' OR AUD-MATCH-IND3 = 'T')
               PERFORM 3570-FIND-REKEY-LOAN
               IF WS-RKY-FOUND-SUB > ZERO
                   MOVE 'Y' TO WS-RKY-VERIFIED-SW(WS-RKY-FOUND-SUB)
                   MOVE AUD-OUT-TEXT1(1:10)
                       TO WS-RKY-ACCOUNT(WS-RKY-FOUND-SUB)
                   MOVE AUD-BRANCH-CODE
                       TO WS-RKY-BRANCH(WS-RKY-FOUND-SUB)
                   MOVE AUD-IN-AMT-A
                       TO WS-RKY-AMOUNT(WS-RKY-FOUND-SUB)
               END-IF
           END-IF

           PERFORM 4100-READ-AUDIT.

       3570-FIND-REKEY-LOAN.
           MOVE ZERO TO WS-RKY-FOUND-SUB
           PERFORM 3580-SCAN-REKEY-TABLE
               VARYING WS-RKY-SUB FROM 1 BY 1
               UNTIL WS-RKY-SUB > WS-RKY-COUNT
               OR WS-RKY-FOUND-SUB > ZERO.

       3580-SCAN-REKEY-TABLE.
           IF WS-RKY-APPL-DATE(WS-RKY-SUB) = AUD-APPLICATION-DATE
               AND WS-RKY-CONF-KEY(WS-RKY-SUB) = AUD-CONF-KEY
               MOVE WS-RKY-SUB TO WS-RKY-FOUND-SUB
           END-IF.

       3600-TAKE-REKEY-LOAN.
           MOVE 'N' TO WS-HOLD-SW
           MOVE 'N' TO WS-REKEY-SW
           MOVE APR-APPL-DATE TO WS-GRP-APPL-DATE
           MOVE APR-CONF-KEY  TO WS-GRP-CONF-KEY
           PERFORM 3650-TEST-REKEY-ENTRY
               UNTIL APR-SCAN-DONE
                  OR APR-APPL-DATE NOT = WS-GRP-APPL-DATE
                  OR APR-CONF-KEY NOT = WS-GRP-CONF-KEY
           IF REKEY-APPROVED AND NOT LOAN-IS-HELD
               PERFORM 3620-LIST-REKEY-LOAN
           END-IF.

      *    A full table leaves the rest of the queue for the next
      *    run - the loans listed here go out and leave it room.
       3620-LIST-REKEY-LOAN.
           MOVE WS-GRP-APPL-DATE TO EXT-CTL-APPL-DATE
           MOVE WS-GRP-CONF-KEY  TO EXT-CTL-CONF-KEY
           READ EXTRACT-CTL-FILE
               INVALID KEY
                   IF WS-RKY-COUNT < WS-RKY-LIMIT
                       ADD 1 TO WS-RKY-COUNT
                       MOVE WS-GRP-APPL-DATE
                           TO WS-RKY-APPL-DATE(WS-RKY-COUNT)
                       MOVE WS-GRP-CONF-KEY
                           TO WS-RKY-CONF-KEY(WS-RKY-COUNT)
                       MOVE 'N' TO WS-RKY-VERIFIED-SW(WS-RKY-COUNT)
                   ELSE
                       ADD 1 TO WS-REKEY-DEFERRED
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       3650-TEST-REKEY-ENTRY.
           IF APR-CALL-SOURCE = 'E'
               IF APR-APPROVED
                   SET REKEY-APPROVED TO TRUE
               ELSE
                   SET LOAN-IS-HELD TO TRUE
               END-IF
           END-IF
           PERFORM 2300-READ-APPROVAL.

       3700-EXTRACT-REKEY.
           IF WS-RKY-VERIFIED-SW(WS-RKY-SUB) NOT = 'Y'
               ADD 1 TO WS-REKEY-UNVERIFIED
           ELSE
               MOVE SPACES TO EXTRACT-CONTROL-RECORD
               MOVE WS-RKY-APPL-DATE(WS-RKY-SUB) TO EXT-CTL-APPL-DATE
               MOVE WS-RKY-CONF-KEY(WS-RKY-SUB)  TO EXT-CTL-CONF-KEY
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO EXT-CTL-SENT-DATE
               WRITE EXTRACT-CONTROL-RECORD
                   INVALID KEY
                       PERFORM 3100-ALREADY-EXTRACTED
                   NOT INVALID KEY
                       PERFORM 3800-WRITE-REKEY-DETAIL
               END-WRITE
           END-IF.

       3800-WRITE-REKEY-DETAIL.
           MOVE 'D' TO EXT-DTL-RECORD-TYPE
           MOVE WS-RKY-CONF-KEY(WS-RKY-SUB)  TO EXT-DTL-CONF-KEY
           MOVE WS-RKY-ACCOUNT(WS-RKY-SUB)   TO EXT-DTL-ACCOUNT
           MOVE WS-RKY-BRANCH(WS-RKY-SUB)    TO EXT-DTL-BRANCH
           MOVE WS-RKY-APPL-DATE(WS-RKY-SUB) TO EXT-DTL-APPL-DATE
           MOVE WS-RKY-AMOUNT(WS-RKY-SUB)    TO EXT-DTL-AMOUNT
           WRITE EXTRACT-DETAIL-RECORD
           IF NOT WS-EXTRACT-OK
               DISPLAY 'ECHOEXT - WRITE EXTFILE FAILED, STATUS='
                   WS-EXTRACT-STATUS
               DELETE EXTRACT-CTL-FILE RECORD
                   INVALID KEY
                       DISPLAY 'ECHOEXT - CONTROL BACKOUT FAILED '
                           'FOR KEY ' EXT-CTL-KEY
                           ' - DELETE IT BEFORE THE RERUN'
               END-DELETE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-EXTRACTED-COUNT
           ADD 1 TO WS-REKEY-COUNT.

      *    The correction pass: every accepted, fully verified
      *    correction on the audit trail (any application date -
      *    corrections land days after the extract) whose original
               NOT INVALID KEY
                   IF EXT-CTL-REPL-AUD-KEY = SPACES
                       OR EXT-CTL-REPL-AUD-KEY < AUD-KEY
                       PERFORM 4350-CHECK-CORRECTION-HOLD
                       IF LOAN-IS-HELD
                           ADD 1 TO WS-HELD-COUNT
                       ELSE
                           PERFORM 4400-SEND-CANCEL-REPLACE
                       END-IF
                   END-IF
           END-READ.

      *    A correction on the approval queue goes out only once a
      *    supervisor has approved it; pending ones wait for a later
      *    run and rejected ones never go. Every queue entry for the
      *    loan up to this correction is weighed, not just its own:
      *    ECHOAPQ judges a correction against the record it
      *    corrects, so a small correction of a pending or rejected
      *    one is never queued and would otherwise carry the held
      *    values out. A pending entry holds the correction; a
      *    rejected one holds it until a later entry for the loan
      *    has been approved. A correction with no entry of its own
      *    is judged again here (4380) - its queue write may have
      *    failed when it was keyed.
       4350-CHECK-CORRECTION-HOLD.
           MOVE 'N' TO WS-HOLD-SW
           MOVE 'N' TO WS-OWN-ENTRY-SW
           MOVE 'N' TO WS-REJECT-SW
           MOVE 'N' TO WS-APR-SCAN-SW
           MOVE AUD-APPLICATION-DATE TO APR-APPL-DATE
           MOVE AUD-CONF-KEY         TO APR-CONF-KEY
           MOVE LOW-VALUES           TO APR-AUD-KEY
           START APPROVAL-FILE KEY IS NOT LESS THAN APR-KEY
               INVALID KEY
                   SET APR-SCAN-DONE TO TRUE
           END-START

           IF NOT APR-SCAN-DONE
               PERFORM 2300-READ-APPROVAL
           END-IF
           PERFORM 4360-TEST-CORRECTION-HOLD UNTIL APR-SCAN-DONE
           IF REJECT-STANDS
               SET LOAN-IS-HELD TO TRUE
           END-IF
           IF NOT LOAN-IS-HELD AND NOT CORRECTION-ON-QUEUE
               PERFORM 4380-JUDGE-UNQUEUED
           END-IF.

       4360-TEST-CORRECTION-HOLD.
           IF APR-APPL-DATE NOT = AUD-APPLICATION-DATE
               OR APR-CONF-KEY NOT = AUD-CONF-KEY
               OR APR-AUD-KEY > AUD-KEY
               SET APR-SCAN-DONE TO TRUE
           ELSE
               IF APR-AUD-KEY = AUD-KEY
                   SET CORRECTION-ON-QUEUE TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN APR-PENDING
                       SET LOAN-IS-HELD TO TRUE
                   WHEN APR-REJECTED
                       SET REJECT-STANDS TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO WS-REJECT-SW
               END-EVALUATE
               PERFORM 2300-READ-APPROVAL
           END-IF.

      *    The correction goes back through ECHOAPQ, the gate the
      *    keying transaction called, against the record it
      *    corrects: one inside the threshold goes out, one past it
      *    is queued now as pending and held like any other, and a
      *    queue that still cannot be written holds it for the next
      *    run. A correction whose corrected record cannot be read
      *    cannot be judged and is held. The correction's own
      *    record is read back afterwards, which also puts the
      *    sequential pass back where it was.
       4380-JUDGE-UNQUEUED.
           MOVE AUD-KEY TO WS-COR-AUD-KEY
           INITIALIZE RCV-PARMS
           MOVE AUD-IN-TEXT1-A       TO IN-TEXT1-A
           MOVE AUD-IN-TEXT1-B       TO IN-TEXT1-B
           MOVE AUD-IN-AMT-A         TO IN-AMT-A
           MOVE AUD-IN-AMT-B         TO IN-AMT-B
           MOVE AUD-MATCH-IND0       TO MATCH-IND0
           MOVE AUD-MATCH-IND1       TO MATCH-IND1
           MOVE AUD-MATCH-IND2       TO MATCH-IND2
           MOVE AUD-MATCH-IND3       TO MATCH-IND3
      *    No amount keyed is never held against a record (4200).
           IF MATCH-IND3 = SPACE
               MOVE 'M' TO MATCH-IND3
           END-IF
           MOVE AUD-BRANCH-CODE      TO BRANCH-CODE
           MOVE AUD-APPLICATION-DATE TO APPLICATION-DATE
           MOVE AUD-CONF-KEY         TO CONF-KEY
           MOVE AUD-ORIG-KEY         TO ORIG-AUD-KEY
           MOVE AUD-KEY              TO OUT-AUD-KEY
           MOVE AUD-CALL-SOURCE      TO CALL-SOURCE
           MOVE AUD-OPERATOR-ID      TO OPERATOR-ID

           MOVE AUD-ORIG-KEY TO AUD-KEY
           READ AUDIT-FILE
               KEY IS AUD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AUD-IN-TEXT1-A TO APQ-ORIG-TEXT1-A
                   MOVE AUD-IN-TEXT1-B TO APQ-ORIG-TEXT1-B
                   MOVE AUD-IN-AMT-A   TO APQ-ORIG-AMT-A
                   MOVE AUD-IN-AMT-B   TO APQ-ORIG-AMT-B
           END-READ
           IF NOT WS-AUDIT-OK AND NOT WS-AUDIT-NOT-FOUND
               DISPLAY 'ECHOEXT - READ AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-ORIG-SW
           IF WS-AUDIT-OK
               CLOSE APPROVAL-FILE
               CALL 'ECHOAPQ' USING RCV-PARMS APQ-PARMS
               OPEN INPUT APPROVAL-FILE
               IF NOT WS-APR-OK
                   DISPLAY 'ECHOEXT - OPEN APPRQUE FAILED, STATUS='
                       WS-APR-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               SET ORIG-NOT-FOUND TO TRUE
           END-IF

           MOVE WS-COR-AUD-KEY TO AUD-KEY
           READ AUDIT-FILE
               KEY IS AUD-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-AUDIT-OK
               DISPLAY 'ECHOEXT - REREAD AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS ' KEY=' WS-COR-AUD-KEY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN ORIG-NOT-FOUND
                   SET LOAN-IS-HELD TO TRUE
                   DISPLAY 'ECHOEXT - CORRECTED RECORD NOT ON AUDITFL, '
                       'HELD, KEY=' AUD-CONF-KEY
                       ' AUDIT=' WS-COR-AUD-KEY
               WHEN APQ-NOT-NEEDED
                   CONTINUE
               WHEN APQ-QUEUED
                   SET LOAN-IS-HELD TO TRUE
                   ADD 1 TO WS-QUEUED-HERE
                   DISPLAY 'ECHOEXT - CORRECTION QUEUED FOR APPROVAL '
                       'AND HELD, KEY=' AUD-CONF-KEY
                       ' AUDIT=' WS-COR-AUD-KEY
               WHEN OTHER
                   SET LOAN-IS-HELD TO TRUE
                   DISPLAY 'ECHOEXT - APPROVAL QUEUE FAILED, HELD, '
                       'KEY=' AUD-CONF-KEY ' AUDIT=' WS-COR-AUD-KEY
           END-EVALUATE.

       4400-SEND-CANCEL-REPLACE.
           MOVE SPACES TO EXTRACT-CANCEL-RECORD
           MOVE 'C' TO EXT-CAN-RECORD-TYPE
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE
           CLOSE EXTRACT-CTL-FILE
           CLOSE APPROVAL-FILE
           DISPLAY 'ECHOEXT - RUN DATE:        ' WS-RUN-DATE
           DISPLAY 'ECHOEXT - REPORT RECORDS:  ' WS-RECORDS-READ
           DISPLAY 'ECHOEXT - CONFIRMED LOANS: ' WS-CONFIRMED-COUNT
           DISPLAY 'ECHOEXT - ALREADY SENT:    ' WS-ALREADY-SENT
           DISPLAY 'ECHOEXT - CANCELLATIONS:   ' WS-CANCEL-COUNT
           DISPLAY 'ECHOEXT - REPLACEMENTS:    ' WS-REPLACE-COUNT
           DISPLAY 'ECHOEXT - HELD (APPROVAL): ' WS-HELD-COUNT
           IF NOT IS-SUPP-RUN
               DISPLAY 'ECHOEXT - QUEUED THIS RUN: ' WS-QUEUED-HERE
           END-IF
           IF NOT IS-SUPP-RUN
               DISPLAY 'ECHOEXT - APPROVED RE-KEYS:' WS-REKEY-COUNT
               DISPLAY 'ECHOEXT - RE-KEYS NOT IN BATCH:'
                   WS-REKEY-UNVERIFIED
               IF WS-REKEY-DEFERRED > ZERO
                   DISPLAY 'ECHOEXT - RE-KEYS LEFT FOR NEXT RUN:'
                       WS-REKEY-DEFERRED
               END-IF
           END-IF
           IF IS-SUPP-RUN
               DISPLAY 'ECHOEXT - OTHER CYCLES:    ' WS-OTHER-CYCLE
           END-IF
           IF NOT SKIP-RUN-CONTROL
               PERFORM 9100-MARK-RUN-COMPLETE
           END-IF
           MOVE 0 TO RETURN-CODE.

       9100-MARK-RUN-COMPLETE.
           IF IS-SUPP-RUN
               MOVE 'P' TO RUN-FUNCTION
           ELSE
               MOVE 'M' TO RUN-FUNCTION
           END-IF
           MOVE 'ECHOEXT ' TO RUN-STEP-NAME
           MOVE WS-RUN-DATE TO RUN-DATE-IN
           CALL 'ECHORUN' USING RUN-PARMS
