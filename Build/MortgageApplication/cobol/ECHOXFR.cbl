       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHOXFR.
      *****************************************************************
      *                                                               *
      *   ECHOXFR - Branch transfer report, run once when a branch    *
      *             has closed into a successor (ECHOBRM close        *
      *             action). PARM is the closed branch's code; the    *
      *             branch master must show it closed with a          *
      *             successor that has taken over by today (resolved  *
      *             through ECHOSUC, so a chain of mergers lands on   *
      *             the branch that holds the work now).              *
      *                                                               *
      *             Lists everything the receiving branch inherits    *
      *             under the old code: suspense items still waiting  *
      *             (newest suspense generation) and hard rejects,    *
      *             open mismatches with no linked correction (the    *
      *             ECHOAGE pairing), and extracted confirmations     *
      *             servicing has not yet loaded - acknowledgment     *
      *             pending or rejected on EXTCTL. Loaded extracts    *
      *             and confirmations not yet extracted are counted   *
      *             but not listed. Records ECHOBAT has already       *
      *             posted to the successor under the old code        *
      *             (AUD-ORIGINAL-BRANCH) are included.               *
      *                                                               *
      *             Nothing is rewritten - the reports roll the old   *
      *             code forward as they read. A branch that is not   *
      *             closed into a successor, or an unreadable input,  *
      *             ends the step with RETURN-CODE 12; a sort         *
      *             failure with RETURN-CODE 16.                      *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SUSPENSE-IN-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.

           SELECT OPTIONAL HARD-REJECT-FILE ASSIGN TO HARDREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HARDREJ-STATUS.

           SELECT EXTRACT-CONTROL-FILE ASSIGN TO EXTCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXT-CTL-KEY
               FILE STATUS IS WS-EXTCTL-STATUS.

           SELECT TRANSFER-LIST-FILE ASSIGN TO XFRLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFR-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.

      *    Both suspense-format files are read INTO the one SUSPREC
      *    layout held in WORKING-STORAGE (the ECHOBAT pattern).
       FD  SUSPENSE-IN-FILE
           RECORDING MODE IS F.
       01 SUSPENSE-IN-RECORD    Pic X(110).

       FD  HARD-REJECT-FILE
           RECORDING MODE IS F.
       01 HARD-REJECT-RECORD    Pic X(110).

       FD  EXTRACT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY EXTCTL.

       FD  TRANSFER-LIST-FILE
           RECORDING MODE IS F.
       01 TRANSFER-LIST-LINE    Pic X(132).

      *    SORT-SECTION orders the report: '1' suspense ('S') and
      *    hard-reject ('X') images, '2' mismatches ('O', keyed by
      *    their own AUD-KEY) with every correction ('C', keyed by
      *    the AUD-ORIG-KEY it points at - 'C' sorts ahead of 'O'
      *    for an equal key, the ECHOAGE pairing), '3' matched
      *    confirmations ('E', keyed by application date and
      *    confirmation key, the EXTCTL key) - one per call, so
      *    equal keys are looked up once.
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SORT-SECTION       Pic X(01).
          05 SORT-MATCH-KEY     Pic X(22).
          05 SORT-REC-TYPE      Pic X(01).
          05 SORT-CONF-KEY      Pic X(10).
          05 SORT-APPL-DATE     Pic X(08).
          05 SORT-BRANCH        Pic X(04).
          05 SORT-REJECT-REASON Pic X(20).
          05 SORT-RETRY-COUNT   Pic 9(02).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       Pic X(02).
          88 WS-AUDIT-OK        VALUE '00'.
       01 WS-SUSPIN-STATUS      Pic X(02).
          88 WS-SUSPIN-OK       VALUE '00'.
      *    '05' is a successful OPEN of the OPTIONAL hard-reject
      *    list when no record has ever hard-rejected.
       01 WS-HARDREJ-STATUS     Pic X(02).
          88 WS-HARDREJ-OK      VALUE '00' '05'.
       01 WS-EXTCTL-STATUS      Pic X(02).
          88 WS-EXTCTL-OK       VALUE '00'.
          88 WS-EXTCTL-NOTFND   VALUE '23'.
       01 WS-XFR-STATUS         Pic X(02).
          88 WS-XFR-OK          VALUE '00'.
       01 WS-EOF-SWITCH         Pic X(01) VALUE 'N'.
          88 END-OF-INPUT       VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH    Pic X(01) VALUE 'N'.
          88 END-OF-SORT        VALUE 'Y'.
       01 WS-FATAL-SW           Pic X(01) VALUE 'N'.
          88 FATAL-ERROR        VALUE 'Y'.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-RUN-DATE           Pic X(08).
       01 WS-OLD-BRANCH         Pic X(04).
       01 WS-NEW-BRANCH         Pic X(04).
       01 WS-NEW-BRANCH-NAME    Pic X(20).
       01 WS-PREV-SECTION       Pic X(01) VALUE SPACES.
       01 WS-PREV-KEY           Pic X(22) VALUE LOW-VALUES.
       01 WS-CORR-KEY           Pic X(22) VALUE LOW-VALUES.

       01 WS-COUNTS.
          05 WS-SUSPENSE-ITEMS  Pic 9(08) VALUE ZERO.
          05 WS-HARD-REJECTS    Pic 9(08) VALUE ZERO.
          05 WS-OPEN-MISMATCHES Pic 9(08) VALUE ZERO.
          05 WS-CORRECTED       Pic 9(08) VALUE ZERO.
          05 WS-EXT-PENDING     Pic 9(08) VALUE ZERO.
          05 WS-EXT-REJECTED    Pic 9(08) VALUE ZERO.
          05 WS-EXT-LOADED      Pic 9(08) VALUE ZERO.
          05 WS-NOT-EXTRACTED   Pic 9(08) VALUE ZERO.

       COPY SUSPREC.

       COPY SUCPARM.

       01 WS-HDR1.
          05 FILLER             Pic X(31)
             VALUE 'ECHO2 BRANCH TRANSFER - BRANCH '.
          05 HDR1-OLD-BRANCH    Pic X(04).
          05 FILLER             Pic X(06) VALUE ' INTO '.
          05 HDR1-NEW-BRANCH    Pic X(04).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 HDR1-NEW-NAME      Pic X(20).
          05 FILLER             Pic X(07) VALUE ' AS OF '.
          05 HDR1-DATE          Pic X(08).
          05 FILLER             Pic X(51) VALUE SPACES.

       01 WS-SECTION-HDR.
          05 SECT-HDR-TEXT      Pic X(60).
          05 FILLER             Pic X(72) VALUE SPACES.

       01 WS-HDR2.
          05 FILLER             Pic X(13) VALUE 'ITEM'.
          05 FILLER             Pic X(11) VALUE 'CONF KEY'.
          05 FILLER             Pic X(10) VALUE 'APPL DATE'.
          05 FILLER             Pic X(07) VALUE 'FILED'.
          05 FILLER             Pic X(24)
             VALUE 'AUDIT TIMESTAMP/SEQUENCE'.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 FILLER             Pic X(21) VALUE 'STATE'.
          05 FILLER             Pic X(07) VALUE 'RETRIES'.
          05 FILLER             Pic X(37) VALUE SPACES.

       01 WS-DTL-LINE.
          05 DTL-ITEM           Pic X(12).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-CONF-KEY       Pic X(10).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-APPL-DATE      Pic X(08).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-BRANCH         Pic X(04).
          05 FILLER             Pic X(03) VALUE SPACES.
          05 DTL-AUD-KEY.
             10 DTL-TIMESTAMP   Pic X(14).
             10 DTL-SLASH       Pic X(01).
             10 DTL-SEQUENCE    Pic X(08).
          05 FILLER             Pic X(03) VALUE SPACES.
          05 DTL-STATE          Pic X(20).
          05 FILLER             Pic X(03) VALUE SPACES.
          05 DTL-RETRIES        Pic X(02).
          05 FILLER             Pic X(40) VALUE SPACES.

       01 WS-TOT-LINE.
          05 TOT-LINE-TAG       Pic X(30).
          05 TOT-LINE-COUNT     Pic ZZZZZZZ9.
          05 FILLER             Pic X(94) VALUE SPACES.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
          05 WS-PARM-BRANCH     Pic X(04).

       PROCEDURE DIVISION USING WS-RUN-PARM.
       0000-MAIN SECTION.
       0010-DRIVE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE

           IF WS-PARM-LEN < 4
               DISPLAY 'ECHOXFR - PARM MUST BE THE CLOSED BRANCH CODE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PARM-BRANCH TO WS-OLD-BRANCH

           MOVE WS-OLD-BRANCH TO SUC-BRANCH-IN
           MOVE WS-RUN-DATE TO SUC-AS-OF-DATE
           CALL 'ECHOSUC' USING SUC-PARMS
           IF SUC-FAILED
               DISPLAY 'ECHOXFR - SUCCESSOR LOOKUP FAILED FOR BRANCH '
                   WS-OLD-BRANCH
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT SUC-ROLLED
               DISPLAY 'ECHOXFR - BRANCH ' WS-OLD-BRANCH
                   ' IS NOT CLOSED INTO A SUCCESSOR AS OF '
                   WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SUC-BRANCH-OUT  TO WS-NEW-BRANCH
           MOVE SUC-BRANCH-NAME TO WS-NEW-BRANCH-NAME

           OPEN INPUT EXTRACT-CONTROL-FILE
           IF NOT WS-EXTCTL-OK
               DISPLAY 'ECHOXFR - OPEN EXTCTL FAILED, STATUS='
                   WS-EXTCTL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TRANSFER-LIST-FILE
           IF NOT WS-XFR-OK
               DISPLAY 'ECHOXFR - OPEN XFRLIST FAILED, STATUS='
                   WS-XFR-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-OLD-BRANCH      TO HDR1-OLD-BRANCH
           MOVE WS-NEW-BRANCH      TO HDR1-NEW-BRANCH
           MOVE WS-NEW-BRANCH-NAME TO HDR1-NEW-NAME
           MOVE WS-RUN-DATE        TO HDR1-DATE
           MOVE WS-HDR1 TO TRANSFER-LIST-LINE
           PERFORM 8000-WRITE-XFR-LINE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SECTION
                                SORT-MATCH-KEY
                                SORT-REC-TYPE
               INPUT PROCEDURE IS 3000-SELECT-ITEMS
               OUTPUT PROCEDURE IS 4000-LIST-ITEMS

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ECHOXFR - INTERNAL SORT FAILED, '
                   'SORT-RETURN=' SORT-RETURN ' - RETURN-CODE 16'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF FATAL-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 9000-TERMINATE
           GOBACK.

       8000-WRITE-XFR-LINE.
           WRITE TRANSFER-LIST-LINE
           IF NOT WS-XFR-OK
               DISPLAY 'ECHOXFR - WRITE XFRLIST FAILED, STATUS='
                   WS-XFR-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       8100-WRITE-TOTAL.
           MOVE WS-TOT-LINE TO TRANSFER-LIST-LINE
           PERFORM 8000-WRITE-XFR-LINE.

       9000-TERMINATE.
           MOVE SPACES TO TRANSFER-LIST-LINE
           PERFORM 8000-WRITE-XFR-LINE
           MOVE 'SUSPENSE ITEMS:               ' TO TOT-LINE-TAG
           MOVE WS-SUSPENSE-ITEMS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'HARD REJECTS:                 ' TO TOT-LINE-TAG
           MOVE WS-HARD-REJECTS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'OPEN MISMATCHES:              ' TO TOT-LINE-TAG
           MOVE WS-OPEN-MISMATCHES TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'CORRECTED (LINKED) MISMATCHES:' TO TOT-LINE-TAG
           MOVE WS-CORRECTED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'EXTRACTS AWAITING ACK:        ' TO TOT-LINE-TAG
           MOVE WS-EXT-PENDING TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'EXTRACTS REJECTED:            ' TO TOT-LINE-TAG
           MOVE WS-EXT-REJECTED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'EXTRACTS LOADED (NOT LISTED): ' TO TOT-LINE-TAG
           MOVE WS-EXT-LOADED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'MATCHED, NOT YET EXTRACTED:   ' TO TOT-LINE-TAG
           MOVE WS-NOT-EXTRACTED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL

           CLOSE TRANSFER-LIST-FILE
           CLOSE EXTRACT-CONTROL-FILE
           DISPLAY 'ECHOXFR - BRANCH ' WS-OLD-BRANCH ' INTO '
               WS-NEW-BRANCH
           DISPLAY 'ECHOXFR - SUSPENSE ITEMS:   ' WS-SUSPENSE-ITEMS
           DISPLAY 'ECHOXFR - HARD REJECTS:     ' WS-HARD-REJECTS
           DISPLAY 'ECHOXFR - OPEN MISMATCHES:  ' WS-OPEN-MISMATCHES
           DISPLAY 'ECHOXFR - EXTRACTS PENDING: ' WS-EXT-PENDING
           DISPLAY 'ECHOXFR - EXTRACTS REJECTED:' WS-EXT-REJECTED
           MOVE 0 TO RETURN-CODE.

      *    Suspense, hard rejects, then one pass over the audit
      *    file. Suspense images always carry the code the loan was
      *    sent under; an audit record counts when it was filed
      *    under the old code or posted to a successor from it.
       3000-SELECT-ITEMS SECTION.
       3010-SCAN-SOURCES.
           PERFORM 3100-SCAN-SUSPENSE
           IF NOT FATAL-ERROR
               PERFORM 3200-SCAN-HARD-REJECTS
           END-IF
           IF NOT FATAL-ERROR
               PERFORM 3300-SCAN-AUDIT
           END-IF
           GO TO 3099-SELECT-EXIT.

      *    SUSPIN is the newest suspense generation - what is still
      *    waiting after the last reprocess cycle.
       3100-SCAN-SUSPENSE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUSPENSE-IN-FILE
           IF NOT WS-SUSPIN-OK
               DISPLAY 'ECHOXFR - OPEN SUSPIN FAILED, STATUS='
                   WS-SUSPIN-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3110-READ-SUSPENSE
               PERFORM 3120-RELEASE-SUSPENSE UNTIL END-OF-INPUT
               CLOSE SUSPENSE-IN-FILE
           END-IF.

       3110-READ-SUSPENSE.
           READ SUSPENSE-IN-FILE INTO SUSPENSE-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-SUSPIN-OK
               DISPLAY 'ECHOXFR - READ SUSPIN FAILED, STATUS='
                   WS-SUSPIN-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3120-RELEASE-SUSPENSE.
           IF SUSP-LNCONF-BRANCH-CODE = WS-OLD-BRANCH
               MOVE 'S' TO SORT-REC-TYPE
               PERFORM 3500-RELEASE-SUSPENSE-FORMAT
           END-IF

           PERFORM 3110-READ-SUSPENSE.

       3200-SCAN-HARD-REJECTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HARD-REJECT-FILE
           IF NOT WS-HARDREJ-OK
               DISPLAY 'ECHOXFR - OPEN HARDREJ FAILED, STATUS='
                   WS-HARDREJ-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3210-READ-HARD-REJECT
               PERFORM 3220-RELEASE-HARD-REJECT UNTIL END-OF-INPUT
               CLOSE HARD-REJECT-FILE
           END-IF.

       3210-READ-HARD-REJECT.
           READ HARD-REJECT-FILE INTO SUSPENSE-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-HARDREJ-OK
               DISPLAY 'ECHOXFR - READ HARDREJ FAILED, STATUS='
                   WS-HARDREJ-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3220-RELEASE-HARD-REJECT.
           IF SUSP-LNCONF-BRANCH-CODE = WS-OLD-BRANCH
               MOVE 'X' TO SORT-REC-TYPE
               PERFORM 3500-RELEASE-SUSPENSE-FORMAT
           END-IF

           PERFORM 3210-READ-HARD-REJECT.

       3300-SCAN-AUDIT.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY 'ECHOXFR - OPEN AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3310-READ-AUDIT
               PERFORM 3320-RELEASE-AUDIT UNTIL END-OF-INPUT
               CLOSE AUDIT-FILE
           END-IF.

       3310-READ-AUDIT.
           READ AUDIT-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-AUDIT-OK
               DISPLAY 'ECHOXFR - READ AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

      *    Every correction is released, whatever branch keyed it,
      *    so a mismatch worked from the successor's side still
      *    pairs. The open-mismatch test is ECHOAGE's; a call
      *    returned fully matched is a confirmation servicing
      *    should now hold.
       3320-RELEASE-AUDIT.
           IF AUD-ORIG-TIMESTAMP NOT = SPACES
               MOVE '2'          TO SORT-SECTION
               MOVE AUD-ORIG-KEY TO SORT-MATCH-KEY
               MOVE 'C'          TO SORT-REC-TYPE
               MOVE SPACES       TO SORT-CONF-KEY SORT-APPL-DATE
                   SORT-BRANCH SORT-REJECT-REASON
               MOVE ZERO         TO SORT-RETRY-COUNT
               RELEASE SORT-RECORD
           END-IF

           IF AUD-RETURN-CODE = ZERO
               AND AUD-CALL-SOURCE NOT = 'E'
               AND (AUD-BRANCH-CODE = WS-OLD-BRANCH
                   OR AUD-ORIGINAL-BRANCH = WS-OLD-BRANCH)
               MOVE AUD-CONF-KEY         TO SORT-CONF-KEY
               MOVE AUD-APPLICATION-DATE TO SORT-APPL-DATE
               MOVE AUD-BRANCH-CODE      TO SORT-BRANCH
               MOVE SPACES               TO SORT-REJECT-REASON
               MOVE ZERO                 TO SORT-RETRY-COUNT
               IF AUD-MATCH-IND0 NOT = 'M'
                   OR AUD-MATCH-IND1 NOT = 'M'
                   OR AUD-MATCH-IND2 NOT = 'M'
                   OR AUD-MATCH-IND3 = 'C'
                   OR AUD-MATCH-IND3 = 'N'
                   MOVE '2'     TO SORT-SECTION
                   MOVE AUD-KEY TO SORT-MATCH-KEY
                   MOVE 'O'     TO SORT-REC-TYPE
               ELSE
                   MOVE '3'     TO SORT-SECTION
                   MOVE SPACES  TO SORT-MATCH-KEY
                   MOVE AUD-APPLICATION-DATE TO SORT-MATCH-KEY(1:8)
                   MOVE AUD-CONF-KEY TO SORT-MATCH-KEY(9:10)
                   MOVE 'E'     TO SORT-REC-TYPE
               END-IF
               RELEASE SORT-RECORD
           END-IF

           PERFORM 3310-READ-AUDIT.

       3500-RELEASE-SUSPENSE-FORMAT.
           MOVE '1'                     TO SORT-SECTION
           MOVE SPACES                  TO SORT-MATCH-KEY
           MOVE SUSP-LNCONF-APPLICATION-DATE
                                        TO SORT-MATCH-KEY(1:8)
           MOVE SUSP-LNCONF-KEY         TO SORT-MATCH-KEY(9:10)
           MOVE SUSP-LNCONF-KEY         TO SORT-CONF-KEY
           MOVE SUSP-LNCONF-APPLICATION-DATE TO SORT-APPL-DATE
           MOVE SUSP-LNCONF-BRANCH-CODE TO SORT-BRANCH
           MOVE SUSP-REJECT-REASON      TO SORT-REJECT-REASON
           MOVE SUSP-RETRY-COUNT        TO SORT-RETRY-COUNT
           RELEASE SORT-RECORD.

       3099-SELECT-EXIT.
           EXIT.

      *    A change of section starts that section's listing. A
      *    mismatch is worked when the record before it was a
      *    correction carrying its key; a matched confirmation is
      *    looked up on EXTCTL once per key.
       4000-LIST-ITEMS SECTION.
       4010-SCAN-SORTED.
           IF FATAL-ERROR
               SET END-OF-SORT TO TRUE
           ELSE
               PERFORM 4100-RETURN-SORTED
           END-IF
           PERFORM 4200-JUDGE-ONE-RECORD UNTIL END-OF-SORT
           GO TO 4099-LIST-EXIT.

       4100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

       4200-JUDGE-ONE-RECORD.
           IF SORT-SECTION NOT = WS-PREV-SECTION
               PERFORM 4300-START-SECTION
           END-IF

           EVALUATE SORT-REC-TYPE
               WHEN 'S'
                   ADD 1 TO WS-SUSPENSE-ITEMS
                   MOVE 'SUSPENSE' TO DTL-ITEM
                   PERFORM 4500-LIST-SUSPENSE-ITEM
               WHEN 'X'
                   ADD 1 TO WS-HARD-REJECTS
                   MOVE 'HARD REJECT' TO DTL-ITEM
                   PERFORM 4500-LIST-SUSPENSE-ITEM
               WHEN 'C'
                   MOVE SORT-MATCH-KEY TO WS-CORR-KEY
               WHEN 'O'
                   IF SORT-MATCH-KEY = WS-CORR-KEY
                       ADD 1 TO WS-CORRECTED
                   ELSE
                       ADD 1 TO WS-OPEN-MISMATCHES
                       PERFORM 4600-LIST-MISMATCH
                   END-IF
               WHEN 'E'
                   IF SORT-MATCH-KEY NOT = WS-PREV-KEY
                       MOVE SORT-MATCH-KEY TO WS-PREV-KEY
                       PERFORM 4700-CHECK-EXTRACT
                   END-IF
           END-EVALUATE

           IF NOT FATAL-ERROR
               PERFORM 4100-RETURN-SORTED
           END-IF.

       4300-START-SECTION.
           MOVE SORT-SECTION TO WS-PREV-SECTION
           EVALUATE SORT-SECTION
               WHEN '1'
                   MOVE 'SUSPENSE AND HARD REJECTS UNDER THE OLD CODE'
                       TO SECT-HDR-TEXT
               WHEN '2'
                   MOVE 'OPEN MISMATCHES WITH NO LINKED CORRECTION'
                       TO SECT-HDR-TEXT
               WHEN OTHER
                   MOVE 'EXTRACTS NOT YET LOADED BY SERVICING'
                       TO SECT-HDR-TEXT
           END-EVALUATE
           MOVE SPACES TO TRANSFER-LIST-LINE
           PERFORM 4800-WRITE-DETAIL-LINE
           MOVE WS-SECTION-HDR TO TRANSFER-LIST-LINE
           PERFORM 4800-WRITE-DETAIL-LINE
           MOVE WS-HDR2 TO TRANSFER-LIST-LINE
           PERFORM 4800-WRITE-DETAIL-LINE.

       4500-LIST-SUSPENSE-ITEM.
           MOVE SPACES             TO DTL-AUD-KEY
           MOVE SORT-REJECT-REASON TO DTL-STATE
           MOVE SORT-RETRY-COUNT   TO DTL-RETRIES
           PERFORM 4900-LIST-DETAIL.

       4600-LIST-MISMATCH.
           MOVE 'MISMATCH'           TO DTL-ITEM
           MOVE SORT-MATCH-KEY(1:14) TO DTL-TIMESTAMP
           MOVE '/'                  TO DTL-SLASH
           MOVE SORT-MATCH-KEY(15:8) TO DTL-SEQUENCE
           MOVE 'NOT CORRECTED'      TO DTL-STATE
           MOVE SPACES               TO DTL-RETRIES
           PERFORM 4900-LIST-DETAIL.

      *    No EXTCTL record means the confirmation has not been
      *    extracted yet (held, or tonight's) - it will go out under
      *    whatever branch it carries, so it is only counted.
       4700-CHECK-EXTRACT.
           MOVE SORT-APPL-DATE TO EXT-CTL-APPL-DATE
           MOVE SORT-CONF-KEY  TO EXT-CTL-CONF-KEY
           READ EXTRACT-CONTROL-FILE
           EVALUATE TRUE
               WHEN WS-EXTCTL-NOTFND
                   ADD 1 TO WS-NOT-EXTRACTED
               WHEN NOT WS-EXTCTL-OK
                   DISPLAY 'ECHOXFR - READ EXTCTL FAILED, STATUS='
                       WS-EXTCTL-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-SORT TO TRUE
               WHEN EXT-CTL-ACKNOWLEDGED
                   ADD 1 TO WS-EXT-LOADED
               WHEN EXT-CTL-ACK-REJECTED
                   ADD 1 TO WS-EXT-REJECTED
                   MOVE 'EXTRACT' TO DTL-ITEM
                   MOVE SPACES TO DTL-AUD-KEY DTL-RETRIES
                   MOVE 'REJECTED REASON' TO DTL-STATE
                   MOVE EXT-CTL-ACK-REASON TO DTL-STATE(17:4)
                   PERFORM 4900-LIST-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-EXT-PENDING
                   MOVE 'EXTRACT' TO DTL-ITEM
                   MOVE SPACES TO DTL-AUD-KEY DTL-RETRIES
                   MOVE 'SENT' TO DTL-STATE
                   MOVE EXT-CTL-SENT-DATE TO DTL-STATE(6:8)
                   MOVE 'NO ACK' TO DTL-STATE(15:6)
                   PERFORM 4900-LIST-DETAIL
           END-EVALUATE.

       4800-WRITE-DETAIL-LINE.
           WRITE TRANSFER-LIST-LINE
           IF NOT WS-XFR-OK
               DISPLAY 'ECHOXFR - WRITE XFRLIST FAILED, STATUS='
                   WS-XFR-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-SORT TO TRUE
           END-IF.

       4900-LIST-DETAIL.
           MOVE SORT-CONF-KEY  TO DTL-CONF-KEY
           MOVE SORT-APPL-DATE TO DTL-APPL-DATE
           MOVE SORT-BRANCH    TO DTL-BRANCH
           MOVE WS-DTL-LINE TO TRANSFER-LIST-LINE
           PERFORM 4800-WRITE-DETAIL-LINE.

       4099-LIST-EXIT.
           EXIT.

       END PROGRAM ECHOXFR.
