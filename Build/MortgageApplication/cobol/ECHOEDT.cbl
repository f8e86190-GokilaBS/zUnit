      *             whose record count and LNCONF-TEXT1-A hash total  *
      *             equal what the detail records actually add up     *
      *             to, and no detail record may repeat an earlier    *
      *             record's LNCONF-KEY. The feed date must also be   *
      *             a business day on the business-day calendar       *
      *             (ECHOBDY) unless an operator has released the     *
      *             date through ECHOCAL's feed override - a feed     *
      *             cut on a holiday or weekend is almost always a    *
      *             mis-dated file. Any edit failure ends the         *
      *             step with RETURN-CODE 8 so the job's ECHOBAT      *
      *             step never starts against an out-of-balance      *
      *             file.                                             *
      *             failure ends the step with RETURN-CODE 16        *
      *             rather than a silent truncation.                  *
      *                                                               *
      *             A feed that balances can still be short, so a     *
      *             clean feed also has its detail count per branch   *
      *             region (BRM-REGION on BRMASTER) checked by        *
      *             ECHOVOL against each region's same-weekday        *
      *             average on the control-totals history. A region  *
      *             far out of band ends the step with RETURN-CODE 8 *
      *             and no run-control stamp; once the operator has   *
      *             confirmed the volume, the step is resubmitted     *
      *             with PARM 'YYYYMMDD VOLREL' and the out-of-band   *
      *             regions are recorded as released.                 *
      *                                                               *
      *             PARM 'YYYYMMDD SUPP' edits a late feed for a      *
      *             date whose night has already completed - the      *
      *             first step of a supplemental cycle, opened        *
      *             through ECHORUN's supplemental functions. The     *
      *             late feed is balanced on its own header and       *
      *             trailer the same way, and every detail key must   *
      *             be new: a key already on the confirmation-key     *
      *             history (CONFHIST), or already on the date's      *
      *             report from the night or an earlier cycle         *
      *             (RPTFILE - its keys ride the duplicate-key sort   *
      *             beside the feed's), fails the edit, so nothing    *
      *             goes through ECHO2 twice. A late file is not a    *
      *             night's volume, so the region volume check does   *
      *             not apply to it.                                  *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
               RELATIVE KEY IS WS-INPUT-RRN
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO BRMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH-CODE
               FILE STATUS IS WS-BRM-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CONF-HISTORY-FILE ASSIGN TO CONFHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNFH-CONF-KEY
               FILE STATUS IS WS-CNFH-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
           RECORDING MODE IS F.
           COPY LNCONF.

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
           COPY BRMREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
           COPY ECHORPT.

       FD  CONF-HISTORY-FILE
           RECORDING MODE IS F.
           COPY CNFHREC.

      *    A supplemental edit releases the date's report keys ('R')
      *    beside the late feed's ('F'); the night's edit releases
      *    feed keys only.
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SORT-CONF-KEY      Pic X(10).
          05 SORT-SOURCE        Pic X(01).
             88 SORT-FROM-FEED   VALUE 'F'.
             88 SORT-FROM-REPORT VALUE 'R'.

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS       Pic X(02).
          88 WS-INPUT-OK        VALUE '00'.
       01 WS-INPUT-RRN          Pic 9(08) COMP.
       01 WS-BRM-STATUS         Pic X(02).
          88 WS-BRM-OK          VALUE '00'.
          88 WS-BRM-NOTFND      VALUE '23'.
       01 WS-EOF-SWITCH         Pic X(01) VALUE 'N'.
          88 END-OF-INPUT       VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH    Pic X(01) VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-RUN-DATE           Pic X(08).
       01 WS-PREV-KEY           Pic X(10) VALUE LOW-VALUES.
       01 WS-VOLUME-SW          Pic X(01) VALUE 'N'.
          88 VOLUME-HELD        VALUE 'Y'.
       01 WS-REGION-FULL-SW     Pic X(01) VALUE 'N'.
          88 REGION-TABLE-FULL  VALUE 'Y'.
       01 WS-FIND-REGION        Pic X(10).
       01 WS-REGION-SUB         Pic 9(04) COMP.
       01 WS-REGION-FOUND       Pic 9(04) COMP.
       01 WS-VOLUME-NOTE        Pic X(20).
       01 WS-SUPP-SW            Pic X(01) VALUE 'N'.
          88 IS-SUPP-RUN        VALUE 'Y'.
       01 WS-REPORT-STATUS      Pic X(02).
          88 WS-REPORT-OK       VALUE '00'.
       01 WS-REPORT-EOF-SW      Pic X(01) VALUE 'N'.
          88 END-OF-REPORT      VALUE 'Y'.
       01 WS-CNFH-STATUS        Pic X(02).
          88 WS-CNFH-OK         VALUE '00'.
          88 WS-CNFH-NOT-FOUND  VALUE '23'.
       01 WS-REPORT-KEYS        Pic 9(08) VALUE ZERO.
       01 WS-PREV-SOURCE        Pic X(01) VALUE SPACE.

       COPY RUNPARM.
       COPY BDYPARM.
       COPY VOLPARM.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
          05 WS-PARM-DATE       Pic X(08).
          05 FILLER             Pic X(01).
          05 WS-PARM-MODE       Pic X(06).

       PROCEDURE DIVISION USING WS-RUN-PARM.
       0000-MAIN SECTION.
               DISPLAY 'ECHOEDT - NO RUN-DATE PARM, DEFAULTING TO '
                   WS-RUN-DATE
           END-IF
      *    'YYYYMMDD VOLREL' is the operator's confirmation of a feed
      *    the volume check held - every other edit still applies.
           IF WS-PARM-LEN >= 15
               IF WS-PARM-MODE = 'VOLREL'
                   SET VOL-RELEASED TO TRUE
                   DISPLAY 'ECHOEDT - FEED VOLUME RELEASED BY '
                       'OPERATOR FOR ' WS-RUN-DATE
               END-IF
           END-IF
      *    'YYYYMMDD SUPP' is a late feed for a date already run.
           IF WS-PARM-LEN >= 13
               IF WS-PARM-MODE(1:4) = 'SUPP'
                   SET IS-SUPP-RUN TO TRUE
               END-IF
           END-IF

      *    The run-control gate: a date this step already balanced
      *    refuses to start again, so a stale or mis-keyed PARM
      *    stops here instead of running the chain on the wrong
      *    date. A supplemental edit may only open a cycle once the
      *    date's night, and any earlier cycle, has run through.
           IF IS-SUPP-RUN
               MOVE 'S' TO RUN-FUNCTION
           ELSE
               MOVE 'C' TO RUN-FUNCTION
           END-IF
           MOVE 'ECHOEDT ' TO RUN-STEP-NAME
           MOVE WS-RUN-DATE TO RUN-DATE-IN
           CALL 'ECHORUN' USING RUN-PARMS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF IS-SUPP-RUN
               DISPLAY 'ECHOEDT - LATE FEED FOR ' WS-RUN-DATE
                   ' WILL BE SUPPLEMENTAL CYCLE ' RUN-CYCLE
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CONF-KEY SORT-SOURCE
               INPUT PROCEDURE IS 2000-EDIT-FEED
               OUTPUT PROCEDURE IS 6000-CHECK-DUPLICATES

           END-IF

           PERFORM 8000-BALANCE-TOTALS
           IF WS-ERROR-COUNT = ZERO AND NOT IS-SUPP-RUN
               PERFORM 8500-CHECK-VOLUME
           END-IF
           PERFORM 9000-TERMINATE
           GOBACK.

               END-IF
           END-IF.

      *    Only a feed that passed every other edit is measured -
      *    a file that does not balance says nothing about volume
      *    and must not land in the history.
       8500-CHECK-VOLUME.
           MOVE 'C' TO VOL-FUNCTION
           MOVE WS-RUN-DATE TO VOL-APPL-DATE
           CALL 'ECHOVOL' USING VOL-PARMS
           IF VOL-FAILED
               DISPLAY 'ECHOEDT - FEED VOLUME COULD NOT BE CHECKED '
                   'AGAINST THE CONTROL-TOTALS HISTORY'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM 8510-SHOW-REGION
                   VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > VOL-REGION-COUNT
               IF VOL-STOPPED
                   SET VOLUME-HELD TO TRUE
               END-IF
           END-IF.

       8510-SHOW-REGION.
           EVALUATE TRUE
               WHEN VOL-TOO-LOW(WS-REGION-SUB)
                   MOVE 'BELOW NORMAL BAND' TO WS-VOLUME-NOTE
               WHEN VOL-TOO-HIGH(WS-REGION-SUB)
                   MOVE 'ABOVE NORMAL BAND' TO WS-VOLUME-NOTE
               WHEN VOL-NO-HISTORY(WS-REGION-SUB)
                   MOVE 'TOO LITTLE HISTORY' TO WS-VOLUME-NOTE
               WHEN OTHER
                   MOVE 'IN BAND' TO WS-VOLUME-NOTE
           END-EVALUATE
           DISPLAY 'ECHOEDT - REGION ' VOL-REGION(WS-REGION-SUB)
               ' DETAILS ' VOL-FEED-DETAILS(WS-REGION-SUB)
               ' AVERAGE ' VOL-AVERAGE(WS-REGION-SUB)
               ' OVER ' VOL-WEEKS-SEEN(WS-REGION-SUB) ' WEEKS - '
               WS-VOLUME-NOTE.

       9000-TERMINATE.
           DISPLAY 'ECHOEDT - RUN DATE:        ' WS-RUN-DATE
           DISPLAY 'ECHOEDT - RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'ECHOEDT - DETAIL RECORDS:  ' WS-DETAIL-COUNT
           IF IS-SUPP-RUN
               DISPLAY 'ECHOEDT - REPORT KEYS:     ' WS-REPORT-KEYS
           END-IF
           DISPLAY 'ECHOEDT - EDIT ERRORS:     ' WS-ERROR-COUNT
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   DISPLAY 'ECHOEDT - FEED IS OUT OF BALANCE - '
                       'RETURN-CODE 8'
                   MOVE 8 TO RETURN-CODE
               WHEN VOLUME-HELD
                   DISPLAY 'ECHOEDT - FEED VOLUME IS OUT OF BAND - '
                       'HELD FOR OPERATOR CONFIRMATION - RETURN-CODE 8'
                   DISPLAY 'ECHOEDT - ONCE CONFIRMED, RESUBMIT WITH '
                       'PARM ''' WS-RUN-DATE ' VOLREL'''
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ECHOEDT - FEED IS IN BALANCE'
                   PERFORM 9100-MARK-RUN-COMPLETE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    Only a clean balance stamps the step - an out-of-balance
      *    feed leaves the chain stopped at ECHOEDT for the date.
      *    On a late feed the stamp is what opens the cycle.
       9100-MARK-RUN-COMPLETE.
           IF IS-SUPP-RUN
               MOVE 'P' TO RUN-FUNCTION
           ELSE
               MOVE 'M' TO RUN-FUNCTION
           END-IF
           MOVE 'ECHOEDT ' TO RUN-STEP-NAME
           MOVE WS-RUN-DATE TO RUN-DATE-IN
           CALL 'ECHORUN' USING RUN-PARMS
                   'FAILED FOR ' WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF IS-SUPP-RUN
               DISPLAY 'ECHOEDT - SUPPLEMENTAL CYCLE ' RUN-CYCLE
                   ' OPENED FOR ' WS-RUN-DATE
           END-IF.

      *    The single pass over the feed: every record is edited as
               PERFORM 2100-READ-INPUT
           END-IF

           IF NOT FATAL-ERROR
               IF IS-SUPP-RUN
                   PERFORM 2020-OPEN-SUPP-FILES
               ELSE
                   OPEN INPUT BRANCH-MASTER-FILE
                   IF NOT WS-BRM-OK
                       DISPLAY 'ECHOEDT - OPEN BRMASTER FAILED, '
                           'STATUS=' WS-BRM-STATUS
                       CLOSE LOAN-CONF-FILE
                       SET FATAL-ERROR TO TRUE
                       SET END-OF-INPUT TO TRUE
                   END-IF
               END-IF
           END-IF

           PERFORM 2200-EDIT-RECORD UNTIL END-OF-INPUT

           IF IS-SUPP-RUN AND NOT FATAL-ERROR
               PERFORM 2310-READ-REPORT
               PERFORM 2300-RELEASE-REPORT-KEY UNTIL END-OF-REPORT
           END-IF

           IF NOT FATAL-ERROR
               CLOSE LOAN-CONF-FILE
               IF IS-SUPP-RUN
                   CLOSE REPORT-FILE
                   CLOSE CONF-HISTORY-FILE
               ELSE
                   CLOSE BRANCH-MASTER-FILE
               END-IF
           END-IF
           GO TO 2099-EDIT-EXIT.

       2020-OPEN-SUPP-FILES.
           OPEN INPUT CONF-HISTORY-FILE
           IF NOT WS-CNFH-OK
               DISPLAY 'ECHOEDT - OPEN CONFHIST FAILED, STATUS='
                   WS-CNFH-STATUS
               CLOSE LOAN-CONF-FILE
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           ELSE
               OPEN INPUT REPORT-FILE
               IF NOT WS-REPORT-OK
                   DISPLAY 'ECHOEDT - OPEN RPTFILE FAILED, STATUS='
                       WS-REPORT-STATUS
                   CLOSE LOAN-CONF-FILE
                   CLOSE CONF-HISTORY-FILE
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-INPUT TO TRUE
               END-IF
           END-IF.

       2100-READ-INPUT.
           READ LOAN-CONF-FILE
               AT END SET END-OF-INPUT TO TRUE

           PERFORM 2100-READ-INPUT.

      *    Every record on the date's report - accepted, mismatched,
      *    or rejected to suspense, from the night or any earlier
      *    cycle - is a key the late feed may not send again.
       2300-RELEASE-REPORT-KEY.
           IF RPT-APPLICATION-DATE = WS-RUN-DATE
               MOVE RPT-KEY TO SORT-CONF-KEY
               SET SORT-FROM-REPORT TO TRUE
               RELEASE SORT-RECORD
               ADD 1 TO WS-REPORT-KEYS
           END-IF

           PERFORM 2310-READ-REPORT.

       2310-READ-REPORT.
           READ REPORT-FILE
               AT END SET END-OF-REPORT TO TRUE
           END-READ
           IF NOT END-OF-REPORT AND NOT WS-REPORT-OK
               DISPLAY 'ECHOEDT - READ RPTFILE FAILED, STATUS='
                   WS-REPORT-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-REPORT TO TRUE
           END-IF.

       3000-EDIT-HEADER.
           IF HEADER-SEEN
               DISPLAY 'ECHOEDT - MORE THAN ONE FEED HEADER ON FILE'
                       ' DOES NOT MATCH RUN DATE ' WS-RUN-DATE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               PERFORM 3100-CHECK-BUSINESS-DAY
           END-IF.

       3100-CHECK-BUSINESS-DAY.
           MOVE 'T' TO BDY-FUNCTION
           MOVE LNHDR-FEED-DATE TO BDY-FROM-DATE
           CALL 'ECHOBDY' USING BDY-PARMS
           EVALUATE TRUE
               WHEN BDY-FAILED
                   DISPLAY 'ECHOEDT - FEED DATE ' LNHDR-FEED-DATE
                       ' COULD NOT BE CHECKED AGAINST THE BUSINESS-'
                       'DAY CALENDAR'
                   ADD 1 TO WS-ERROR-COUNT
               WHEN BDY-IS-BUSINESS-DAY
                   CONTINUE
               WHEN BDY-FEED-OVERRIDDEN
                   DISPLAY 'ECHOEDT - FEED DATE ' LNHDR-FEED-DATE
                       ' IS NOT A BUSINESS DAY - ACCEPTED UNDER '
                       'OPERATOR OVERRIDE'
               WHEN OTHER
                   DISPLAY 'ECHOEDT - FEED DATE ' LNHDR-FEED-DATE
                       ' IS NOT A BUSINESS DAY AND HAS NO OPERATOR '
                       'OVERRIDE'
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       4000-EDIT-TRAILER.
           IF TRAILER-SEEN
               DISPLAY 'ECHOEDT - MORE THAN ONE FEED TRAILER ON FILE'
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           IF IS-SUPP-RUN
               PERFORM 5300-CHECK-CONF-HISTORY
           ELSE
               PERFORM 5100-COUNT-REGION
           END-IF

           MOVE LNCONF-KEY TO SORT-CONF-KEY
           SET SORT-FROM-FEED TO TRUE
           RELEASE SORT-RECORD.

      *    A branch BRMASTER does not know still counts - ECHOBAT
      *    rejects it, but it was volume on the feed all the same.
       5100-COUNT-REGION.
           MOVE LNCONF-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-BRM-OK
                   MOVE BRM-REGION TO WS-FIND-REGION
               WHEN WS-BRM-NOTFND
                   MOVE 'UNKNOWN' TO WS-FIND-REGION
               WHEN OTHER
                   DISPLAY 'ECHOEDT - READ BRMASTER FAILED, STATUS='
                       WS-BRM-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-INPUT TO TRUE
           END-EVALUATE
           IF NOT FATAL-ERROR
               PERFORM 5200-FIND-REGION
               IF WS-REGION-FOUND > ZERO
                   ADD 1 TO VOL-FEED-DETAILS(WS-REGION-FOUND)
               END-IF
           END-IF.

       5200-FIND-REGION.
           MOVE ZERO TO WS-REGION-FOUND
           PERFORM 5210-SCAN-REGION
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > VOL-REGION-COUNT
               OR WS-REGION-FOUND > ZERO
           IF WS-REGION-FOUND = ZERO
               IF VOL-REGION-COUNT < VOL-REGION-LIMIT
                   ADD 1 TO VOL-REGION-COUNT
                   MOVE VOL-REGION-COUNT TO WS-REGION-FOUND
                   INITIALIZE VOL-REGION-ENTRY(WS-REGION-FOUND)
                   MOVE WS-FIND-REGION TO VOL-REGION(WS-REGION-FOUND)
               ELSE
                   IF NOT REGION-TABLE-FULL
                       DISPLAY 'ECHOEDT - REGION TABLE FULL AT '
                           VOL-REGION-LIMIT ' ENTRIES'
                       SET REGION-TABLE-FULL TO TRUE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           END-IF.

       5210-SCAN-REGION.
           IF VOL-REGION(WS-REGION-SUB) = WS-FIND-REGION
               MOVE WS-REGION-SUB TO WS-REGION-FOUND
           END-IF.

      *    A late key the history already holds went through ECHO2 on
      *    some night inside the retention window - ECHOBAT would
      *    only reject it to suspense, so the edit refuses the file.
       5300-CHECK-CONF-HISTORY.
           MOVE LNCONF-KEY TO CNFH-CONF-KEY
           READ CONF-HISTORY-FILE
               INVALID KEY
                   IF NOT WS-CNFH-NOT-FOUND
                       DISPLAY 'ECHOEDT - READ CONFHIST FAILED, '
                           'STATUS=' WS-CNFH-STATUS
                       SET FATAL-ERROR TO TRUE
                       SET END-OF-INPUT TO TRUE
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'ECHOEDT - LNCONF-KEY ' LNCONF-KEY
                       ' ALREADY CONFIRMED ' CNFH-CONFIRMED-DATE
                   ADD 1 TO WS-ERROR-COUNT
           END-READ.

       2099-EDIT-EXIT.
           EXIT.

      *    The feed has double-sent keys twice this year; with the
      *    keys sorted, a repeated LNCONF-KEY sits next to its
      *    twin and each repeat fails the edit - at any feed size.
      *    Report keys sort behind the feed's, so a late-feed key
      *    the date's report already holds fails the edit too; two
      *    report records with one key are the night's business.
       6000-CHECK-DUPLICATES SECTION.
       6010-SCAN-SORTED.
           IF FATAL-ERROR

       6200-COMPARE-ADJACENT.
           IF SORT-CONF-KEY = WS-PREV-KEY
               EVALUATE TRUE
                   WHEN SORT-FROM-FEED
                       DISPLAY 'ECHOEDT - DUPLICATE LNCONF-KEY ON '
                           'FILE: ' SORT-CONF-KEY
                       ADD 1 TO WS-ERROR-COUNT
                   WHEN WS-PREV-SOURCE = 'F'
                       DISPLAY 'ECHOEDT - LNCONF-KEY ALREADY ON THE '
                           'DATE''S REPORT: ' SORT-CONF-KEY
                       ADD 1 TO WS-ERROR-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE SORT-CONF-KEY TO WS-PREV-KEY
           MOVE SORT-SOURCE TO WS-PREV-SOURCE

           PERFORM 6100-RETURN-SORTED.

