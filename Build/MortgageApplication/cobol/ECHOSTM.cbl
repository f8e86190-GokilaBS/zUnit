       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHOSTM.
      *****************************************************************
      *                                                               *
      *   ECHOSTM - Daily per-branch confirmation statement. For the  *
      *             application date given in PARM, every             *
      *             confirmation on the day's ECHOBAT report is       *
      *             listed once, on its branch's own pages, with the  *
      *             state it finally settled in:                      *
      *                                                               *
      *               - extracted to servicing, and whether the       *
      *                 servicing acknowledgment loaded it, rejected  *
      *                 it, or is still pending (EXTCTL);             *
      *               - confirmed but not yet extracted (held for     *
      *                 approval, or the extract has not run);        *
      *               - still mismatched, with the audit key the      *
      *                 operator corrects through ECHOINQ;            *
      *               - in suspense, with its retry count;            *
      *               - hard-rejected after its last cycle;           *
      *               - a CONFHIST duplicate of a prior night.        *
      *                                                               *
      *             The report, the audit trail, the current          *
      *             suspense generation and the hard-reject list are  *
      *             released to one internal sort keyed by branch and *
      *             confirmation key (the ECHOWRK pattern), so each   *
      *             confirmation's records arrive together and the    *
      *             latest audit record - a correction or a reprocess *
      *             cycle - decides its match state. Each branch      *
      *             page carries the branch name and region from the  *
      *             branch master and ends with the branch's count    *
      *             of each state and its ECHO2 calls counted the way *
      *             ECHOTOT counts them; the final page ties the sum  *
      *             of those calls back to the date's ECHOTOT control *
      *             totals. Calls made after the control totals were  *
      *             cut (corrections, reprocess cycles) show as the   *
      *             difference; the statement ending below the        *
      *             control totals in any column, or no control       *
      *             totals for the date, ends with RETURN-CODE 8. A   *
      *             sort failure ends the step with RETURN-CODE 16.   *
      *                                                               *
      *             A key sent under a branch that has since closed   *
      *             into a successor (ECHOSUC, as of the statement    *
      *             date) is listed on the successor's pages.         *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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

           SELECT CTOT-FILE ASSIGN TO CTOTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTOT-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO BRMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRM-BRANCH-CODE
               FILE STATUS IS WS-BRM-STATUS.

           SELECT EXTRACT-CONTROL-FILE ASSIGN TO EXTCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXT-CTL-KEY
               FILE STATUS IS WS-EXTCTL-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO STMLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STM-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F.
           COPY ECHORPT.

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

       FD  CTOT-FILE
           RECORDING MODE IS F.
           COPY CTOTREC.

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
           COPY BRMREC.

       FD  EXTRACT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY EXTCTL.

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       01 STATEMENT-LINE        Pic X(132).

      *    One record per source record touching the date: 'A' an
      *    audit record (every ECHO2 call for the date, ECHOENT
      *    entries included, so the call counts match ECHOTOT's),
      *    'R' the report record, 'S' a suspense record, 'X' a
      *    hard-reject record. Audit records sort ahead of the rest
      *    in AUD-KEY order, so the last 'A' returned for a key is
      *    its latest call.
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SORT-BRANCH-CODE   Pic X(04).
          05 SORT-CONF-KEY      Pic X(10).
          05 SORT-REC-TYPE      Pic X(01).
          05 SORT-AUD-KEY       Pic X(22).
          05 SORT-CALL-SOURCE   Pic X(01).
          05 SORT-MATCH-INDS.
             10 SORT-MATCH-IND0 Pic X(01).
             10 SORT-MATCH-IND1 Pic X(01).
             10 SORT-MATCH-IND2 Pic X(01).
             10 SORT-MATCH-IND3 Pic X(01).
          05 SORT-RETURN-CODE   Pic 9(02).
          05 SORT-AMT-A         Pic S9(07)V99.
          05 SORT-RETRY-COUNT   Pic 9(02).
          05 SORT-REJECT-REASON Pic X(20).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS      Pic X(02).
          88 WS-REPORT-OK       VALUE '00'.
       01 WS-AUDIT-STATUS       Pic X(02).
          88 WS-AUDIT-OK        VALUE '00'.
       01 WS-SUSPIN-STATUS      Pic X(02).
          88 WS-SUSPIN-OK       VALUE '00'.
      *    '05' is a successful OPEN of the OPTIONAL hard-reject
      *    list when no record has ever hard-rejected.
       01 WS-HARDREJ-STATUS     Pic X(02).
          88 WS-HARDREJ-OK      VALUE '00' '05'.
       01 WS-CTOT-STATUS        Pic X(02).
          88 WS-CTOT-OK         VALUE '00'.
       01 WS-BRM-STATUS         Pic X(02).
          88 WS-BRM-OK          VALUE '00'.
       01 WS-EXTCTL-STATUS      Pic X(02).
          88 WS-EXTCTL-OK       VALUE '00'.
          88 WS-EXTCTL-NOT-FOUND VALUE '23'.
       01 WS-STM-STATUS         Pic X(02).
          88 WS-STM-OK          VALUE '00'.
       01 WS-EOF-SWITCH         Pic X(01) VALUE 'N'.
          88 END-OF-INPUT       VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH    Pic X(01) VALUE 'N'.
          88 END-OF-SORT        VALUE 'Y'.
       01 WS-FATAL-SW           Pic X(01) VALUE 'N'.
          88 FATAL-ERROR        VALUE 'Y'.
       01 WS-CTOT-SW            Pic X(01) VALUE 'N'.
          88 CTOT-FOUND         VALUE 'Y'.
       01 WS-BALANCE-SW         Pic X(01) VALUE 'Y'.
          88 STATEMENT-IN-BALANCE VALUE 'Y'.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-RUN-DATE           Pic X(08).
       01 WS-SOURCE-BRANCH      Pic X(04).
       01 WS-PREV-BRANCH        Pic X(04) VALUE LOW-VALUES.
       01 WS-PREV-KEY           Pic X(10) VALUE LOW-VALUES.
       01 WS-BRANCH-NAME        Pic X(20).
       01 WS-BRANCH-REGION      Pic X(10).
       01 WS-PAGE-COUNT         Pic 9(04) VALUE ZERO.
       01 WS-LINE-COUNT         Pic 9(02) VALUE ZERO.
       01 WS-LINES-PER-PAGE     Pic 9(02) VALUE 55.
       01 WS-STATE-SUB          Pic 9(02) COMP.
       01 WS-TIE-DIFF           Pic S9(08).
       01 WS-RC-WORK            Pic 9(02).

      *    What has been gathered for the confirmation key in hand.
       01 WS-KEY-SWITCHES.
          05 WS-KEY-REPORT-SW   Pic X(01).
             88 KEY-ON-REPORT   VALUE 'Y'.
          05 WS-KEY-AUDIT-SW    Pic X(01).
             88 KEY-ON-AUDIT    VALUE 'Y'.
          05 WS-KEY-SUSP-SW     Pic X(01).
             88 KEY-IN-SUSPENSE VALUE 'Y'.
          05 WS-KEY-HARD-SW     Pic X(01).
             88 KEY-HARD-REJECTED VALUE 'Y'.
       01 WS-KEY-REPORT-INDS    Pic X(04).
       01 WS-KEY-REPORT-RC      Pic 9(02).
       01 WS-KEY-REPORT-AMT     Pic S9(07)V99.
       01 WS-KEY-AUDIT-KEY      Pic X(22).
       01 WS-KEY-AUDIT-INDS     Pic X(04).
       01 WS-KEY-AUDIT-RC       Pic 9(02).
       01 WS-KEY-AUDIT-AMT      Pic S9(07)V99.
       01 WS-KEY-SUSP-AMT       Pic S9(07)V99.
       01 WS-KEY-RETRY-COUNT    Pic 9(02).
       01 WS-KEY-REASON         Pic X(20).

      *    The final states, in the order the branch totals print.
       01 WS-STATE-NAMES.
          05 FILLER             Pic X(26)
             VALUE 'EXTRACTED - LOADED'.
          05 FILLER             Pic X(26)
             VALUE 'EXTRACTED - SVC REJECTED'.
          05 FILLER             Pic X(26)
             VALUE 'EXTRACTED - ACK PENDING'.
          05 FILLER             Pic X(26)
             VALUE 'CONFIRMED - NOT EXTRACTED'.
          05 FILLER             Pic X(26)
             VALUE 'STILL MISMATCHED'.
          05 FILLER             Pic X(26)
             VALUE 'IN SUSPENSE'.
          05 FILLER             Pic X(26)
             VALUE 'HARD-REJECTED'.
          05 FILLER             Pic X(26)
             VALUE 'CONFHIST DUPLICATE'.
          05 FILLER             Pic X(26)
             VALUE 'REJECTED - NOT IN SUSPENSE'.
       01 WS-STATE-TABLE REDEFINES WS-STATE-NAMES.
          05 WS-STATE-NAME      Pic X(26) OCCURS 9 TIMES.

       01 WS-BRANCH-COUNTS.
          05 WS-BR-STATE-COUNT  Pic 9(08) OCCURS 9 TIMES.
          05 WS-BR-CONFIRMS     Pic 9(08).
          05 WS-BR-PROCESSED    Pic 9(08).
          05 WS-BR-MATCH        Pic 9(08).
          05 WS-BR-MISMATCH     Pic 9(08).
          05 WS-BR-REJECT       Pic 9(08).

       01 WS-GRAND-COUNTS.
          05 WS-GR-STATE-COUNT  Pic 9(08) OCCURS 9 TIMES.
          05 WS-GR-CONFIRMS     Pic 9(08).
          05 WS-GR-PROCESSED    Pic 9(08).
          05 WS-GR-MATCH        Pic 9(08).
          05 WS-GR-MISMATCH     Pic 9(08).
          05 WS-GR-REJECT       Pic 9(08).

       01 WS-CTOT-COUNTS.
          05 WS-CT-PROCESSED    Pic 9(08) VALUE ZERO.
          05 WS-CT-MATCH        Pic 9(08) VALUE ZERO.
          05 WS-CT-MISMATCH     Pic 9(08) VALUE ZERO.
          05 WS-CT-REJECT       Pic 9(08) VALUE ZERO.

       COPY SUSPREC.
       COPY SUCPARM.

       01 WS-HDR1.
          05 FILLER             Pic X(46)
             VALUE 'ECHO2 DAILY BRANCH CONFIRMATION STATEMENT FOR '.
          05 HDR1-DATE          Pic X(08).
          05 FILLER             Pic X(66) VALUE SPACES.
          05 FILLER             Pic X(05) VALUE 'PAGE '.
          05 HDR1-PAGE          Pic ZZZ9.
          05 FILLER             Pic X(03) VALUE SPACES.

       01 WS-HDR2.
          05 FILLER             Pic X(08) VALUE 'BRANCH: '.
          05 HDR2-BRANCH        Pic X(04).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 HDR2-BRANCH-NAME   Pic X(20).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 FILLER             Pic X(08) VALUE 'REGION: '.
          05 HDR2-REGION        Pic X(10).
          05 FILLER             Pic X(78) VALUE SPACES.

       01 WS-HDR3.
          05 FILLER             Pic X(01) VALUE SPACES.
          05 FILLER             Pic X(10) VALUE 'CONF KEY  '.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 FILLER             Pic X(13) VALUE '       AMOUNT'.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 FILLER             Pic X(04) VALUE 'INDS'.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 FILLER             Pic X(26) VALUE 'FINAL STATE'.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 FILLER             Pic X(40) VALUE 'DETAIL'.
          05 FILLER             Pic X(30) VALUE SPACES.

       01 WS-DTL-LINE.
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-CONF-KEY       Pic X(10).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-AMOUNT         Pic Z,ZZZ,ZZ9.99-.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-INDS           Pic X(04).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-STATE          Pic X(26).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-NOTE           Pic X(40).
          05 FILLER             Pic X(30) VALUE SPACES.

       01 WS-TOT-LINE.
          05 TOT-LINE-TAG       Pic X(30).
          05 TOT-LINE-COUNT     Pic ZZZZZZZ9.
          05 FILLER             Pic X(94) VALUE SPACES.

       01 WS-TIE-HDR.
          05 FILLER             Pic X(30)
             VALUE 'CONTROL TOTAL TIE-OUT'.
          05 FILLER             Pic X(08) VALUE ' ECHOTOT'.
          05 FILLER             Pic X(04) VALUE SPACES.
          05 FILLER             Pic X(08) VALUE 'STATEMNT'.
          05 FILLER             Pic X(04) VALUE SPACES.
          05 FILLER             Pic X(09) VALUE '    LATER'.
          05 FILLER             Pic X(69) VALUE SPACES.

       01 WS-TIE-LINE.
          05 TIE-LINE-TAG       Pic X(30).
          05 TIE-LINE-CTOT      Pic ZZZZZZZ9.
          05 FILLER             Pic X(04) VALUE SPACES.
          05 TIE-LINE-STMT      Pic ZZZZZZZ9.
          05 FILLER             Pic X(04) VALUE SPACES.
          05 TIE-LINE-DIFF      Pic ZZZZZZZ9-.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 TIE-LINE-FLAG      Pic X(14).
          05 FILLER             Pic X(53) VALUE SPACES.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
          05 WS-PARM-DATE       Pic X(08).

       PROCEDURE DIVISION USING WS-RUN-PARM.
       0000-MAIN SECTION.
       0010-DRIVE.
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-DATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
               DISPLAY 'ECHOSTM - NO RUN-DATE PARM, DEFAULTING TO '
                   WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY 'ECHOSTM - RUN DATE PARM IS NOT A VALID '
                   'YYYYMMDD DATE: ' WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0020-LOAD-CONTROL-TOTALS
           MOVE ZEROS TO WS-GRAND-COUNTS

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-BRANCH-CODE
                                SORT-CONF-KEY
                                SORT-REC-TYPE
                                SORT-AUD-KEY
               INPUT PROCEDURE IS 3000-SELECT-OUTCOMES
               OUTPUT PROCEDURE IS 4000-PRINT-STATEMENT

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ECHOSTM - INTERNAL SORT FAILED, '
                   'SORT-RETURN=' SORT-RETURN ' - RETURN-CODE 16'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF FATAL-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'ECHOSTM - RUN DATE:          ' WS-RUN-DATE
           DISPLAY 'ECHOSTM - CONFIRMATIONS:     ' WS-GR-CONFIRMS
           DISPLAY 'ECHOSTM - ECHO2 CALLS:       ' WS-GR-PROCESSED
           DISPLAY 'ECHOSTM - ECHOTOT PROCESSED: ' WS-CT-PROCESSED
           IF STATEMENT-IN-BALANCE
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'ECHOSTM - STATEMENT DOES NOT TIE TO THE '
                   'CONTROL TOTALS - RETURN-CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *    CTOTFILE is the MOD dataset ECHOTOT appends to; the
      *    date's newest date-as-a-whole record (cycle zero - a
      *    supplemental cycle's own record is skipped) is held for
      *    the tie-out.
       0020-LOAD-CONTROL-TOTALS.
           OPEN INPUT CTOT-FILE
           IF NOT WS-CTOT-OK
               DISPLAY 'ECHOSTM - OPEN CTOTFILE FAILED, STATUS='
                   WS-CTOT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0030-READ-CONTROL-TOTALS UNTIL END-OF-INPUT
           CLOSE CTOT-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           IF NOT CTOT-FOUND
               DISPLAY 'ECHOSTM - NO ECHOTOT CONTROL TOTALS FOR '
                   WS-RUN-DATE
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.

       0030-READ-CONTROL-TOTALS.
           READ CTOT-FILE
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT
               IF NOT WS-CTOT-OK
                   DISPLAY 'ECHOSTM - READ CTOTFILE FAILED, STATUS='
                       WS-CTOT-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF CTOT-RUN-DATE = WS-RUN-DATE AND CTOT-CYCLE = ZERO
                   SET CTOT-FOUND TO TRUE
                   MOVE CTOT-PROCESSED TO WS-CT-PROCESSED
                   MOVE CTOT-MATCH     TO WS-CT-MATCH
                   MOVE CTOT-MISMATCH  TO WS-CT-MISMATCH
                   MOVE CTOT-REJECT    TO WS-CT-REJECT
               END-IF
           END-IF.

      *    One pass over each source in turn, releasing only what
      *    carries the statement date.
       3000-SELECT-OUTCOMES SECTION.
       3010-SCAN-SOURCES.
           PERFORM 3100-SCAN-REPORT
           IF NOT FATAL-ERROR
               PERFORM 3200-SCAN-AUDIT
           END-IF
           IF NOT FATAL-ERROR
               PERFORM 3300-SCAN-SUSPENSE
           END-IF
           IF NOT FATAL-ERROR
               PERFORM 3400-SCAN-HARD-REJECTS
           END-IF
           GO TO 3099-SELECT-EXIT.

       3100-SCAN-REPORT.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'ECHOSTM - OPEN RPTFILE FAILED, STATUS='
                   WS-REPORT-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3110-READ-REPORT
               PERFORM 3120-RELEASE-REPORT UNTIL END-OF-INPUT
               CLOSE REPORT-FILE
           END-IF.

       3110-READ-REPORT.
           READ REPORT-FILE
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-REPORT-OK
               DISPLAY 'ECHOSTM - READ RPTFILE FAILED, STATUS='
                   WS-REPORT-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3120-RELEASE-REPORT.
           IF RPT-APPLICATION-DATE = WS-RUN-DATE
               MOVE RPT-BRANCH-CODE  TO WS-SOURCE-BRANCH
               PERFORM 3600-SET-SORT-BRANCH
               MOVE RPT-KEY          TO SORT-CONF-KEY
               MOVE 'R'              TO SORT-REC-TYPE
               MOVE SPACES           TO SORT-AUD-KEY SORT-CALL-SOURCE
               MOVE RPT-MATCH-IND0   TO SORT-MATCH-IND0
               MOVE RPT-MATCH-IND1   TO SORT-MATCH-IND1
               MOVE RPT-MATCH-IND2   TO SORT-MATCH-IND2
               MOVE RPT-MATCH-IND3   TO SORT-MATCH-IND3
               MOVE RPT-RETURN-CODE  TO SORT-RETURN-CODE
               MOVE RPT-AMT-A        TO SORT-AMT-A
               MOVE ZERO             TO SORT-RETRY-COUNT
               MOVE SPACES           TO SORT-REJECT-REASON
               RELEASE SORT-RECORD
           END-IF

           PERFORM 3110-READ-REPORT.

       3200-SCAN-AUDIT.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY 'ECHOSTM - OPEN AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3210-READ-AUDIT
               PERFORM 3220-RELEASE-AUDIT UNTIL END-OF-INPUT
               CLOSE AUDIT-FILE
           END-IF.

       3210-READ-AUDIT.
           READ AUDIT-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-AUDIT-OK
               DISPLAY 'ECHOSTM - READ AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3220-RELEASE-AUDIT.
           IF AUD-APPLICATION-DATE = WS-RUN-DATE
               MOVE AUD-BRANCH-CODE  TO WS-SOURCE-BRANCH
               PERFORM 3600-SET-SORT-BRANCH
               MOVE AUD-CONF-KEY     TO SORT-CONF-KEY
               MOVE 'A'              TO SORT-REC-TYPE
               MOVE AUD-KEY          TO SORT-AUD-KEY
               MOVE AUD-CALL-SOURCE  TO SORT-CALL-SOURCE
               MOVE AUD-MATCH-IND0   TO SORT-MATCH-IND0
               MOVE AUD-MATCH-IND1   TO SORT-MATCH-IND1
               MOVE AUD-MATCH-IND2   TO SORT-MATCH-IND2
               MOVE AUD-MATCH-IND3   TO SORT-MATCH-IND3
               MOVE AUD-RETURN-CODE  TO SORT-RETURN-CODE
               MOVE AUD-IN-AMT-A     TO SORT-AMT-A
               MOVE ZERO             TO SORT-RETRY-COUNT
               MOVE SPACES           TO SORT-REJECT-REASON
               RELEASE SORT-RECORD
           END-IF

           PERFORM 3210-READ-AUDIT.

      *    SUSPIN is the newest suspense generation - what is still
      *    waiting after the last reprocess cycle.
       3300-SCAN-SUSPENSE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUSPENSE-IN-FILE
           IF NOT WS-SUSPIN-OK
               DISPLAY 'ECHOSTM - OPEN SUSPIN FAILED, STATUS='
                   WS-SUSPIN-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3310-READ-SUSPENSE
               PERFORM 3320-RELEASE-SUSPENSE UNTIL END-OF-INPUT
               CLOSE SUSPENSE-IN-FILE
           END-IF.

       3310-READ-SUSPENSE.
           READ SUSPENSE-IN-FILE INTO SUSPENSE-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-SUSPIN-OK
               DISPLAY 'ECHOSTM - READ SUSPIN FAILED, STATUS='
                   WS-SUSPIN-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3320-RELEASE-SUSPENSE.
           IF SUSP-LNCONF-APPLICATION-DATE = WS-RUN-DATE
               MOVE 'S' TO SORT-REC-TYPE
               PERFORM 3500-RELEASE-SUSPENSE-FORMAT
           END-IF

           PERFORM 3310-READ-SUSPENSE.

       3400-SCAN-HARD-REJECTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HARD-REJECT-FILE
           IF NOT WS-HARDREJ-OK
               DISPLAY 'ECHOSTM - OPEN HARDREJ FAILED, STATUS='
                   WS-HARDREJ-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3410-READ-HARD-REJECT
               PERFORM 3420-RELEASE-HARD-REJECT UNTIL END-OF-INPUT
               CLOSE HARD-REJECT-FILE
           END-IF.

       3410-READ-HARD-REJECT.
           READ HARD-REJECT-FILE INTO SUSPENSE-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-HARDREJ-OK
               DISPLAY 'ECHOSTM - READ HARDREJ FAILED, STATUS='
                   WS-HARDREJ-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3420-RELEASE-HARD-REJECT.
           IF SUSP-LNCONF-APPLICATION-DATE = WS-RUN-DATE
               MOVE 'X' TO SORT-REC-TYPE
               PERFORM 3500-RELEASE-SUSPENSE-FORMAT
           END-IF

           PERFORM 3410-READ-HARD-REJECT.

       3500-RELEASE-SUSPENSE-FORMAT.
           MOVE SUSP-LNCONF-BRANCH-CODE TO WS-SOURCE-BRANCH
           PERFORM 3600-SET-SORT-BRANCH
           MOVE SUSP-LNCONF-KEY         TO SORT-CONF-KEY
           MOVE SPACES                  TO SORT-AUD-KEY
               SORT-CALL-SOURCE SORT-MATCH-INDS
           MOVE ZERO                    TO SORT-RETURN-CODE
           MOVE SUSP-LNCONF-AMT-A       TO SORT-AMT-A
           MOVE SUSP-RETRY-COUNT        TO SORT-RETRY-COUNT
           MOVE SUSP-REJECT-REASON      TO SORT-REJECT-REASON
           RELEASE SORT-RECORD.

      *    A key keyed under a branch that has since merged is listed
      *    on the successor's statement - suspense and hard-reject
      *    images still carry the closed branch's code, so every
      *    source is resolved the same way to keep a key's records
      *    together.
       3600-SET-SORT-BRANCH.
           MOVE WS-SOURCE-BRANCH TO SUC-BRANCH-IN
           MOVE WS-RUN-DATE      TO SUC-AS-OF-DATE
           CALL 'ECHOSUC' USING SUC-PARMS
           IF SUC-FAILED
               DISPLAY 'ECHOSTM - SUCCESSOR LOOKUP FAILED FOR BRANCH '
                   WS-SOURCE-BRANCH
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF
           MOVE SUC-BRANCH-OUT   TO SORT-BRANCH-CODE.

       3099-SELECT-EXIT.
           EXIT.

      *    Records return grouped by branch, then by confirmation
      *    key; a change of key settles the key just finished and a
      *    change of branch closes that branch's pages.
       4000-PRINT-STATEMENT SECTION.
       4010-PRINT-ALL.
           IF FATAL-ERROR
               SET END-OF-SORT TO TRUE
           ELSE
               PERFORM 4050-OPEN-PRINT-FILES
           END-IF

           IF NOT END-OF-SORT
               PERFORM 4100-RETURN-SORTED
           END-IF
           PERFORM 4200-GATHER-RECORD UNTIL END-OF-SORT

           IF NOT FATAL-ERROR
               IF WS-PREV-BRANCH NOT = LOW-VALUES
                   PERFORM 4500-SETTLE-KEY
                   PERFORM 4700-PRINT-BRANCH-TOTALS
               END-IF
               PERFORM 4750-PRINT-GRAND-TOTALS
               PERFORM 4780-PRINT-TIE-OUT
               CLOSE STATEMENT-FILE
               CLOSE BRANCH-MASTER-FILE
               CLOSE EXTRACT-CONTROL-FILE
           END-IF
           GO TO 4099-PRINT-EXIT.

       4050-OPEN-PRINT-FILES.
           OPEN OUTPUT STATEMENT-FILE
           IF NOT WS-STM-OK
               DISPLAY 'ECHOSTM - OPEN STMLIST FAILED, STATUS='
                   WS-STM-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-SORT TO TRUE
           END-IF

           IF NOT END-OF-SORT
               OPEN INPUT BRANCH-MASTER-FILE
               IF NOT WS-BRM-OK
                   DISPLAY 'ECHOSTM - OPEN BRMASTER FAILED, STATUS='
                       WS-BRM-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-SORT TO TRUE
               END-IF
           END-IF

           IF NOT END-OF-SORT
               OPEN INPUT EXTRACT-CONTROL-FILE
               IF NOT WS-EXTCTL-OK
                   DISPLAY 'ECHOSTM - OPEN EXTCTL FAILED, STATUS='
                       WS-EXTCTL-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-SORT TO TRUE
               END-IF
           END-IF.

       4100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

       4200-GATHER-RECORD.
           EVALUATE TRUE
               WHEN SORT-BRANCH-CODE NOT = WS-PREV-BRANCH
                   IF WS-PREV-BRANCH NOT = LOW-VALUES
                       PERFORM 4500-SETTLE-KEY
                       PERFORM 4700-PRINT-BRANCH-TOTALS
                   END-IF
                   MOVE SORT-BRANCH-CODE TO WS-PREV-BRANCH
                   MOVE ZEROS TO WS-BRANCH-COUNTS
                   PERFORM 4300-START-BRANCH-PAGE
                   MOVE SORT-CONF-KEY TO WS-PREV-KEY
                   PERFORM 4400-RESET-KEY
               WHEN SORT-CONF-KEY NOT = WS-PREV-KEY
                   PERFORM 4500-SETTLE-KEY
                   MOVE SORT-CONF-KEY TO WS-PREV-KEY
                   PERFORM 4400-RESET-KEY
           END-EVALUATE

           EVALUATE SORT-REC-TYPE
               WHEN 'A'
                   PERFORM 4210-TAKE-AUDIT
               WHEN 'R'
                   SET KEY-ON-REPORT TO TRUE
                   MOVE SORT-MATCH-INDS  TO WS-KEY-REPORT-INDS
                   MOVE SORT-RETURN-CODE TO WS-KEY-REPORT-RC
                   MOVE SORT-AMT-A       TO WS-KEY-REPORT-AMT
               WHEN 'S'
                   SET KEY-IN-SUSPENSE TO TRUE
                   PERFORM 4220-TAKE-SUSPENSE-FORMAT
               WHEN 'X'
                   SET KEY-HARD-REJECTED TO TRUE
                   PERFORM 4220-TAKE-SUSPENSE-FORMAT
           END-EVALUATE

           PERFORM 4100-RETURN-SORTED.

      *    Every call counts toward the branch's ECHO2 calls by the
      *    ECHOTOT rules; only batch, reprocess and correction calls
      *    decide the match state - an ECHOENT desk entry is settled
      *    again when the loan comes through the feed.
       4210-TAKE-AUDIT.
           ADD 1 TO WS-BR-PROCESSED
           IF SORT-RETURN-CODE NOT = ZERO
               ADD 1 TO WS-BR-REJECT
           ELSE
               IF SORT-MATCH-IND0 = 'M' AND SORT-MATCH-IND1 = 'M'
                       AND SORT-MATCH-IND2 = 'M'
                       AND (SORT-MATCH-IND3 = 'M'
                           OR SORT-MATCH-IND3 = 'T'
                           OR SORT-MATCH-IND3 = SPACE)
                   ADD 1 TO WS-BR-MATCH
               ELSE
                   ADD 1 TO WS-BR-MISMATCH
               END-IF
           END-IF

           IF SORT-CALL-SOURCE NOT = 'E'
               SET KEY-ON-AUDIT TO TRUE
               MOVE SORT-AUD-KEY     TO WS-KEY-AUDIT-KEY
               MOVE SORT-MATCH-INDS  TO WS-KEY-AUDIT-INDS
               MOVE SORT-RETURN-CODE TO WS-KEY-AUDIT-RC
               MOVE SORT-AMT-A       TO WS-KEY-AUDIT-AMT
           END-IF.

       4220-TAKE-SUSPENSE-FORMAT.
           MOVE SORT-AMT-A TO WS-KEY-SUSP-AMT
           IF SORT-RETRY-COUNT > WS-KEY-RETRY-COUNT
               MOVE SORT-RETRY-COUNT TO WS-KEY-RETRY-COUNT
           END-IF
           MOVE SORT-REJECT-REASON TO WS-KEY-REASON.

       4300-START-BRANCH-PAGE.
           PERFORM 4310-GET-BRANCH-NAME
           PERFORM 4360-PRINT-PAGE-HEADING.

       4310-GET-BRANCH-NAME.
           MOVE SORT-BRANCH-CODE TO BRM-BRANCH-CODE
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   MOVE 'UNKNOWN BRANCH' TO WS-BRANCH-NAME
                   MOVE SPACES TO WS-BRANCH-REGION
               NOT INVALID KEY
                   MOVE BRM-BRANCH-NAME TO WS-BRANCH-NAME
                   MOVE BRM-REGION TO WS-BRANCH-REGION
           END-READ.

       4350-START-OVERFLOW-PAGE.
           PERFORM 4360-PRINT-PAGE-HEADING.

       4360-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO HDR1-DATE
           MOVE WS-PAGE-COUNT TO HDR1-PAGE
           MOVE WS-HDR1 TO STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING PAGE
           IF NOT WS-STM-OK
               PERFORM 4900-PRINT-FAILED
           END-IF
           MOVE 1 TO WS-LINE-COUNT

           MOVE WS-PREV-BRANCH TO HDR2-BRANCH
           MOVE WS-BRANCH-NAME TO HDR2-BRANCH-NAME
           MOVE WS-BRANCH-REGION TO HDR2-REGION
           MOVE WS-HDR2 TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE
           MOVE WS-HDR3 TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE.

       4400-RESET-KEY.
           MOVE 'NNNN' TO WS-KEY-SWITCHES
           MOVE SPACES TO WS-KEY-REPORT-INDS WS-KEY-AUDIT-KEY
               WS-KEY-AUDIT-INDS WS-KEY-REASON
           MOVE ZERO TO WS-KEY-REPORT-RC WS-KEY-REPORT-AMT
               WS-KEY-AUDIT-RC WS-KEY-AUDIT-AMT WS-KEY-SUSP-AMT
               WS-KEY-RETRY-COUNT.

      *    A key seen only as ECHOENT desk entries never reached the
      *    feed and is not a confirmation of this date - its calls
      *    are already counted, but it gets no line.
       4500-SETTLE-KEY.
           IF KEY-ON-REPORT OR KEY-ON-AUDIT
               OR KEY-IN-SUSPENSE OR KEY-HARD-REJECTED
               PERFORM 4510-JUDGE-FINAL-STATE
               PERFORM 4600-PRINT-DETAIL
               ADD 1 TO WS-BR-STATE-COUNT(WS-STATE-SUB)
               ADD 1 TO WS-BR-CONFIRMS
           END-IF.

      *    Extraction is the final word - a loan on EXTCTL for the
      *    date went to servicing whatever happened on the way.
      *    Otherwise a hard reject outranks a duplicate, a duplicate
      *    outranks plain suspense, and what is left is settled by
      *    the latest call: matched but unsent, still mismatched,
      *    or rejected with no suspense record to show for it.
       4510-JUDGE-FINAL-STATE.
           MOVE SPACES TO DTL-NOTE
           MOVE WS-RUN-DATE TO EXT-CTL-APPL-DATE
           MOVE WS-PREV-KEY TO EXT-CTL-CONF-KEY
           READ EXTRACT-CONTROL-FILE
               INVALID KEY
                   IF NOT WS-EXTCTL-NOT-FOUND
                       DISPLAY 'ECHOSTM - READ EXTCTL FAILED, '
                           'STATUS=' WS-EXTCTL-STATUS
                       SET FATAL-ERROR TO TRUE
                       SET END-OF-SORT TO TRUE
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN WS-EXTCTL-OK
                   PERFORM 4520-JUDGE-EXTRACTED
               WHEN KEY-HARD-REJECTED
                   MOVE 7 TO WS-STATE-SUB
                   STRING 'CYCLES ' WS-KEY-RETRY-COUNT ' '
                       WS-KEY-REASON DELIMITED BY SIZE INTO DTL-NOTE
                   END-STRING
               WHEN WS-KEY-REPORT-INDS = 'HHHH'
                   MOVE 8 TO WS-STATE-SUB
                   IF KEY-IN-SUSPENSE
                       STRING 'RETRY ' WS-KEY-RETRY-COUNT ' '
                           WS-KEY-REASON DELIMITED BY SIZE
                           INTO DTL-NOTE
                       END-STRING
                   ELSE
                       MOVE 'KEY ALREADY ON CONFHIST' TO DTL-NOTE
                   END-IF
               WHEN KEY-IN-SUSPENSE
                   MOVE 6 TO WS-STATE-SUB
                   STRING 'RETRY ' WS-KEY-RETRY-COUNT ' '
                       WS-KEY-REASON DELIMITED BY SIZE INTO DTL-NOTE
                   END-STRING
               WHEN KEY-ON-AUDIT AND WS-KEY-AUDIT-RC = ZERO
                   IF WS-KEY-AUDIT-INDS(1:3) = 'MMM'
                       AND (WS-KEY-AUDIT-INDS(4:1) = 'M'
                           OR WS-KEY-AUDIT-INDS(4:1) = 'T'
                           OR WS-KEY-AUDIT-INDS(4:1) = SPACE)
                       MOVE 4 TO WS-STATE-SUB
                   ELSE
                       MOVE 5 TO WS-STATE-SUB
                       STRING 'AUDIT KEY ' WS-KEY-AUDIT-KEY(1:14) '/'
                           WS-KEY-AUDIT-KEY(15:8)
                           DELIMITED BY SIZE INTO DTL-NOTE
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE 9 TO WS-STATE-SUB
                   EVALUATE TRUE
                       WHEN WS-KEY-REPORT-INDS = 'BBBB'
                           MOVE 'BRANCH REJECT' TO DTL-NOTE
                       WHEN WS-KEY-REPORT-INDS = 'LLLL'
                           MOVE 'LOAN MASTER REJECT' TO DTL-NOTE
                       WHEN OTHER
                           IF KEY-ON-AUDIT
                               MOVE WS-KEY-AUDIT-RC TO WS-RC-WORK
                           ELSE
                               MOVE WS-KEY-REPORT-RC TO WS-RC-WORK
                           END-IF
                           STRING 'ECHO2 RC ' WS-RC-WORK
                               DELIMITED BY SIZE INTO DTL-NOTE
                           END-STRING
                   END-EVALUATE
           END-EVALUATE.

       4520-JUDGE-EXTRACTED.
           EVALUATE TRUE
               WHEN EXT-CTL-ACKNOWLEDGED
                   MOVE 1 TO WS-STATE-SUB
               WHEN EXT-CTL-ACK-REJECTED
                   MOVE 2 TO WS-STATE-SUB
               WHEN OTHER
                   MOVE 3 TO WS-STATE-SUB
           END-EVALUATE
           IF EXT-CTL-ACK-PENDING
               STRING 'SENT ' EXT-CTL-SENT-DATE
                   DELIMITED BY SIZE INTO DTL-NOTE
               END-STRING
           ELSE
               STRING 'SENT ' EXT-CTL-SENT-DATE ' ACK '
                   EXT-CTL-ACK-DATE ' ' EXT-CTL-ACK-REASON
                   DELIMITED BY SIZE INTO DTL-NOTE
               END-STRING
           END-IF
           IF EXT-CTL-REPL-AUD-KEY NOT = SPACES
               MOVE 'REPLACED' TO DTL-NOTE(33:8)
           END-IF.

      *    The amount and indicators shown are those of the latest
      *    call when there is one, else what the report or the
      *    suspense record carries.
       4600-PRINT-DETAIL.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 4350-START-OVERFLOW-PAGE
           END-IF

           MOVE WS-PREV-KEY TO DTL-CONF-KEY
           EVALUATE TRUE
               WHEN KEY-ON-AUDIT
                   MOVE WS-KEY-AUDIT-AMT   TO DTL-AMOUNT
                   MOVE WS-KEY-AUDIT-INDS  TO DTL-INDS
               WHEN KEY-ON-REPORT
                   MOVE WS-KEY-REPORT-AMT  TO DTL-AMOUNT
                   MOVE WS-KEY-REPORT-INDS TO DTL-INDS
               WHEN OTHER
                   MOVE WS-KEY-SUSP-AMT    TO DTL-AMOUNT
                   MOVE SPACES             TO DTL-INDS
           END-EVALUATE
           MOVE WS-STATE-NAME(WS-STATE-SUB) TO DTL-STATE
           MOVE WS-DTL-LINE TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE.

       4700-PRINT-BRANCH-TOTALS.
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE
           MOVE 'CONFIRMATIONS FOR THE BRANCH:' TO TOT-LINE-TAG
           MOVE WS-BR-CONFIRMS TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE
           PERFORM 4710-PRINT-BRANCH-STATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > 9

           MOVE 'ECHO2 CALLS PROCESSED:' TO TOT-LINE-TAG
           MOVE WS-BR-PROCESSED TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE
           MOVE '      MATCH:' TO TOT-LINE-TAG
           MOVE WS-BR-MATCH TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE
           MOVE '      MISMATCH:' TO TOT-LINE-TAG
           MOVE WS-BR-MISMATCH TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE
           MOVE '      VALIDATION REJECTS:' TO TOT-LINE-TAG
           MOVE WS-BR-REJECT TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE

           ADD WS-BR-CONFIRMS  TO WS-GR-CONFIRMS
           ADD WS-BR-PROCESSED TO WS-GR-PROCESSED
           ADD WS-BR-MATCH     TO WS-GR-MATCH
           ADD WS-BR-MISMATCH  TO WS-GR-MISMATCH
           ADD WS-BR-REJECT    TO WS-GR-REJECT.

       4710-PRINT-BRANCH-STATE.
           MOVE SPACES TO TOT-LINE-TAG
           MOVE WS-STATE-NAME(WS-STATE-SUB) TO TOT-LINE-TAG(3:26)
           MOVE WS-BR-STATE-COUNT(WS-STATE-SUB) TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE
           ADD WS-BR-STATE-COUNT(WS-STATE-SUB)
               TO WS-GR-STATE-COUNT(WS-STATE-SUB).

       4750-PRINT-GRAND-TOTALS.
           MOVE 'ALL ' TO WS-PREV-BRANCH
           MOVE 'ALL BRANCHES' TO WS-BRANCH-NAME
           MOVE SPACES TO WS-BRANCH-REGION
           PERFORM 4360-PRINT-PAGE-HEADING
           MOVE 'CONFIRMATIONS, ALL BRANCHES:' TO TOT-LINE-TAG
           MOVE WS-GR-CONFIRMS TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE
           PERFORM 4760-PRINT-GRAND-STATE
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > 9
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE.

       4760-PRINT-GRAND-STATE.
           MOVE SPACES TO TOT-LINE-TAG
           MOVE WS-STATE-NAME(WS-STATE-SUB) TO TOT-LINE-TAG(3:26)
           MOVE WS-GR-STATE-COUNT(WS-STATE-SUB) TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE.

      *    The audit trail only grows, so the statement's call
      *    counts can exceed the control totals (calls made after
      *    ECHOTOT ran show in the LATER column) but never fall
      *    below them.
       4780-PRINT-TIE-OUT.
           MOVE WS-TIE-HDR TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE
           IF NOT CTOT-FOUND
               MOVE 'NO ECHOTOT CONTROL TOTALS' TO TOT-LINE-TAG
               MOVE ZERO TO TOT-LINE-COUNT
               MOVE WS-TOT-LINE TO STATEMENT-LINE
               PERFORM 4800-WRITE-LINE
           END-IF

           MOVE 'ECHO2 CALLS PROCESSED:' TO TIE-LINE-TAG
           MOVE WS-CT-PROCESSED TO TIE-LINE-CTOT
           MOVE WS-GR-PROCESSED TO TIE-LINE-STMT
           COMPUTE WS-TIE-DIFF = WS-GR-PROCESSED - WS-CT-PROCESSED
           PERFORM 4790-PRINT-TIE-LINE
           MOVE '      MATCH:' TO TIE-LINE-TAG
           MOVE WS-CT-MATCH TO TIE-LINE-CTOT
           MOVE WS-GR-MATCH TO TIE-LINE-STMT
           COMPUTE WS-TIE-DIFF = WS-GR-MATCH - WS-CT-MATCH
           PERFORM 4790-PRINT-TIE-LINE
           MOVE '      MISMATCH:' TO TIE-LINE-TAG
           MOVE WS-CT-MISMATCH TO TIE-LINE-CTOT
           MOVE WS-GR-MISMATCH TO TIE-LINE-STMT
           COMPUTE WS-TIE-DIFF = WS-GR-MISMATCH - WS-CT-MISMATCH
           PERFORM 4790-PRINT-TIE-LINE
           MOVE '      VALIDATION REJECTS:' TO TIE-LINE-TAG
           MOVE WS-CT-REJECT TO TIE-LINE-CTOT
           MOVE WS-GR-REJECT TO TIE-LINE-STMT
           COMPUTE WS-TIE-DIFF = WS-GR-REJECT - WS-CT-REJECT
           PERFORM 4790-PRINT-TIE-LINE.

      *    The caller sets the tag, both counts and WS-TIE-DIFF.
       4790-PRINT-TIE-LINE.
           MOVE WS-TIE-DIFF TO TIE-LINE-DIFF
           IF WS-TIE-DIFF < ZERO
               MOVE 'N' TO WS-BALANCE-SW
               MOVE 'OUT OF BALANCE' TO TIE-LINE-FLAG
           ELSE
               MOVE SPACES TO TIE-LINE-FLAG
           END-IF
           MOVE WS-TIE-LINE TO STATEMENT-LINE
           PERFORM 4800-WRITE-LINE.

       4800-WRITE-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
           IF NOT WS-STM-OK
               PERFORM 4900-PRINT-FAILED
           END-IF
           ADD 1 TO WS-LINE-COUNT.

       4900-PRINT-FAILED.
           DISPLAY 'ECHOSTM - WRITE STMLIST FAILED, STATUS='
               WS-STM-STATUS
           SET FATAL-ERROR TO TRUE
           SET END-OF-SORT TO TRUE.

       4099-PRINT-EXIT.
           EXIT.

       END PROGRAM ECHOSTM.
