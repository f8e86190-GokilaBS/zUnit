       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHORBH.
      *****************************************************************
      *                                                               *
      *   ECHORBH - Forward-recovery rebuild of the confirmation-key  *
      *             history KSDS (CONFHIST) from the audit trail.     *
      *             ECHOBAT writes a history record for every         *
      *             confirmation ECHO2 accepts on a batch call, and   *
      *             each of those calls left an audit record - so the *
      *             history can be put back from the archive          *
      *             generations (ARCHIN, the whole AUDARCH GDG        *
      *             concatenated) and the live cluster (AUDITFL) if   *
      *             the cluster is lost or damaged. Without it an     *
      *             empty history would let a resent night's loans    *
      *             confirm a second time.                            *
      *                                                               *
      *             A history record is rebuilt for every audit       *
      *             record with return code zero that is neither a    *
      *             correction (AUD-ORIG-KEY set) nor an ECHOENT      *
      *             desk entry ('E') - the calls ECHOBAT makes. The   *
      *             confirmed date is the day of the call (the audit  *
      *             timestamp date): ECHOBAT stamps its PARM date,    *
      *             which the call can never precede, so the rebuilt  *
      *             date is never earlier than the original and no    *
      *             key leaves the window sooner than it would have.  *
      *             Where a key was accepted more than once the       *
      *             earliest call is kept, as ECHOBAT's duplicate-key *
      *             write keeps the first. Calls before the cutoff    *
      *             are left out, as ECHOHPG would have purged them.  *
      *                                                               *
      *             The rebuilt records go to CNFHNEW in key order,   *
      *             ready for REPRO into a freshly defined cluster,   *
      *             and are compared record for record with whatever  *
      *             copy of the history survives (SURVHIST - a flat   *
      *             REPRO of the damaged cluster or of a backup; DD   *
      *             DUMMY when nothing survives). Where the surviving *
      *             record agrees on the branch and carries an        *
      *             earlier valid date, that date is kept - it is     *
      *             the PARM date the trail does not hold.            *
      *                                                               *
      *             PARM='YYYYMMDD nnn' - the run date and the        *
      *             retention period in business days, as ECHOHPG     *
      *             takes them; PARM='YYYYMMDD' alone is the cutoff   *
      *             itself. RETURN-CODE 8 when a surviving record     *
      *             inside the window was not rebuilt or disagrees    *
      *             on its branch or date, or an audit record could   *
      *             not be read - the rebuilt file is not proven and  *
      *             must not be loaded until RBHLIST is explained.    *
      *             RETURN-CODE 4 when the rebuild only adds keys the *
      *             surviving copy lacks or drops ones due for        *
      *             purge, 12 on a file error, 16 if the internal     *
      *             sort fails.                                       *
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

           SELECT ARCHIVE-IN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.

           SELECT OPTIONAL SURVIVOR-FILE ASSIGN TO SURVHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SURV-STATUS.

           SELECT REBUILT-FILE ASSIGN TO CNFHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REBUILT-STATUS.

           SELECT REBUILD-LIST-FILE ASSIGN TO RBHLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  ARCHIVE-IN-FILE
           RECORDING MODE IS F.
       01 ARCHIVE-IN-RECORD     Pic X(188).

       FD  SURVIVOR-FILE
           RECORDING MODE IS F.
       01 SURVIVOR-RECORD       Pic X(22).

       FD  REBUILT-FILE
           RECORDING MODE IS F.
           COPY CNFHREC.

       FD  REBUILD-LIST-FILE
           RECORDING MODE IS F.
       01 REBUILD-LIST-LINE     Pic X(132).

      *    One entry per accepted batch call inside the window, from
      *    either source, sorted so each key's earliest call comes
      *    first.
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SORT-CONF-KEY      Pic X(10).
          05 SORT-TIMESTAMP     Pic X(14).
          05 SORT-SEQUENCE      Pic X(08).
          05 SORT-BRANCH        Pic X(04).
          05 SORT-SOURCE        Pic X(01).
             88 SORT-FROM-ARCHIVE VALUE 'A'.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       Pic X(02).
          88 WS-AUDIT-OK        VALUE '00'.
       01 WS-ARCHIN-STATUS      Pic X(02).
          88 WS-ARCHIN-OK       VALUE '00'.
      *    '05' is a successful OPEN of the OPTIONAL surviving copy
      *    when its DD names no dataset.
       01 WS-SURV-STATUS        Pic X(02).
          88 WS-SURV-OK         VALUE '00' '05'.
       01 WS-REBUILT-STATUS     Pic X(02).
          88 WS-REBUILT-OK      VALUE '00'.
       01 WS-LIST-STATUS        Pic X(02).
          88 WS-LIST-OK         VALUE '00'.
       01 WS-EOF-SWITCH         Pic X(01) VALUE 'N'.
          88 END-OF-INPUT       VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH    Pic X(01) VALUE 'N'.
          88 END-OF-SORT        VALUE 'Y'.
       01 WS-SURV-EOF-SWITCH    Pic X(01) VALUE 'N'.
          88 END-OF-SURVIVOR    VALUE 'Y'.
       01 WS-SURV-TAKEN-SW      Pic X(01).
          88 SURVIVOR-TAKEN     VALUE 'Y'.
       01 WS-SURV-PRESENT-SW    Pic X(01) VALUE 'N'.
          88 SURVIVOR-PRESENT   VALUE 'Y'.
       01 WS-FATAL-SW           Pic X(01) VALUE 'N'.
          88 FATAL-ERROR        VALUE 'Y'.
       01 WS-CUTOFF-DATE        Pic X(08).
       01 WS-RUN-DATE           Pic X(08) VALUE SPACES.
       01 WS-RETENTION-DAYS     Pic 9(03) VALUE ZERO.
       01 WS-KEY                Pic X(10).
       01 WS-SOURCE-NAME        Pic X(07).
       01 WS-SURV-PREV-KEY      Pic X(10) VALUE LOW-VALUES.

       01 WS-COUNTS.
          05 WS-ARCHIVE-READ    Pic 9(08) VALUE ZERO.
          05 WS-LIVE-READ       Pic 9(08) VALUE ZERO.
          05 WS-UNREADABLE      Pic 9(08) VALUE ZERO.
          05 WS-CALLS-TAKEN     Pic 9(08) VALUE ZERO.
          05 WS-BEFORE-CUTOFF   Pic 9(08) VALUE ZERO.
          05 WS-REPEATS         Pic 9(08) VALUE ZERO.
          05 WS-REBUILT         Pic 9(08) VALUE ZERO.
          05 WS-SURV-READ       Pic 9(08) VALUE ZERO.
          05 WS-SURV-ORDER      Pic 9(08) VALUE ZERO.
          05 WS-AGREED          Pic 9(08) VALUE ZERO.
          05 WS-DATES-TAKEN     Pic 9(08) VALUE ZERO.
          05 WS-ADDED           Pic 9(08) VALUE ZERO.
          05 WS-PURGE-DUE       Pic 9(08) VALUE ZERO.
          05 WS-NOT-RECOVERED   Pic 9(08) VALUE ZERO.
          05 WS-BRANCH-DIFFS    Pic 9(08) VALUE ZERO.
          05 WS-DATE-DIFFS      Pic 9(08) VALUE ZERO.

      *    Offsets follow AUDREC.cpy: 22-byte AUD-KEY, the input
      *    pairs and amounts, 43 bytes of echoed output, the match
      *    indicators and return code, branch and application date,
      *    the confirmation key, the correction link and the call
      *    source.
       01 WS-ARCHIVE-RECORD     Pic X(188).
       01 WS-ARCHIVE-FIELDS REDEFINES WS-ARCHIVE-RECORD.
          05 WS-ARC-TIMESTAMP   Pic X(14).
          05 WS-ARC-SEQUENCE    Pic X(08).
          05 FILLER             Pic X(58).
          05 FILLER             Pic X(43).
          05 WS-ARC-MATCH-INDS  Pic X(04).
          05 WS-ARC-RETURN-CODE Pic X(02).
          05 WS-ARC-BRANCH      Pic X(04).
          05 WS-ARC-APPL-DATE   Pic X(08).
          05 WS-ARC-CONF-KEY    Pic X(10).
          05 WS-ARC-ORIG-TIMESTAMP Pic X(14).
          05 WS-ARC-ORIG-SEQUENCE  Pic X(08).
          05 WS-ARC-CALL-SOURCE Pic X(01).
          05 FILLER             Pic X(14).

      *    The surviving copy, laid out as CNFHREC.
       01 WS-SURVIVOR-RECORD.
          05 WS-SRV-CONF-KEY       Pic X(10).
          05 WS-SRV-CONFIRMED-DATE Pic X(08).
          05 WS-SRV-BRANCH-CODE    Pic X(04).

      *    The audit record being judged, from either source.
       01 WS-CALL.
          05 WS-CALL-TIMESTAMP  Pic X(14).
          05 WS-CALL-TS-DATE REDEFINES WS-CALL-TIMESTAMP.
             10 WS-CALL-DATE    Pic X(08).
             10 FILLER          Pic X(06).
          05 WS-CALL-SEQUENCE   Pic X(08).
          05 WS-CALL-RC         Pic X(02).
          05 WS-CALL-BRANCH     Pic X(04).
          05 WS-CALL-CONF-KEY   Pic X(10).
          05 WS-CALL-ORIG-TS    Pic X(14).
          05 WS-CALL-SOURCE     Pic X(01).
          05 WS-CALL-FROM       Pic X(01).

       01 WS-HDR1.
          05 FILLER             Pic X(40)
             VALUE 'CONFHIST FORWARD-RECOVERY REBUILD'.
          05 FILLER             Pic X(12) VALUE ' - RUN DATE '.
          05 HDR1-RUN-DATE      Pic X(08).
          05 FILLER             Pic X(10) VALUE '  CUTOFF '.
          05 HDR1-CUTOFF        Pic X(08).
          05 FILLER             Pic X(54) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 SECT-TITLE         Pic X(60).
          05 FILLER             Pic X(72) VALUE SPACES.

       01 WS-CMP-HDR.
          05 FILLER             Pic X(22) VALUE 'RESULT'.
          05 FILLER             Pic X(12) VALUE 'CONF KEY'.
          05 FILLER             Pic X(16) VALUE 'REBUILT'.
          05 FILLER             Pic X(16) VALUE 'SURVIVING'.
          05 FILLER             Pic X(66) VALUE 'NOTE'.

       01 WS-CMP-LINE.
          05 CMP-RESULT         Pic X(20).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 CMP-CONF-KEY       Pic X(10).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 CMP-NEW-DATE       Pic X(08).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 CMP-NEW-BRANCH     Pic X(04).
          05 FILLER             Pic X(03) VALUE SPACES.
          05 CMP-OLD-DATE       Pic X(08).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 CMP-OLD-BRANCH     Pic X(04).
          05 FILLER             Pic X(03) VALUE SPACES.
          05 CMP-NOTE           Pic X(50).
          05 FILLER             Pic X(16) VALUE SPACES.

       01 WS-TOT-LINE.
          05 TOT-LINE-TAG       Pic X(34).
          05 TOT-LINE-COUNT     Pic ZZZZZZZ9.
          05 FILLER             Pic X(90) VALUE SPACES.

       COPY BDYPARM.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
          05 WS-PARM-VALUE      Pic X(12).

       PROCEDURE DIVISION USING WS-RUN-PARM.
       0000-MAIN SECTION.
       0010-DRIVE.
           PERFORM 1000-INITIALIZE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CONF-KEY
                                SORT-TIMESTAMP
                                SORT-SEQUENCE
               INPUT PROCEDURE IS 3000-RELEASE-TRAIL
               OUTPUT PROCEDURE IS 5000-REBUILD-HISTORY
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ECHORBH - INTERNAL SORT FAILED, '
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

      *    The cutoff is required, for the reason ECHOHPG requires
      *    it: defaulting it would rebuild a history that either
      *    refuses every re-used key or lets recent resends through.
       1000-INITIALIZE.
           IF WS-PARM-LEN >= 8
               AND WS-PARM-VALUE(1:8) IS NUMERIC
               IF WS-PARM-LEN >= 12
                   AND WS-PARM-VALUE(10:3) IS NUMERIC
                   MOVE WS-PARM-VALUE(1:8) TO WS-RUN-DATE
                   MOVE WS-PARM-VALUE(10:3) TO WS-RETENTION-DAYS
                   PERFORM 1100-FIND-CUTOFF
               ELSE
                   MOVE WS-PARM-VALUE(1:8) TO WS-CUTOFF-DATE
               END-IF
           ELSE
               DISPLAY 'ECHORBH - PARM MUST BE THE YYYYMMDD RUN DATE '
                   'AND RETENTION BUSINESS DAYS, OR THE YYYYMMDD '
                   'CUTOFF DATE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SURVIVOR-FILE
           IF NOT WS-SURV-OK
               DISPLAY 'ECHORBH - OPEN SURVHIST FAILED, STATUS='
                   WS-SURV-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REBUILT-FILE
           IF NOT WS-REBUILT-OK
               DISPLAY 'ECHORBH - OPEN CNFHNEW FAILED, STATUS='
                   WS-REBUILT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REBUILD-LIST-FILE
           IF NOT WS-LIST-OK
               DISPLAY 'ECHORBH - OPEN RBHLIST FAILED, STATUS='
                   WS-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-RUN-DATE TO HDR1-RUN-DATE
           MOVE WS-CUTOFF-DATE TO HDR1-CUTOFF
           MOVE WS-HDR1 TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE SPACES TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'COMPARISON WITH THE SURVIVING COPY' TO SECT-TITLE
           MOVE WS-SECTION-LINE TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE WS-CMP-HDR TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

      *    A zero retention would rebuild an empty history -
      *    refused as ECHOHPG refuses it.
       1100-FIND-CUTOFF.
           IF WS-RETENTION-DAYS = ZERO
               DISPLAY 'ECHORBH - RETENTION BUSINESS DAYS MUST BE '
                   'GREATER THAN ZERO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'B' TO BDY-FUNCTION
           MOVE WS-RUN-DATE TO BDY-FROM-DATE
           MOVE WS-RETENTION-DAYS TO BDY-DAY-COUNT
           CALL 'ECHOBDY' USING BDY-PARMS
           IF BDY-FAILED
               DISPLAY 'ECHORBH - BUSINESS-DAY CUTOFF COULD NOT BE '
                   'WORKED OUT FROM ' WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BDY-TO-DATE TO WS-CUTOFF-DATE
           DISPLAY 'ECHORBH - RUN DATE ' WS-RUN-DATE ' LESS '
               WS-RETENTION-DAYS ' BUSINESS DAYS GIVES CUTOFF '
               WS-CUTOFF-DATE.

       8000-WRITE-LIST-LINE.
           WRITE REBUILD-LIST-LINE
           IF NOT WS-LIST-OK
               DISPLAY 'ECHORBH - WRITE RBHLIST FAILED, STATUS='
                   WS-LIST-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-SORT TO TRUE
               SET END-OF-INPUT TO TRUE
               SET END-OF-SURVIVOR TO TRUE
           END-IF.

       8100-WRITE-TOTAL.
           MOVE WS-TOT-LINE TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

       9000-TERMINATE.
           MOVE SPACES TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           IF NOT SURVIVOR-PRESENT
               MOVE 'NO SURVIVING COPY - REBUILT FROM THE TRAIL ALONE'
                   TO SECT-TITLE
               MOVE WS-SECTION-LINE TO REBUILD-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
               MOVE SPACES TO REBUILD-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
           END-IF
           MOVE 'ARCHIVE RECORDS READ:             ' TO TOT-LINE-TAG
           MOVE WS-ARCHIVE-READ TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'LIVE RECORDS READ:                ' TO TOT-LINE-TAG
           MOVE WS-LIVE-READ TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'UNREADABLE AUDIT RECORDS:         ' TO TOT-LINE-TAG
           MOVE WS-UNREADABLE TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ACCEPTED BATCH CALLS IN WINDOW:   ' TO TOT-LINE-TAG
           MOVE WS-CALLS-TAKEN TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ACCEPTED CALLS BEFORE CUTOFF:     ' TO TOT-LINE-TAG
           MOVE WS-BEFORE-CUTOFF TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'LATER CALLS FOR A KEY (DROPPED):  ' TO TOT-LINE-TAG
           MOVE WS-REPEATS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'HISTORY RECORDS REBUILT:          ' TO TOT-LINE-TAG
           MOVE WS-REBUILT TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'SURVIVING RECORDS READ:           ' TO TOT-LINE-TAG
           MOVE WS-SURV-READ TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'SURVIVING RECORDS OUT OF ORDER:   ' TO TOT-LINE-TAG
           MOVE WS-SURV-ORDER TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'AGREED WITH SURVIVING COPY:       ' TO TOT-LINE-TAG
           MOVE WS-AGREED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'CONFIRMED DATES TAKEN FROM COPY:  ' TO TOT-LINE-TAG
           MOVE WS-DATES-TAKEN TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ADDED BY THE REBUILD:             ' TO TOT-LINE-TAG
           MOVE WS-ADDED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'SURVIVING, DUE FOR PURGE:         ' TO TOT-LINE-TAG
           MOVE WS-PURGE-DUE TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'SURVIVING, NOT RECOVERED:         ' TO TOT-LINE-TAG
           MOVE WS-NOT-RECOVERED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'BRANCH DIFFERENCES:               ' TO TOT-LINE-TAG
           MOVE WS-BRANCH-DIFFS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'DATE DIFFERENCES:                 ' TO TOT-LINE-TAG
           MOVE WS-DATE-DIFFS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL

           CLOSE SURVIVOR-FILE
           CLOSE REBUILT-FILE
           CLOSE REBUILD-LIST-FILE

           DISPLAY 'ECHORBH - CUTOFF DATE:       ' WS-CUTOFF-DATE
           DISPLAY 'ECHORBH - RECORDS REBUILT:   ' WS-REBUILT
           DISPLAY 'ECHORBH - SURVIVING READ:    ' WS-SURV-READ
           DISPLAY 'ECHORBH - NOT RECOVERED:     ' WS-NOT-RECOVERED
           DISPLAY 'ECHORBH - BRANCH DIFFS:      ' WS-BRANCH-DIFFS
           DISPLAY 'ECHORBH - DATE DIFFS:        ' WS-DATE-DIFFS
           DISPLAY 'ECHORBH - ADDED:             ' WS-ADDED
           EVALUATE TRUE
               WHEN WS-NOT-RECOVERED > ZERO
                   OR WS-BRANCH-DIFFS > ZERO
                   OR WS-DATE-DIFFS > ZERO
                   OR WS-UNREADABLE > ZERO
                   OR WS-SURV-ORDER > ZERO
                   DISPLAY 'ECHORBH - REBUILT HISTORY IS NOT PROVEN '
                       'COMPLETE - SEE RBHLIST - RETURN-CODE 8'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ADDED > ZERO
                   OR WS-PURGE-DUE > ZERO
                   DISPLAY 'ECHORBH - REBUILD DIFFERS FROM THE '
                       'SURVIVING COPY ONLY BY ADDED OR EXPIRED KEYS '
                       '- RETURN-CODE 4'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    The archive generations first, then the live cluster;
      *    the sort puts each key's calls back in time order.
       3000-RELEASE-TRAIL SECTION.
       3010-SCAN-SOURCES.
           PERFORM 3100-SCAN-ARCHIVE
           IF NOT FATAL-ERROR
               PERFORM 3200-SCAN-LIVE
           END-IF
           GO TO 3099-RELEASE-EXIT.

       3100-SCAN-ARCHIVE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVE-IN-FILE
           IF NOT WS-ARCHIN-OK
               DISPLAY 'ECHORBH - OPEN ARCHIN FAILED, STATUS='
                   WS-ARCHIN-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3110-READ-ARCHIVE
               PERFORM 3120-JUDGE-ARCHIVE UNTIL END-OF-INPUT
               CLOSE ARCHIVE-IN-FILE
           END-IF.

       3110-READ-ARCHIVE.
           READ ARCHIVE-IN-FILE INTO WS-ARCHIVE-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-ARCHIN-OK
               DISPLAY 'ECHORBH - READ ARCHIN FAILED, STATUS='
                   WS-ARCHIN-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3120-JUDGE-ARCHIVE.
           ADD 1 TO WS-ARCHIVE-READ
           MOVE WS-ARC-TIMESTAMP      TO WS-CALL-TIMESTAMP
           MOVE WS-ARC-SEQUENCE       TO WS-CALL-SEQUENCE
           MOVE WS-ARC-RETURN-CODE    TO WS-CALL-RC
           MOVE WS-ARC-BRANCH         TO WS-CALL-BRANCH
           MOVE WS-ARC-CONF-KEY       TO WS-CALL-CONF-KEY
           MOVE WS-ARC-ORIG-TIMESTAMP TO WS-CALL-ORIG-TS
           MOVE WS-ARC-CALL-SOURCE    TO WS-CALL-SOURCE
           MOVE 'A'                   TO WS-CALL-FROM
           PERFORM 3300-JUDGE-CALL
           PERFORM 3110-READ-ARCHIVE.

       3200-SCAN-LIVE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY 'ECHORBH - OPEN AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3210-READ-LIVE
               PERFORM 3220-JUDGE-LIVE UNTIL END-OF-INPUT
               CLOSE AUDIT-FILE
           END-IF.

       3210-READ-LIVE.
           READ AUDIT-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-AUDIT-OK
               DISPLAY 'ECHORBH - READ AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3220-JUDGE-LIVE.
           ADD 1 TO WS-LIVE-READ
           MOVE AUD-TIMESTAMP      TO WS-CALL-TIMESTAMP
           MOVE AUD-SEQUENCE       TO WS-CALL-SEQUENCE
           MOVE AUD-RETURN-CODE    TO WS-CALL-RC
           MOVE AUD-BRANCH-CODE    TO WS-CALL-BRANCH
           MOVE AUD-CONF-KEY       TO WS-CALL-CONF-KEY
           MOVE AUD-ORIG-TIMESTAMP TO WS-CALL-ORIG-TS
           MOVE AUD-CALL-SOURCE    TO WS-CALL-SOURCE
           MOVE 'L'                TO WS-CALL-FROM
           PERFORM 3300-JUDGE-CALL
           PERFORM 3210-READ-LIVE.

      *    Only the calls ECHOBAT makes put a key on the history:
      *    accepted (return code zero), not a correction and not a
      *    desk entry. A record whose return code or call date
      *    cannot be read is listed - it may be a confirmation the
      *    rebuilt history is missing.
       3300-JUDGE-CALL.
           EVALUATE TRUE
               WHEN WS-CALL-RC NOT NUMERIC
                   OR WS-CALL-DATE NOT NUMERIC
                   ADD 1 TO WS-UNREADABLE
                   MOVE SPACES TO WS-CMP-LINE
                   MOVE 'UNREADABLE AUDIT' TO CMP-RESULT
                   MOVE WS-CALL-CONF-KEY TO CMP-CONF-KEY
                   IF WS-CALL-FROM = 'A'
                       MOVE 'ARCHIVE' TO WS-SOURCE-NAME
                   ELSE
                       MOVE 'LIVE' TO WS-SOURCE-NAME
                   END-IF
                   STRING WS-SOURCE-NAME ' AUDIT KEY '
                       WS-CALL-TIMESTAMP WS-CALL-SEQUENCE
                       ' - LEFT OUT' DELIMITED BY SIZE INTO CMP-NOTE
                   END-STRING
                   MOVE WS-CMP-LINE TO REBUILD-LIST-LINE
                   PERFORM 8000-WRITE-LIST-LINE
               WHEN WS-CALL-RC NOT = '00'
                   OR WS-CALL-ORIG-TS NOT = SPACES
                   OR WS-CALL-SOURCE = 'E'
                   OR WS-CALL-CONF-KEY = SPACES
                   CONTINUE
               WHEN WS-CALL-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-BEFORE-CUTOFF
               WHEN OTHER
                   ADD 1 TO WS-CALLS-TAKEN
                   MOVE WS-CALL-CONF-KEY  TO SORT-CONF-KEY
                   MOVE WS-CALL-TIMESTAMP TO SORT-TIMESTAMP
                   MOVE WS-CALL-SEQUENCE  TO SORT-SEQUENCE
                   MOVE WS-CALL-BRANCH    TO SORT-BRANCH
                   MOVE WS-CALL-FROM      TO SORT-SOURCE
                   RELEASE SORT-RECORD
           END-EVALUATE.

       3099-RELEASE-EXIT.
           EXIT.

      *    Each key's earliest call becomes its history record; the
      *    rebuilt keys and the surviving copy are both in key
      *    order, so they are matched as they go.
       5000-REBUILD-HISTORY SECTION.
       5010-REBUILD-ALL.
           IF FATAL-ERROR
               SET END-OF-SORT TO TRUE
               SET END-OF-SURVIVOR TO TRUE
           ELSE
               PERFORM 5100-READ-SURVIVOR
               IF NOT END-OF-SURVIVOR
                   SET SURVIVOR-PRESENT TO TRUE
               END-IF
               PERFORM 5150-RETURN-SORTED
           END-IF
           PERFORM 5200-TAKE-KEY UNTIL END-OF-SORT
           PERFORM 5500-SURVIVOR-ONLY UNTIL END-OF-SURVIVOR
           GO TO 5099-REBUILD-EXIT.

       5100-READ-SURVIVOR.
           MOVE 'N' TO WS-SURV-TAKEN-SW
           PERFORM 5110-READ-ONE-SURVIVOR
               UNTIL SURVIVOR-TAKEN OR END-OF-SURVIVOR.

      *    A surviving copy out of key order cannot be matched - the
      *    record is listed and passed over.
       5110-READ-ONE-SURVIVOR.
           READ SURVIVOR-FILE INTO WS-SURVIVOR-RECORD
               AT END SET END-OF-SURVIVOR TO TRUE
           END-READ
           IF NOT END-OF-SURVIVOR
               IF NOT WS-SURV-OK
                   DISPLAY 'ECHORBH - READ SURVHIST FAILED, STATUS='
                       WS-SURV-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-SURVIVOR TO TRUE
                   SET END-OF-SORT TO TRUE
               ELSE
                   ADD 1 TO WS-SURV-READ
                   IF WS-SRV-CONF-KEY NOT > WS-SURV-PREV-KEY
                       ADD 1 TO WS-SURV-ORDER
                       MOVE SPACES TO WS-CMP-LINE
                       MOVE 'SURVIVOR OUT OF ORDER' TO CMP-RESULT
                       MOVE WS-SRV-CONF-KEY       TO CMP-CONF-KEY
                       MOVE WS-SRV-CONFIRMED-DATE TO CMP-OLD-DATE
                       MOVE WS-SRV-BRANCH-CODE    TO CMP-OLD-BRANCH
                       MOVE 'NOT AFTER THE KEY BEFORE IT - PASSED OVER'
                           TO CMP-NOTE
                       MOVE WS-CMP-LINE TO REBUILD-LIST-LINE
                       PERFORM 8000-WRITE-LIST-LINE
                   ELSE
                       MOVE WS-SRV-CONF-KEY TO WS-SURV-PREV-KEY
                       SET SURVIVOR-TAKEN TO TRUE
                   END-IF
               END-IF
           END-IF.

       5150-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

       5200-TAKE-KEY.
           MOVE SORT-CONF-KEY TO WS-KEY
           MOVE SPACES TO CONF-HISTORY-RECORD
           MOVE SORT-CONF-KEY       TO CNFH-CONF-KEY
           MOVE SORT-TIMESTAMP(1:8) TO CNFH-CONFIRMED-DATE
           MOVE SORT-BRANCH         TO CNFH-BRANCH-CODE
           PERFORM 5150-RETURN-SORTED
           PERFORM 5210-SKIP-REPEAT
               UNTIL END-OF-SORT OR SORT-CONF-KEY NOT = WS-KEY

           PERFORM 5500-SURVIVOR-ONLY
               UNTIL END-OF-SURVIVOR OR WS-SRV-CONF-KEY NOT < WS-KEY
           IF NOT END-OF-SURVIVOR AND WS-SRV-CONF-KEY = WS-KEY
               PERFORM 5300-COMPARE-RECORD
               PERFORM 5100-READ-SURVIVOR
           ELSE
               IF SURVIVOR-PRESENT
                   ADD 1 TO WS-ADDED
                   MOVE SPACES TO WS-CMP-LINE
                   MOVE 'ADDED BY REBUILD' TO CMP-RESULT
                   PERFORM 5400-LIST-REBUILT
                   MOVE 'NOT ON THE SURVIVING COPY' TO CMP-NOTE
                   MOVE WS-CMP-LINE TO REBUILD-LIST-LINE
                   PERFORM 8000-WRITE-LIST-LINE
               END-IF
           END-IF

           IF NOT FATAL-ERROR
               WRITE CONF-HISTORY-RECORD
               IF NOT WS-REBUILT-OK
                   DISPLAY 'ECHORBH - WRITE CNFHNEW FAILED, STATUS='
                       WS-REBUILT-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-SORT TO TRUE
                   SET END-OF-SURVIVOR TO TRUE
               ELSE
                   ADD 1 TO WS-REBUILT
               END-IF
           END-IF.

      *    A key accepted again later - after the history let it go
      *    at the end of its window - keeps its first call.
       5210-SKIP-REPEAT.
           ADD 1 TO WS-REPEATS
           PERFORM 5150-RETURN-SORTED.

      *    The trail's branch is the one ECHOBAT filed; a surviving
      *    record naming another is listed and the trail kept, date
      *    and all. Otherwise the surviving date is kept when it is
      *    the earlier - the PARM date of a run that went past
      *    midnight - and listed when it is later than the call
      *    itself, which cannot happen.
       5300-COMPARE-RECORD.
           MOVE SPACES TO WS-CMP-LINE
           PERFORM 5400-LIST-REBUILT
           MOVE WS-SRV-CONFIRMED-DATE TO CMP-OLD-DATE
           MOVE WS-SRV-BRANCH-CODE    TO CMP-OLD-BRANCH

           IF WS-SRV-BRANCH-CODE NOT = CNFH-BRANCH-CODE
               ADD 1 TO WS-BRANCH-DIFFS
               MOVE 'BRANCH DIFFERS' TO CMP-RESULT
               MOVE 'BRANCH FROM THE TRAIL KEPT' TO CMP-NOTE
               MOVE WS-CMP-LINE TO REBUILD-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
           END-IF

           EVALUATE TRUE
               WHEN WS-SRV-CONFIRMED-DATE = CNFH-CONFIRMED-DATE
                   IF WS-SRV-BRANCH-CODE = CNFH-BRANCH-CODE
                       ADD 1 TO WS-AGREED
                   END-IF
               WHEN WS-SRV-BRANCH-CODE NOT = CNFH-BRANCH-CODE
                   CONTINUE
               WHEN WS-SRV-CONFIRMED-DATE IS NUMERIC
                   AND WS-SRV-CONFIRMED-DATE < CNFH-CONFIRMED-DATE
                   MOVE WS-SRV-CONFIRMED-DATE TO CNFH-CONFIRMED-DATE
                   ADD 1 TO WS-DATES-TAKEN
                   ADD 1 TO WS-AGREED
               WHEN OTHER
                   ADD 1 TO WS-DATE-DIFFS
                   MOVE 'DATE DIFFERS' TO CMP-RESULT
                   MOVE 'SURVIVING DATE LATER OR NOT VALID - TRAIL KEPT'
                       TO CMP-NOTE
                   MOVE WS-CMP-LINE TO REBUILD-LIST-LINE
                   PERFORM 8000-WRITE-LIST-LINE
           END-EVALUATE.

       5400-LIST-REBUILT.
           MOVE CNFH-CONF-KEY       TO CMP-CONF-KEY
           MOVE CNFH-CONFIRMED-DATE TO CMP-NEW-DATE
           MOVE CNFH-BRANCH-CODE    TO CMP-NEW-BRANCH.

      *    A surviving key the trail did not give back. Before the
      *    cutoff it is one ECHOHPG's next run would purge anyway;
      *    inside the window its confirmation is missing from the
      *    trail and the rebuilt history would let it through again.
       5500-SURVIVOR-ONLY.
           IF WS-SRV-CONFIRMED-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-PURGE-DUE
           ELSE
               ADD 1 TO WS-NOT-RECOVERED
               MOVE SPACES TO WS-CMP-LINE
               MOVE 'NOT RECOVERED' TO CMP-RESULT
               MOVE WS-SRV-CONF-KEY       TO CMP-CONF-KEY
               MOVE WS-SRV-CONFIRMED-DATE TO CMP-OLD-DATE
               MOVE WS-SRV-BRANCH-CODE    TO CMP-OLD-BRANCH
               MOVE 'NO ACCEPTED BATCH CALL FOR THE KEY ON THE TRAIL'
                   TO CMP-NOTE
               MOVE WS-CMP-LINE TO REBUILD-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
           END-IF
           PERFORM 5100-READ-SURVIVOR.

       5099-REBUILD-EXIT.
           EXIT.

       END PROGRAM ECHORBH.
