       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHORBX.
      *****************************************************************
      *                                                               *
      *   ECHORBX - Forward-recovery rebuild of the servicing-extract *
      *             control KSDS (EXTCTL). ECHOEXT writes a control   *
      *             record for every loan it sends, and its duplicate *
      *             key is all that keeps a rerun from sending the    *
      *             date's loans to servicing again - so a lost or    *
      *             damaged cluster is put back from what was sent:   *
      *                                                               *
      *               - every extract generation still held (EXTIN,   *
      *                 the whole EXTRACT GDG concatenated oldest     *
      *                 first by GDGORDER=FIFO): each detail is a     *
      *                 control record, sent on the date its header   *
      *                 was created, which is the date ECHOEXT        *
      *                 stamped;                                      *
      *               - the cancellation/replacement pairs in those   *
      *                 generations, tied back to the correction on   *
      *                 the audit trail (ARCHIN and AUDITFL) that     *
      *                 produced them, so the control record carries  *
      *                 the audit key of the newest correction sent   *
      *                 and ECHOEXT's correction pass neither resends *
      *                 it nor loses one still to go;                 *
      *               - the acknowledgment feeds ECHOACK has applied  *
      *                 (ACKIN, the ACKNLG.HIST GDG concatenated      *
      *                 oldest first by GDGORDER=FIFO), the last      *
      *                 acknowledgment for a loan winning as it does  *
      *                 in ECHOACK. An acknowledgment applied before  *
      *                 the feeds were kept, or on a feed since rolled*
      *                 off the GDG, is carried from the surviving    *
      *                 copy.                                         *
      *                                                               *
      *             A replacement is matched to the newest accepted,  *
      *             fully verified correction of the loan that was on *
      *             the trail when its generation was created and     *
      *             carries the same account, branch and amount. With *
      *             no such match the newest correction on the trail  *
      *             by then is taken, and with none at all the link   *
      *             is set to the generation's creation time - both   *
      *             listed.                                           *
      *                                                               *
      *             The feeds do not say which day they were applied, *
      *             so an acknowledgment date is taken from the       *
      *             surviving copy where it agrees on the status and  *
      *             reason, and is otherwise the PARM run date.       *
      *                                                               *
      *             The rebuilt records go to XCTLNEW in key order    *
      *             and are compared with whatever copy of the        *
      *             control file survives (SURVXCTL - a flat REPRO of *
      *             the damaged cluster or of a backup; DD DUMMY when *
      *             nothing survives). Surviving records for dates    *
      *             older than the oldest extract generation held are *
      *             carried across unchanged - nothing retained can   *
      *             prove or disprove them, and ECHOEXT's correction  *
      *             pass needs them.                                  *
      *                                                               *
      *             PARM='YYYYMMDD' - the run date. RETURN-CODE 8     *
      *             when a surviving record inside the retained       *
      *             extracts was not rebuilt or disagrees on its sent *
      *             date, acknowledgment or correction link, or a     *
      *             generation does not balance to its trailer - the  *
      *             rebuilt file is not proven and must not be loaded *
      *             until RBXLIST is explained. RETURN-CODE 4 when    *
      *             the list holds only notes (added, carried or      *
      *             estimated values), 12 on a file error, 16 if the  *
      *             internal sort fails.                              *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-IN-FILE ASSIGN TO EXTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTIN-STATUS.

           SELECT ACK-FILE ASSIGN TO ACKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVE-IN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.

           SELECT OPTIONAL SURVIVOR-FILE ASSIGN TO SURVXCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SURV-STATUS.

           SELECT REBUILT-FILE ASSIGN TO XCTLNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REBUILT-STATUS.

           SELECT REBUILD-LIST-FILE ASSIGN TO RBXLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-IN-FILE
           RECORDING MODE IS F.
           COPY EXTREC.

       FD  ACK-FILE
           RECORDING MODE IS F.
           COPY ACKREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  ARCHIVE-IN-FILE
           RECORDING MODE IS F.
       01 ARCHIVE-IN-RECORD     Pic X(188).

       FD  SURVIVOR-FILE
           RECORDING MODE IS F.
       01 SURVIVOR-RECORD       Pic X(61).

       FD  REBUILT-FILE
           RECORDING MODE IS F.
           COPY EXTCTL.

       FD  REBUILD-LIST-FILE
           RECORDING MODE IS F.
       01 REBUILD-LIST-LINE     Pic X(132).

      *    One entry per detail, replacement, qualifying correction
      *    and acknowledgment, grouped by control key. Within a key
      *    the details come first, then the replacements in the
      *    order they were sent, the corrections in audit-key
      *    order, and the acknowledgments in the order applied.
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SORT-CTL-KEY.
             10 SORT-APPL-DATE  Pic X(08).
             10 SORT-CONF-KEY   Pic X(10).
          05 SORT-CLASS         Pic X(01).
             88 SORT-IS-DETAIL     VALUE '1'.
             88 SORT-IS-REPLACE    VALUE '2'.
             88 SORT-IS-CORRECTION VALUE '3'.
             88 SORT-IS-ACK        VALUE '4'.
      *       The generation's creation stamp and the record's place
      *       in the input for a detail or replacement, the audit key
      *       for a correction, and the place in the feeds for an
      *       acknowledgment.
          05 SORT-ORDER-KEY.
             10 SORT-STAMP      Pic X(14).
             10 SORT-SEQUENCE   Pic 9(08).
          05 SORT-ACCOUNT       Pic 9(10).
          05 SORT-BRANCH        Pic X(04).
          05 SORT-AMOUNT        Pic S9(07)V99.
          05 SORT-ACK-STATUS    Pic X(01).
          05 SORT-ACK-REASON    Pic X(04).

       WORKING-STORAGE SECTION.
       01 WS-EXTIN-STATUS       Pic X(02).
          88 WS-EXTIN-OK        VALUE '00'.
       01 WS-ACK-STATUS         Pic X(02).
          88 WS-ACK-OK          VALUE '00'.
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
       01 WS-GEN-OPEN-SW        Pic X(01) VALUE 'N'.
          88 GENERATION-OPEN    VALUE 'Y'.
       01 WS-DIFF-SW            Pic X(01).
          88 RECORD-DIFFERS     VALUE 'Y'.
      *    Where the rebuilt acknowledgment date came from.
       01 WS-ACK-DATE-SW        Pic X(01).
          88 ACK-DATE-FROM-RUN  VALUE 'R'.
          88 ACK-DATE-FROM-COPY VALUE 'S'.
       01 WS-RUN-DATE           Pic X(08).
       01 WS-SOURCE-NAME        Pic X(07).
       01 WS-SURV-PREV-KEY      Pic X(18) VALUE LOW-VALUES.
      *    The earliest file date on any generation held - surviving
      *    records for dates before it are beyond the evidence.
       01 WS-OLDEST-FILE-DATE   Pic X(08) VALUE HIGH-VALUES.
       01 WS-EXT-RECORDS        Pic 9(08) VALUE ZERO.

       01 WS-GENERATION.
          05 WS-GEN-FILE-DATE   Pic X(08).
          05 WS-GEN-STAMP       Pic X(14).
          05 WS-GEN-CYCLE       Pic X(02).
          05 WS-GEN-DETAILS     Pic 9(08).
          05 WS-GEN-CANCELS     Pic 9(08).
          05 WS-GEN-REPLACES    Pic 9(08).
          05 WS-GEN-RESULT      Pic X(40).

       01 WS-COUNTS.
          05 WS-GEN-COUNT       Pic 9(08) VALUE ZERO.
          05 WS-GENS-UNBALANCED Pic 9(08) VALUE ZERO.
          05 WS-GENS-NO-TRAILER Pic 9(08) VALUE ZERO.
          05 WS-STRAY-RECORDS   Pic 9(08) VALUE ZERO.
          05 WS-DETAILS-READ    Pic 9(08) VALUE ZERO.
          05 WS-CANCELS-READ    Pic 9(08) VALUE ZERO.
          05 WS-REPLACES-READ   Pic 9(08) VALUE ZERO.
          05 WS-ACKS-READ       Pic 9(08) VALUE ZERO.
          05 WS-ARCHIVE-READ    Pic 9(08) VALUE ZERO.
          05 WS-LIVE-READ       Pic 9(08) VALUE ZERO.
          05 WS-CORRECTIONS     Pic 9(08) VALUE ZERO.
          05 WS-REBUILT         Pic 9(08) VALUE ZERO.
          05 WS-SENT-TWICE      Pic 9(08) VALUE ZERO.
          05 WS-NO-DETAIL       Pic 9(08) VALUE ZERO.
          05 WS-LINKS-MATCHED   Pic 9(08) VALUE ZERO.
          05 WS-LINKS-INFERRED  Pic 9(08) VALUE ZERO.
          05 WS-LINKS-STAMPED   Pic 9(08) VALUE ZERO.
          05 WS-ACKS-UNKNOWN    Pic 9(08) VALUE ZERO.
          05 WS-ACK-DATES-RUN   Pic 9(08) VALUE ZERO.
          05 WS-ACK-DATES-COPY  Pic 9(08) VALUE ZERO.
          05 WS-ACKS-CARRIED    Pic 9(08) VALUE ZERO.
          05 WS-SURV-READ       Pic 9(08) VALUE ZERO.
          05 WS-SURV-ORDER      Pic 9(08) VALUE ZERO.
          05 WS-AGREED          Pic 9(08) VALUE ZERO.
          05 WS-ADDED           Pic 9(08) VALUE ZERO.
          05 WS-CARRIED         Pic 9(08) VALUE ZERO.
          05 WS-NOT-RECOVERED   Pic 9(08) VALUE ZERO.
          05 WS-SENT-DIFFS      Pic 9(08) VALUE ZERO.
          05 WS-ACK-DIFFS       Pic 9(08) VALUE ZERO.
          05 WS-LINK-DIFFS      Pic 9(08) VALUE ZERO.

      *    Everything sorted back for one control key.
       01 WS-GROUP.
          05 WS-GRP-KEY.
             10 WS-GRP-APPL-DATE   Pic X(08).
             10 WS-GRP-CONF-KEY    Pic X(10).
          05 WS-GRP-DETAILS        Pic 9(04).
          05 WS-GRP-REPLACES       Pic 9(04).
          05 WS-GRP-ACKS           Pic 9(04).
          05 WS-GRP-SENT-DATE      Pic X(08).
          05 WS-GRP-FIRST-R-DATE   Pic X(08).
          05 WS-GRP-R-STAMP        Pic X(14).
          05 WS-GRP-R-ACCOUNT      Pic 9(10).
          05 WS-GRP-R-BRANCH       Pic X(04).
          05 WS-GRP-R-AMOUNT       Pic S9(07)V99.
          05 WS-GRP-MATCHED-KEY    Pic X(22).
          05 WS-GRP-NEWEST-KEY     Pic X(22).
          05 WS-GRP-ACK-STATUS     Pic X(01).
          05 WS-GRP-ACK-REASON     Pic X(04).

      *    Offsets follow AUDREC.cpy: 22-byte AUD-KEY, the input
      *    pairs and amounts, 43 bytes of echoed output, the match
      *    indicators and return code, branch and application date,
      *    the confirmation key, the correction link and the call
      *    source.
       01 WS-ARCHIVE-RECORD     Pic X(188).
       01 WS-ARCHIVE-FIELDS REDEFINES WS-ARCHIVE-RECORD.
          05 WS-ARC-AUD-KEY     Pic X(22).
          05 FILLER             Pic X(10).
          05 WS-ARC-TEXT1-A     Pic 9(10).
          05 FILLER             Pic X(20).
          05 WS-ARC-AMT-A       Pic S9(07)V99.
          05 FILLER             Pic X(09).
          05 FILLER             Pic X(43).
          05 WS-ARC-MATCH-IND0  Pic X(01).
          05 WS-ARC-MATCH-IND1  Pic X(01).
          05 WS-ARC-MATCH-IND2  Pic X(01).
          05 WS-ARC-MATCH-IND3  Pic X(01).
          05 WS-ARC-RETURN-CODE Pic X(02).
          05 WS-ARC-BRANCH      Pic X(04).
          05 WS-ARC-APPL-DATE   Pic X(08).
          05 WS-ARC-CONF-KEY    Pic X(10).
          05 WS-ARC-ORIG-TIMESTAMP Pic X(14).
          05 FILLER             Pic X(08).
          05 WS-ARC-CALL-SOURCE Pic X(01).
          05 FILLER             Pic X(14).

      *    The audit record being judged, from either source.
       01 WS-CORR.
          05 WS-COR-AUD-KEY     Pic X(22).
          05 WS-COR-ACCOUNT     Pic 9(10).
          05 WS-COR-AMOUNT      Pic S9(07)V99.
          05 WS-COR-MATCH-IND0  Pic X(01).
          05 WS-COR-MATCH-IND1  Pic X(01).
          05 WS-COR-MATCH-IND2  Pic X(01).
          05 WS-COR-MATCH-IND3  Pic X(01).
          05 WS-COR-RC          Pic X(02).
          05 WS-COR-BRANCH      Pic X(04).
          05 WS-COR-APPL-DATE   Pic X(08).
          05 WS-COR-CONF-KEY    Pic X(10).
          05 WS-COR-ORIG-TS     Pic X(14).
          05 WS-COR-SOURCE      Pic X(01).

      *    The surviving copy, laid out as EXTCTL.
       01 WS-SURVIVOR-RECORD.
          05 WS-SRV-KEY.
             10 WS-SRV-APPL-DATE   Pic X(08).
             10 WS-SRV-CONF-KEY    Pic X(10).
          05 WS-SRV-SENT-DATE      Pic X(08).
          05 WS-SRV-ACK-STATUS     Pic X(01).
          05 WS-SRV-ACK-DATE       Pic X(08).
          05 WS-SRV-ACK-REASON     Pic X(04).
          05 WS-SRV-REPL-AUD-KEY   Pic X(22).

       01 WS-ACK-VIEW.
          05 WS-AKV-STATUS      Pic X(01).
          05 FILLER             Pic X(01) VALUE SPACE.
          05 WS-AKV-REASON      Pic X(04).
          05 FILLER             Pic X(01) VALUE SPACE.
          05 WS-AKV-DATE        Pic X(08).

       01 WS-HDR1.
          05 FILLER             Pic X(40)
             VALUE 'EXTCTL FORWARD-RECOVERY REBUILD'.
          05 FILLER             Pic X(12) VALUE ' - RUN DATE '.
          05 HDR1-RUN-DATE      Pic X(08).
          05 FILLER             Pic X(72) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 SECT-TITLE         Pic X(60).
          05 FILLER             Pic X(72) VALUE SPACES.

       01 WS-GEN-HDR.
          05 FILLER             Pic X(06) VALUE '  GEN'.
          05 FILLER             Pic X(10) VALUE 'FILE DATE'.
          05 FILLER             Pic X(16) VALUE 'CREATED'.
          05 FILLER             Pic X(07) VALUE 'CYCLE'.
          05 FILLER             Pic X(10) VALUE ' DETAILS'.
          05 FILLER             Pic X(10) VALUE ' CANCELS'.
          05 FILLER             Pic X(10) VALUE 'REPLACES'.
          05 FILLER             Pic X(63) VALUE 'RESULT'.

       01 WS-GEN-LINE.
          05 GNL-NUMBER         Pic ZZZZ9.
          05 FILLER             Pic X(01) VALUE SPACES.
          05 GNL-FILE-DATE      Pic X(08).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 GNL-CREATED        Pic X(14).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 GNL-CYCLE          Pic X(02).
          05 FILLER             Pic X(05) VALUE SPACES.
          05 GNL-DETAILS        Pic ZZZZZZZ9.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 GNL-CANCELS        Pic ZZZZZZZ9.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 GNL-REPLACES       Pic ZZZZZZZ9.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 GNL-RESULT         Pic X(40).
          05 FILLER             Pic X(23) VALUE SPACES.

       01 WS-CMP-HDR.
          05 FILLER             Pic X(24) VALUE 'RESULT'.
          05 FILLER             Pic X(09) VALUE 'DATE'.
          05 FILLER             Pic X(12) VALUE 'CONF KEY'.
          05 FILLER             Pic X(24) VALUE 'REBUILT'.
          05 FILLER             Pic X(24) VALUE 'SURVIVING'.
          05 FILLER             Pic X(39) VALUE 'NOTE'.

       01 WS-CMP-LINE.
          05 CMP-RESULT         Pic X(22).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 CMP-APPL-DATE      Pic X(08).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 CMP-CONF-KEY       Pic X(10).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 CMP-NEW-VALUE      Pic X(22).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 CMP-OLD-VALUE      Pic X(22).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 CMP-NOTE           Pic X(39).

       01 WS-TOT-LINE.
          05 TOT-LINE-TAG       Pic X(34).
          05 TOT-LINE-COUNT     Pic ZZZZZZZ9.
          05 FILLER             Pic X(90) VALUE SPACES.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
          05 WS-PARM-VALUE      Pic X(08).

       PROCEDURE DIVISION USING WS-RUN-PARM.
       0000-MAIN SECTION.
       0010-DRIVE.
           PERFORM 1000-INITIALIZE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CTL-KEY
                                SORT-CLASS
                                SORT-ORDER-KEY
               INPUT PROCEDURE IS 3000-RELEASE-SOURCES
               OUTPUT PROCEDURE IS 5000-REBUILD-CONTROL
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ECHORBX - INTERNAL SORT FAILED, '
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

      *    The run date is required: it is the date stamped on any
      *    acknowledgment whose own date cannot be recovered.
       1000-INITIALIZE.
           IF WS-PARM-LEN >= 8
               AND WS-PARM-VALUE(1:8) IS NUMERIC
               MOVE WS-PARM-VALUE(1:8) TO WS-RUN-DATE
           ELSE
               DISPLAY 'ECHORBX - PARM MUST BE THE YYYYMMDD RUN DATE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SURVIVOR-FILE
           IF NOT WS-SURV-OK
               DISPLAY 'ECHORBX - OPEN SURVXCTL FAILED, STATUS='
                   WS-SURV-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REBUILT-FILE
           IF NOT WS-REBUILT-OK
               DISPLAY 'ECHORBX - OPEN XCTLNEW FAILED, STATUS='
                   WS-REBUILT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REBUILD-LIST-FILE
           IF NOT WS-LIST-OK
               DISPLAY 'ECHORBX - OPEN RBXLIST FAILED, STATUS='
                   WS-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-RUN-DATE TO HDR1-RUN-DATE
           MOVE WS-HDR1 TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE SPACES TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'EXTRACT GENERATIONS READ (OLDEST FIRST)' TO SECT-TITLE
           MOVE WS-SECTION-LINE TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE WS-GEN-HDR TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

       8000-WRITE-LIST-LINE.
           WRITE REBUILD-LIST-LINE
           IF NOT WS-LIST-OK
               DISPLAY 'ECHORBX - WRITE RBXLIST FAILED, STATUS='
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
               MOVE 'NO SURVIVING COPY - REBUILT FROM THE EXTRACTS'
                   TO SECT-TITLE
               MOVE WS-SECTION-LINE TO REBUILD-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
               MOVE SPACES TO REBUILD-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
           END-IF
           MOVE 'EXTRACT GENERATIONS READ:         ' TO TOT-LINE-TAG
           MOVE WS-GEN-COUNT TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'GENERATIONS OUT OF BALANCE:       ' TO TOT-LINE-TAG
           MOVE WS-GENS-UNBALANCED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'GENERATIONS WITHOUT A TRAILER:    ' TO TOT-LINE-TAG
           MOVE WS-GENS-NO-TRAILER TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'RECORDS OUTSIDE A GENERATION:     ' TO TOT-LINE-TAG
           MOVE WS-STRAY-RECORDS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'DETAILS READ:                     ' TO TOT-LINE-TAG
           MOVE WS-DETAILS-READ TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'CANCELLATIONS READ:               ' TO TOT-LINE-TAG
           MOVE WS-CANCELS-READ TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'REPLACEMENTS READ:                ' TO TOT-LINE-TAG
           MOVE WS-REPLACES-READ TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ACKNOWLEDGMENTS READ:             ' TO TOT-LINE-TAG
           MOVE WS-ACKS-READ TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ARCHIVE RECORDS READ:             ' TO TOT-LINE-TAG
           MOVE WS-ARCHIVE-READ TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'LIVE RECORDS READ:                ' TO TOT-LINE-TAG
           MOVE WS-LIVE-READ TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ACCEPTED CORRECTIONS ON TRAIL:    ' TO TOT-LINE-TAG
           MOVE WS-CORRECTIONS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'CONTROL RECORDS REBUILT:          ' TO TOT-LINE-TAG
           MOVE WS-REBUILT TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'LOANS SENT MORE THAN ONCE:        ' TO TOT-LINE-TAG
           MOVE WS-SENT-TWICE TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'DETAIL NOT ON RETAINED EXTRACTS:  ' TO TOT-LINE-TAG
           MOVE WS-NO-DETAIL TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'CORRECTION LINKS MATCHED:         ' TO TOT-LINE-TAG
           MOVE WS-LINKS-MATCHED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'CORRECTION LINKS INFERRED:        ' TO TOT-LINE-TAG
           MOVE WS-LINKS-INFERRED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'LINKS SET TO THE EXTRACT TIME:    ' TO TOT-LINE-TAG
           MOVE WS-LINKS-STAMPED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ACKS FOR UNKNOWN EXTRACTS:        ' TO TOT-LINE-TAG
           MOVE WS-ACKS-UNKNOWN TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ACK DATES TAKEN FROM COPY:        ' TO TOT-LINE-TAG
           MOVE WS-ACK-DATES-COPY TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ACKS CARRIED FROM COPY:           ' TO TOT-LINE-TAG
           MOVE WS-ACKS-CARRIED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ACK DATES SET TO THE RUN DATE:    ' TO TOT-LINE-TAG
           MOVE WS-ACK-DATES-RUN TO TOT-LINE-COUNT
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
           MOVE 'ADDED BY THE REBUILD:             ' TO TOT-LINE-TAG
           MOVE WS-ADDED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'CARRIED FROM SURVIVING COPY:      ' TO TOT-LINE-TAG
           MOVE WS-CARRIED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'SURVIVING, NOT RECOVERED:         ' TO TOT-LINE-TAG
           MOVE WS-NOT-RECOVERED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'SENT DATE DIFFERENCES:            ' TO TOT-LINE-TAG
           MOVE WS-SENT-DIFFS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ACKNOWLEDGMENT DIFFERENCES:       ' TO TOT-LINE-TAG
           MOVE WS-ACK-DIFFS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'CORRECTION LINK DIFFERENCES:      ' TO TOT-LINE-TAG
           MOVE WS-LINK-DIFFS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL

           CLOSE SURVIVOR-FILE
           CLOSE REBUILT-FILE
           CLOSE REBUILD-LIST-FILE

           DISPLAY 'ECHORBX - RUN DATE:          ' WS-RUN-DATE
           DISPLAY 'ECHORBX - GENERATIONS READ:  ' WS-GEN-COUNT
           DISPLAY 'ECHORBX - RECORDS REBUILT:   ' WS-REBUILT
           DISPLAY 'ECHORBX - SURVIVING READ:    ' WS-SURV-READ
           DISPLAY 'ECHORBX - CARRIED ACROSS:    ' WS-CARRIED
           DISPLAY 'ECHORBX - NOT RECOVERED:     ' WS-NOT-RECOVERED
           DISPLAY 'ECHORBX - SENT DATE DIFFS:   ' WS-SENT-DIFFS
           DISPLAY 'ECHORBX - ACK DIFFS:         ' WS-ACK-DIFFS
           DISPLAY 'ECHORBX - LINK DIFFS:        ' WS-LINK-DIFFS
           EVALUATE TRUE
               WHEN WS-NOT-RECOVERED > ZERO
                   OR WS-SENT-DIFFS > ZERO
                   OR WS-ACK-DIFFS > ZERO
                   OR WS-LINK-DIFFS > ZERO
                   OR WS-SURV-ORDER > ZERO
                   OR WS-GENS-UNBALANCED > ZERO
                   OR WS-STRAY-RECORDS > ZERO
                   DISPLAY 'ECHORBX - REBUILT CONTROL FILE IS NOT '
                       'PROVEN COMPLETE - SEE RBXLIST - RETURN-CODE 8'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ADDED > ZERO
                   OR WS-CARRIED > ZERO
                   OR WS-SENT-TWICE > ZERO
                   OR WS-NO-DETAIL > ZERO
                   OR WS-LINKS-INFERRED > ZERO
                   OR WS-LINKS-STAMPED > ZERO
                   OR WS-ACKS-UNKNOWN > ZERO
                   OR WS-ACK-DATES-RUN > ZERO
                   OR WS-ACKS-CARRIED > ZERO
                   OR WS-GENS-NO-TRAILER > ZERO
                   DISPLAY 'ECHORBX - REBUILD NOTES LISTED ON RBXLIST '
                       '- RETURN-CODE 4'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    The extract generations, the acknowledgment feeds, then
      *    the audit trail's archive generations and live cluster.
       3000-RELEASE-SOURCES SECTION.
       3010-SCAN-SOURCES.
           PERFORM 3100-SCAN-EXTRACTS
           IF NOT FATAL-ERROR
               PERFORM 3200-SCAN-ACKS
           END-IF
           IF NOT FATAL-ERROR
               PERFORM 3300-SCAN-ARCHIVE
           END-IF
           IF NOT FATAL-ERROR
               PERFORM 3400-SCAN-LIVE
           END-IF
           GO TO 3099-RELEASE-EXIT.

       3100-SCAN-EXTRACTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EXTRACT-IN-FILE
           IF NOT WS-EXTIN-OK
               DISPLAY 'ECHORBX - OPEN EXTIN FAILED, STATUS='
                   WS-EXTIN-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3110-READ-EXTRACT
               PERFORM 3120-TAKE-EXTRACT UNTIL END-OF-INPUT
               IF GENERATION-OPEN AND NOT FATAL-ERROR
                   PERFORM 3170-NO-TRAILER
               END-IF
               CLOSE EXTRACT-IN-FILE
           END-IF.

       3110-READ-EXTRACT.
           READ EXTRACT-IN-FILE
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT
               IF NOT WS-EXTIN-OK
                   DISPLAY 'ECHORBX - READ EXTIN FAILED, STATUS='
                       WS-EXTIN-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-INPUT TO TRUE
               ELSE
                   ADD 1 TO WS-EXT-RECORDS
               END-IF
           END-IF.

      *    Each header starts a generation; the records after it
      *    belong to it until its trailer. A generation ECHOEXT
      *    abended in has no trailer - its records were sent all
      *    the same (ECHOEXT.jcl catalogs it for that reason).
       3120-TAKE-EXTRACT.
           EVALUATE TRUE
               WHEN EXT-IS-HEADER
                   IF GENERATION-OPEN
                       PERFORM 3170-NO-TRAILER
                   END-IF
                   PERFORM 3130-START-GENERATION
               WHEN NOT GENERATION-OPEN
                   PERFORM 3180-STRAY-RECORD
               WHEN EXT-IS-DETAIL
                   ADD 1 TO WS-GEN-DETAILS
                   ADD 1 TO WS-DETAILS-READ
                   MOVE SPACES TO SORT-RECORD
                   MOVE EXT-DTL-APPL-DATE TO SORT-APPL-DATE
                   MOVE EXT-DTL-CONF-KEY  TO SORT-CONF-KEY
                   MOVE '1'               TO SORT-CLASS
                   MOVE EXT-DTL-ACCOUNT   TO SORT-ACCOUNT
                   MOVE EXT-DTL-BRANCH    TO SORT-BRANCH
                   MOVE EXT-DTL-AMOUNT    TO SORT-AMOUNT
                   PERFORM 3150-RELEASE-EXTRACT
               WHEN EXT-IS-CANCEL
                   ADD 1 TO WS-GEN-CANCELS
                   ADD 1 TO WS-CANCELS-READ
               WHEN EXT-IS-REPLACE
                   ADD 1 TO WS-GEN-REPLACES
                   ADD 1 TO WS-REPLACES-READ
                   MOVE SPACES TO SORT-RECORD
                   MOVE EXT-RPL-APPL-DATE TO SORT-APPL-DATE
                   MOVE EXT-RPL-CONF-KEY  TO SORT-CONF-KEY
                   MOVE '2'               TO SORT-CLASS
                   MOVE EXT-RPL-ACCOUNT   TO SORT-ACCOUNT
                   MOVE EXT-RPL-BRANCH    TO SORT-BRANCH
                   MOVE EXT-RPL-AMOUNT    TO SORT-AMOUNT
                   PERFORM 3150-RELEASE-EXTRACT
               WHEN EXT-IS-TRAILER
                   PERFORM 3160-CHECK-TRAILER
               WHEN OTHER
                   PERFORM 3180-STRAY-RECORD
           END-EVALUATE

           PERFORM 3110-READ-EXTRACT.

       3130-START-GENERATION.
           ADD 1 TO WS-GEN-COUNT
           SET GENERATION-OPEN TO TRUE
           INITIALIZE WS-GENERATION
           MOVE EXT-HDR-FILE-DATE  TO WS-GEN-FILE-DATE
           MOVE EXT-HDR-CREATED    TO WS-GEN-STAMP
           MOVE EXT-HDR-SUPP-CYCLE TO WS-GEN-CYCLE
           IF WS-GEN-FILE-DATE < WS-OLDEST-FILE-DATE
               MOVE WS-GEN-FILE-DATE TO WS-OLDEST-FILE-DATE
           END-IF.

      *    The creation stamp orders a generation's records against
      *    the audit trail; the input count keeps their own order.
       3150-RELEASE-EXTRACT.
           MOVE WS-GEN-STAMP   TO SORT-STAMP
           MOVE WS-EXT-RECORDS TO SORT-SEQUENCE
           RELEASE SORT-RECORD.

       3160-CHECK-TRAILER.
           IF EXT-TRL-DETAIL-COUNT = WS-GEN-DETAILS
               AND EXT-TRL-CANCEL-COUNT = WS-GEN-CANCELS
               AND EXT-TRL-REPLACE-COUNT = WS-GEN-REPLACES
               MOVE 'OK' TO WS-GEN-RESULT
           ELSE
               ADD 1 TO WS-GENS-UNBALANCED
               MOVE 'RECORD COUNTS DIFFER FROM THE TRAILER'
                   TO WS-GEN-RESULT
           END-IF
           PERFORM 3190-LIST-GENERATION
           MOVE 'N' TO WS-GEN-OPEN-SW.

       3170-NO-TRAILER.
           ADD 1 TO WS-GENS-NO-TRAILER
           MOVE 'NO TRAILER - PARTIAL GENERATION' TO WS-GEN-RESULT
           PERFORM 3190-LIST-GENERATION
           MOVE 'N' TO WS-GEN-OPEN-SW.

      *    A record outside any header/trailer pair, or of no known
      *    type, cannot be placed - it is listed and left out.
       3180-STRAY-RECORD.
           ADD 1 TO WS-STRAY-RECORDS
           MOVE SPACES TO WS-GEN-LINE
           MOVE WS-GEN-COUNT TO GNL-NUMBER
           IF GENERATION-OPEN
               STRING 'RECORD TYPE ' EXT-HDR-RECORD-TYPE
                   ' NOT KNOWN - LEFT OUT'
                   DELIMITED BY SIZE INTO GNL-RESULT
               END-STRING
           ELSE
               STRING 'RECORD TYPE ' EXT-HDR-RECORD-TYPE
                   ' OUTSIDE A GENERATION - LEFT OUT'
                   DELIMITED BY SIZE INTO GNL-RESULT
               END-STRING
           END-IF
           MOVE WS-GEN-LINE TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

       3190-LIST-GENERATION.
           MOVE SPACES TO WS-GEN-LINE
           MOVE WS-GEN-COUNT     TO GNL-NUMBER
           MOVE WS-GEN-FILE-DATE TO GNL-FILE-DATE
           MOVE WS-GEN-STAMP     TO GNL-CREATED
           MOVE WS-GEN-CYCLE     TO GNL-CYCLE
           MOVE WS-GEN-DETAILS   TO GNL-DETAILS
           MOVE WS-GEN-CANCELS   TO GNL-CANCELS
           MOVE WS-GEN-REPLACES  TO GNL-REPLACES
           MOVE WS-GEN-RESULT    TO GNL-RESULT
           MOVE WS-GEN-LINE TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

      *    ACKIN reads the feed generations oldest first (the DD
      *    codes GDGORDER=FIFO - the default is newest first), so
      *    the input count is the order ECHOACK applied them in.
       3200-SCAN-ACKS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ACK-FILE
           IF NOT WS-ACK-OK
               DISPLAY 'ECHORBX - OPEN ACKIN FAILED, STATUS='
                   WS-ACK-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3210-READ-ACK
               PERFORM 3220-RELEASE-ACK UNTIL END-OF-INPUT
               CLOSE ACK-FILE
           END-IF.

       3210-READ-ACK.
           READ ACK-FILE
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-ACK-OK
               DISPLAY 'ECHORBX - READ ACKIN FAILED, STATUS='
                   WS-ACK-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3220-RELEASE-ACK.
           ADD 1 TO WS-ACKS-READ
           MOVE SPACES TO SORT-RECORD
           MOVE ACK-APPL-DATE TO SORT-APPL-DATE
           MOVE ACK-CONF-KEY  TO SORT-CONF-KEY
           MOVE '4'           TO SORT-CLASS
           MOVE ZEROS         TO SORT-STAMP
           MOVE WS-ACKS-READ  TO SORT-SEQUENCE
           MOVE ZERO          TO SORT-ACCOUNT SORT-AMOUNT
           MOVE ACK-STATUS    TO SORT-ACK-STATUS
           MOVE ACK-REASON    TO SORT-ACK-REASON
           RELEASE SORT-RECORD
           PERFORM 3210-READ-ACK.

       3300-SCAN-ARCHIVE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ARCHIVE-IN-FILE
           IF NOT WS-ARCHIN-OK
               DISPLAY 'ECHORBX - OPEN ARCHIN FAILED, STATUS='
                   WS-ARCHIN-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3310-READ-ARCHIVE
               PERFORM 3320-JUDGE-ARCHIVE UNTIL END-OF-INPUT
               CLOSE ARCHIVE-IN-FILE
           END-IF.

       3310-READ-ARCHIVE.
           READ ARCHIVE-IN-FILE INTO WS-ARCHIVE-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-ARCHIN-OK
               DISPLAY 'ECHORBX - READ ARCHIN FAILED, STATUS='
                   WS-ARCHIN-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3320-JUDGE-ARCHIVE.
           ADD 1 TO WS-ARCHIVE-READ
           MOVE WS-ARC-AUD-KEY        TO WS-COR-AUD-KEY
           MOVE WS-ARC-TEXT1-A        TO WS-COR-ACCOUNT
           MOVE WS-ARC-AMT-A          TO WS-COR-AMOUNT
           MOVE WS-ARC-MATCH-IND0     TO WS-COR-MATCH-IND0
           MOVE WS-ARC-MATCH-IND1     TO WS-COR-MATCH-IND1
           MOVE WS-ARC-MATCH-IND2     TO WS-COR-MATCH-IND2
           MOVE WS-ARC-MATCH-IND3     TO WS-COR-MATCH-IND3
           MOVE WS-ARC-RETURN-CODE    TO WS-COR-RC
           MOVE WS-ARC-BRANCH         TO WS-COR-BRANCH
           MOVE WS-ARC-APPL-DATE      TO WS-COR-APPL-DATE
           MOVE WS-ARC-CONF-KEY       TO WS-COR-CONF-KEY
           MOVE WS-ARC-ORIG-TIMESTAMP TO WS-COR-ORIG-TS
           MOVE WS-ARC-CALL-SOURCE    TO WS-COR-SOURCE
           PERFORM 3500-JUDGE-CORRECTION
           PERFORM 3310-READ-ARCHIVE.

       3400-SCAN-LIVE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY 'ECHORBX - OPEN AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3410-READ-LIVE
               PERFORM 3420-JUDGE-LIVE UNTIL END-OF-INPUT
               CLOSE AUDIT-FILE
           END-IF.

       3410-READ-LIVE.
           READ AUDIT-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-AUDIT-OK
               DISPLAY 'ECHORBX - READ AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3420-JUDGE-LIVE.
           ADD 1 TO WS-LIVE-READ
           MOVE AUD-KEY              TO WS-COR-AUD-KEY
           MOVE AUD-IN-TEXT1-A       TO WS-COR-ACCOUNT
           MOVE AUD-IN-AMT-A         TO WS-COR-AMOUNT
           MOVE AUD-MATCH-IND0       TO WS-COR-MATCH-IND0
           MOVE AUD-MATCH-IND1       TO WS-COR-MATCH-IND1
           MOVE AUD-MATCH-IND2       TO WS-COR-MATCH-IND2
           MOVE AUD-MATCH-IND3       TO WS-COR-MATCH-IND3
           MOVE AUD-RETURN-CODE      TO WS-COR-RC
           MOVE AUD-BRANCH-CODE      TO WS-COR-BRANCH
           MOVE AUD-APPLICATION-DATE TO WS-COR-APPL-DATE
           MOVE AUD-CONF-KEY         TO WS-COR-CONF-KEY
           MOVE AUD-ORIG-TIMESTAMP   TO WS-COR-ORIG-TS
           MOVE AUD-CALL-SOURCE      TO WS-COR-SOURCE
           PERFORM 3500-JUDGE-CORRECTION
           PERFORM 3410-READ-LIVE.

      *    The corrections ECHOEXT's correction pass sends: accepted,
      *    fully verified, not an ECHOENT desk re-key. An amount
      *    indicator of SPACE is a correction keyed before the
      *    amount pair existed, sent all the same.
       3500-JUDGE-CORRECTION.
           IF WS-COR-ORIG-TS NOT = SPACES
               AND WS-COR-SOURCE NOT = 'E'
               AND WS-COR-RC = '00'
               AND WS-COR-MATCH-IND0 = 'M'
               AND WS-COR-MATCH-IND1 = 'M'
               AND WS-COR-MATCH-IND2 = 'M'
               AND (WS-COR-MATCH-IND3 = 'M' OR WS-COR-MATCH-IND3 = 'T'
                   OR WS-COR-MATCH-IND3 = SPACE)
               ADD 1 TO WS-CORRECTIONS
               MOVE SPACES TO SORT-RECORD
               MOVE WS-COR-APPL-DATE TO SORT-APPL-DATE
               MOVE WS-COR-CONF-KEY  TO SORT-CONF-KEY
               MOVE '3'              TO SORT-CLASS
               MOVE WS-COR-AUD-KEY   TO SORT-ORDER-KEY
               MOVE WS-COR-ACCOUNT   TO SORT-ACCOUNT
               MOVE WS-COR-BRANCH    TO SORT-BRANCH
               MOVE WS-COR-AMOUNT    TO SORT-AMOUNT
               RELEASE SORT-RECORD
           END-IF.

       3099-RELEASE-EXIT.
           EXIT.

      *    Each control key's records rebuild one control record;
      *    the rebuilt keys and the surviving copy are both in key
      *    order, so they are matched as they go.
       5000-REBUILD-CONTROL SECTION.
       5010-REBUILD-ALL.
           MOVE SPACES TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'COMPARISON WITH THE SURVIVING COPY' TO SECT-TITLE
           MOVE WS-SECTION-LINE TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE WS-CMP-HDR TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE

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
           PERFORM 5600-SURVIVOR-ONLY UNTIL END-OF-SURVIVOR
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
                   DISPLAY 'ECHORBX - READ SURVXCTL FAILED, STATUS='
                       WS-SURV-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-SURVIVOR TO TRUE
                   SET END-OF-SORT TO TRUE
               ELSE
                   ADD 1 TO WS-SURV-READ
                   IF WS-SRV-KEY NOT > WS-SURV-PREV-KEY
                       ADD 1 TO WS-SURV-ORDER
                       MOVE SPACES TO WS-CMP-LINE
                       MOVE 'SURVIVOR OUT OF ORDER' TO CMP-RESULT
                       MOVE WS-SRV-APPL-DATE TO CMP-APPL-DATE
                       MOVE WS-SRV-CONF-KEY  TO CMP-CONF-KEY
                       MOVE 'NOT AFTER THE KEY BEFORE IT - SKIPPED'
                           TO CMP-NOTE
                       MOVE WS-CMP-LINE TO REBUILD-LIST-LINE
                       PERFORM 8000-WRITE-LIST-LINE
                   ELSE
                       MOVE WS-SRV-KEY TO WS-SURV-PREV-KEY
                       SET SURVIVOR-TAKEN TO TRUE
                   END-IF
               END-IF
           END-IF.

       5150-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

      *    A key with only acknowledgments was never sent on any
      *    generation held - ECHOACK would have listed the same
      *    acknowledgment as one for an unknown extract.
       5200-TAKE-KEY.
           INITIALIZE WS-GROUP
           MOVE SORT-CTL-KEY TO WS-GRP-KEY
           PERFORM 5210-ADD-ENTRY
               UNTIL END-OF-SORT OR SORT-CTL-KEY NOT = WS-GRP-KEY

           IF WS-GRP-DETAILS = ZERO AND WS-GRP-REPLACES = ZERO
               IF WS-GRP-ACKS > ZERO
                   ADD 1 TO WS-ACKS-UNKNOWN
                   MOVE SPACES TO WS-CMP-LINE
                   MOVE 'ACK FOR UNKNOWN EXTRACT' TO CMP-RESULT
                   MOVE WS-GRP-APPL-DATE TO CMP-APPL-DATE
                   MOVE WS-GRP-CONF-KEY  TO CMP-CONF-KEY
                   MOVE 'NOT SENT ON ANY GENERATION HELD'
                       TO CMP-NOTE
                   MOVE WS-CMP-LINE TO REBUILD-LIST-LINE
                   PERFORM 8000-WRITE-LIST-LINE
               END-IF
           ELSE
      *        Surviving records ahead of this key are written first -
      *        the rebuilt record is built in the output record area.
               PERFORM 5600-SURVIVOR-ONLY
                   UNTIL END-OF-SURVIVOR OR WS-SRV-KEY NOT < WS-GRP-KEY
               PERFORM 5300-BUILD-CONTROL
               IF NOT END-OF-SURVIVOR AND WS-SRV-KEY = WS-GRP-KEY
                   PERFORM 5400-COMPARE-RECORD
                   PERFORM 5100-READ-SURVIVOR
               ELSE
                   IF SURVIVOR-PRESENT
                       ADD 1 TO WS-ADDED
                       MOVE SPACES TO WS-CMP-LINE
                       MOVE 'ADDED BY REBUILD' TO CMP-RESULT
                       MOVE EXT-CTL-SENT-DATE TO CMP-NEW-VALUE
                       MOVE 'NOT ON THE SURVIVING COPY' TO CMP-NOTE
                       PERFORM 5500-LIST-LINE
                   END-IF
               END-IF
               IF ACK-DATE-FROM-RUN
                   ADD 1 TO WS-ACK-DATES-RUN
               END-IF
               PERFORM 5700-WRITE-REBUILT
           END-IF.

      *    Corrections sort after the replacements, so the last
      *    replacement sent is known by the time they arrive: the
      *    newest one on the trail by that generation's creation
      *    and carrying its values is the one that was sent.
       5210-ADD-ENTRY.
           EVALUATE TRUE
               WHEN SORT-IS-DETAIL
                   ADD 1 TO WS-GRP-DETAILS
                   IF WS-GRP-DETAILS = 1
                       MOVE SORT-STAMP(1:8) TO WS-GRP-SENT-DATE
                   END-IF
               WHEN SORT-IS-REPLACE
                   ADD 1 TO WS-GRP-REPLACES
                   IF WS-GRP-REPLACES = 1
                       MOVE SORT-STAMP(1:8) TO WS-GRP-FIRST-R-DATE
                   END-IF
                   MOVE SORT-STAMP   TO WS-GRP-R-STAMP
                   MOVE SORT-ACCOUNT TO WS-GRP-R-ACCOUNT
                   MOVE SORT-BRANCH  TO WS-GRP-R-BRANCH
                   MOVE SORT-AMOUNT  TO WS-GRP-R-AMOUNT
               WHEN SORT-IS-CORRECTION
                   IF WS-GRP-REPLACES > ZERO
                       AND SORT-STAMP NOT > WS-GRP-R-STAMP
                       MOVE SORT-ORDER-KEY TO WS-GRP-NEWEST-KEY
                       IF SORT-ACCOUNT = WS-GRP-R-ACCOUNT
                           AND SORT-BRANCH = WS-GRP-R-BRANCH
                           AND SORT-AMOUNT = WS-GRP-R-AMOUNT
                           MOVE SORT-ORDER-KEY TO WS-GRP-MATCHED-KEY
                       END-IF
                   END-IF
               WHEN SORT-IS-ACK
                   ADD 1 TO WS-GRP-ACKS
                   MOVE SORT-ACK-STATUS TO WS-GRP-ACK-STATUS
                   MOVE SORT-ACK-REASON TO WS-GRP-ACK-REASON
           END-EVALUATE
           PERFORM 5150-RETURN-SORTED.

       5300-BUILD-CONTROL.
           MOVE SPACES TO EXTRACT-CONTROL-RECORD
           MOVE WS-GRP-APPL-DATE TO EXT-CTL-APPL-DATE
           MOVE WS-GRP-CONF-KEY  TO EXT-CTL-CONF-KEY
           MOVE SPACE TO WS-ACK-DATE-SW

           IF WS-GRP-DETAILS > ZERO
               MOVE WS-GRP-SENT-DATE TO EXT-CTL-SENT-DATE
               IF WS-GRP-DETAILS > 1
                   ADD 1 TO WS-SENT-TWICE
                   MOVE SPACES TO WS-CMP-LINE
                   MOVE 'SENT MORE THAN ONCE' TO CMP-RESULT
                   MOVE EXT-CTL-SENT-DATE TO CMP-NEW-VALUE
                   MOVE 'DETAIL ON MORE THAN ONE GENERATION'
                       TO CMP-NOTE
                   PERFORM 5500-LIST-LINE
               END-IF
           ELSE
               MOVE WS-GRP-FIRST-R-DATE TO EXT-CTL-SENT-DATE
               ADD 1 TO WS-NO-DETAIL
               MOVE SPACES TO WS-CMP-LINE
               MOVE 'DETAIL NOT RETAINED' TO CMP-RESULT
               MOVE EXT-CTL-SENT-DATE TO CMP-NEW-VALUE
               MOVE 'SENT DATE FROM FIRST REPLACEMENT'
                   TO CMP-NOTE
               PERFORM 5500-LIST-LINE
           END-IF

           IF WS-GRP-REPLACES > ZERO
               EVALUATE TRUE
                   WHEN WS-GRP-MATCHED-KEY NOT = SPACES
                       MOVE WS-GRP-MATCHED-KEY TO EXT-CTL-REPL-AUD-KEY
                       ADD 1 TO WS-LINKS-MATCHED
                   WHEN WS-GRP-NEWEST-KEY NOT = SPACES
                       MOVE WS-GRP-NEWEST-KEY TO EXT-CTL-REPL-AUD-KEY
                       ADD 1 TO WS-LINKS-INFERRED
                       MOVE SPACES TO WS-CMP-LINE
                       MOVE 'CORRECTION LINK INFERRED' TO CMP-RESULT
                       MOVE EXT-CTL-REPL-AUD-KEY TO CMP-NEW-VALUE
                       MOVE 'NO CORRECTION CARRIES THE SENT VALUES'
                           TO CMP-NOTE
                       PERFORM 5500-LIST-LINE
                   WHEN OTHER
                       MOVE WS-GRP-R-STAMP TO EXT-CTL-REPL-AUD-KEY(1:14)
                       MOVE '99999999' TO EXT-CTL-REPL-AUD-KEY(15:8)
                       ADD 1 TO WS-LINKS-STAMPED
                       MOVE SPACES TO WS-CMP-LINE
                       MOVE 'CORRECTION NOT ON TRAIL' TO CMP-RESULT
                       MOVE EXT-CTL-REPL-AUD-KEY TO CMP-NEW-VALUE
                       MOVE 'LINK SET TO THE EXTRACT TIME'
                           TO CMP-NOTE
                       PERFORM 5500-LIST-LINE
               END-EVALUATE
           END-IF

           IF WS-GRP-ACKS > ZERO
               MOVE WS-GRP-ACK-STATUS TO EXT-CTL-ACK-STATUS
               MOVE WS-GRP-ACK-REASON TO EXT-CTL-ACK-REASON
               MOVE WS-RUN-DATE       TO EXT-CTL-ACK-DATE
               SET ACK-DATE-FROM-RUN TO TRUE
           END-IF.

      *    The sent date and correction link come from what was
      *    sent, so a surviving value that differs is listed and the
      *    rebuilt one kept - except a sent date the rebuild could
      *    only estimate. An acknowledgment that agrees takes its
      *    date from the copy, one the feeds held do not cover is
      *    carried from the copy, and one that differs is listed.
       5400-COMPARE-RECORD.
           MOVE 'N' TO WS-DIFF-SW

           IF WS-SRV-SENT-DATE NOT = EXT-CTL-SENT-DATE
               IF WS-GRP-DETAILS = ZERO
                   AND WS-SRV-SENT-DATE IS NUMERIC
                   MOVE WS-SRV-SENT-DATE TO EXT-CTL-SENT-DATE
               ELSE
                   SET RECORD-DIFFERS TO TRUE
                   ADD 1 TO WS-SENT-DIFFS
                   MOVE SPACES TO WS-CMP-LINE
                   MOVE 'SENT DATE DIFFERS' TO CMP-RESULT
                   MOVE EXT-CTL-SENT-DATE TO CMP-NEW-VALUE
                   MOVE WS-SRV-SENT-DATE  TO CMP-OLD-VALUE
                   MOVE 'DATE OF THE GENERATION HEADER KEPT'
                       TO CMP-NOTE
                   PERFORM 5500-LIST-LINE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-SRV-ACK-STATUS = EXT-CTL-ACK-STATUS
                   AND WS-SRV-ACK-REASON = EXT-CTL-ACK-REASON
                   IF EXT-CTL-ACK-STATUS NOT = SPACE
                       AND WS-SRV-ACK-DATE IS NUMERIC
                       MOVE WS-SRV-ACK-DATE TO EXT-CTL-ACK-DATE
                       SET ACK-DATE-FROM-COPY TO TRUE
                       ADD 1 TO WS-ACK-DATES-COPY
                   END-IF
      *        No feed held for this loan - the acknowledgment came
      *        before the feeds were kept or has rolled off the GDG.
               WHEN EXT-CTL-ACK-STATUS = SPACE
                   MOVE WS-SRV-ACK-STATUS TO EXT-CTL-ACK-STATUS
                   MOVE WS-SRV-ACK-DATE   TO EXT-CTL-ACK-DATE
                   MOVE WS-SRV-ACK-REASON TO EXT-CTL-ACK-REASON
                   SET ACK-DATE-FROM-COPY TO TRUE
                   ADD 1 TO WS-ACKS-CARRIED
                   MOVE SPACES TO WS-CMP-LINE
                   MOVE 'ACK CARRIED FROM COPY' TO CMP-RESULT
                   MOVE WS-SRV-ACK-STATUS TO WS-AKV-STATUS
                   MOVE WS-SRV-ACK-REASON TO WS-AKV-REASON
                   MOVE WS-SRV-ACK-DATE   TO WS-AKV-DATE
                   MOVE WS-ACK-VIEW TO CMP-OLD-VALUE
                   MOVE 'NO FEED HELD FOR THIS LOAN' TO CMP-NOTE
                   PERFORM 5500-LIST-LINE
               WHEN OTHER
                   SET RECORD-DIFFERS TO TRUE
                   ADD 1 TO WS-ACK-DIFFS
                   MOVE SPACES TO WS-CMP-LINE
                   MOVE 'ACK DIFFERS' TO CMP-RESULT
                   MOVE EXT-CTL-ACK-STATUS TO WS-AKV-STATUS
                   MOVE EXT-CTL-ACK-REASON TO WS-AKV-REASON
                   MOVE EXT-CTL-ACK-DATE   TO WS-AKV-DATE
                   MOVE WS-ACK-VIEW TO CMP-NEW-VALUE
                   MOVE WS-SRV-ACK-STATUS TO WS-AKV-STATUS
                   MOVE WS-SRV-ACK-REASON TO WS-AKV-REASON
                   MOVE WS-SRV-ACK-DATE   TO WS-AKV-DATE
                   MOVE WS-ACK-VIEW TO CMP-OLD-VALUE
                   MOVE 'LAST ACK IN THE FEEDS KEPT' TO CMP-NOTE
                   PERFORM 5500-LIST-LINE
           END-EVALUATE

           IF WS-SRV-REPL-AUD-KEY NOT = EXT-CTL-REPL-AUD-KEY
               SET RECORD-DIFFERS TO TRUE
               ADD 1 TO WS-LINK-DIFFS
               MOVE SPACES TO WS-CMP-LINE
               MOVE 'CORRECTION LINK DIFFERS' TO CMP-RESULT
               MOVE EXT-CTL-REPL-AUD-KEY TO CMP-NEW-VALUE
               MOVE WS-SRV-REPL-AUD-KEY  TO CMP-OLD-VALUE
               MOVE 'LINK FROM THE EXTRACTS KEPT' TO CMP-NOTE
               PERFORM 5500-LIST-LINE
           END-IF

           IF NOT RECORD-DIFFERS
               ADD 1 TO WS-AGREED
           END-IF.

      *    The caller has set the result, values and note.
       5500-LIST-LINE.
           MOVE EXT-CTL-APPL-DATE TO CMP-APPL-DATE
           MOVE EXT-CTL-CONF-KEY  TO CMP-CONF-KEY
           MOVE WS-CMP-LINE TO REBUILD-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

      *    A surviving record the rebuild did not produce. For a
      *    date before the oldest generation held it is carried
      *    across as it stands; inside the retained extracts it is
      *    a loan sent with no detail left to show it.
       5600-SURVIVOR-ONLY.
           IF WS-SRV-APPL-DATE < WS-OLDEST-FILE-DATE
               ADD 1 TO WS-CARRIED
               MOVE WS-SURVIVOR-RECORD TO EXTRACT-CONTROL-RECORD
               PERFORM 5700-WRITE-REBUILT
           ELSE
               ADD 1 TO WS-NOT-RECOVERED
               MOVE SPACES TO WS-CMP-LINE
               MOVE 'NOT RECOVERED' TO CMP-RESULT
               MOVE WS-SRV-APPL-DATE TO CMP-APPL-DATE
               MOVE WS-SRV-CONF-KEY  TO CMP-CONF-KEY
               MOVE WS-SRV-SENT-DATE TO CMP-OLD-VALUE
               MOVE 'NOT ON ANY EXTRACT GENERATION HELD'
                   TO CMP-NOTE
               MOVE WS-CMP-LINE TO REBUILD-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
           END-IF
           PERFORM 5100-READ-SURVIVOR.

       5700-WRITE-REBUILT.
           IF NOT FATAL-ERROR
               WRITE EXTRACT-CONTROL-RECORD
               IF NOT WS-REBUILT-OK
                   DISPLAY 'ECHORBX - WRITE XCTLNEW FAILED, STATUS='
                       WS-REBUILT-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-SORT TO TRUE
                   SET END-OF-SURVIVOR TO TRUE
               ELSE
                   ADD 1 TO WS-REBUILT
               END-IF
           END-IF.

       5099-REBUILD-EXIT.
           EXIT.

       END PROGRAM ECHORBX.
