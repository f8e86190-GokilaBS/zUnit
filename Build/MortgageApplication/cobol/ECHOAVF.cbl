       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHOAVF.
      *****************************************************************
      *                                                               *
      *   ECHOAVF - Audit-trail integrity verification. Walks every   *
      *             audit record still held - the archive generations *
      *             ECHOARC wrote (ARCHIN, the whole AUDARCH GDG      *
      *             concatenated) and the live cluster (AUDITFL) -    *
      *             and proves the trail complete and untouched:      *
      *                                                               *
      *               - AUD-SEQUENCE comes from the single AUDCTR     *
      *                 counter, so in sequence order the trail must  *
      *                 run 1, 2, 3 ... up to CTR-NEXT-SEQUENCE with  *
      *                 no number missing, none repeated, and no      *
      *                 record stamped earlier than the number before *
      *                 it;                                           *
      *               - every archive run on ARCHCTL must still have  *
      *                 exactly the record count it copied;           *
      *               - every application date behind the PARM date  *
      *                 carries a seal on AUDSEAL (SEALREC) - record  *
      *                 count and hash totals over the key fields of  *
      *                 the date's records. The first run past a date *
      *                 seals it; every later run recomputes the      *
      *                 totals and a difference breaks the seal.      *
      *                 Records ECHO2 adds for a sealed date later    *
      *                 (corrections) carry higher sequence numbers   *
      *                 and are rolled into an intact seal.           *
      *                                                               *
      *             A broken seal is never resealed - the sealed      *
      *             totals stay on file as the evidence and every run *
      *             reports the date until the trail is restored.     *
      *                                                               *
      *             Records stamped past the counter value read at    *
      *             the start belong to ECHO2 calls made while the    *
      *             run was reading, and are left to the next run.    *
      *                                                               *
      *             PARM='YYYYMMDD' - dates before it are sealed.     *
      *             RETURN-CODE 8 when any exception or broken seal   *
      *             is listed on VFYLIST, 12 on a file error.         *
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

           SELECT OPTIONAL ARCHIVE-CTL-FILE ASSIGN TO ARCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHCTL-STATUS.

           SELECT AUDIT-COUNTER-FILE ASSIGN TO AUDCTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTR-KEY
               FILE STATUS IS WS-AUDCTR-STATUS.

           SELECT AUDIT-SEAL-FILE ASSIGN TO AUDSEAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEAL-APPL-DATE
               FILE STATUS IS WS-SEAL-STATUS.

           SELECT VERIFY-LIST-FILE ASSIGN TO VFYLIST
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

       FD  ARCHIVE-CTL-FILE
           RECORDING MODE IS F.
           COPY ARCCTL.

       FD  AUDIT-COUNTER-FILE
           RECORDING MODE IS F.
           COPY AUDCTR.

       FD  AUDIT-SEAL-FILE
           RECORDING MODE IS F.
           COPY SEALREC.

       FD  VERIFY-LIST-FILE
           RECORDING MODE IS F.
       01 VERIFY-LIST-LINE      Pic X(132).

      *    One entry per audit record, from either source: sorted by
      *    sequence for the gap check, then by application date and
      *    sequence for the seals.
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
          05 SORT-SEQUENCE      Pic 9(08).
          05 SORT-TIMESTAMP     Pic X(14).
          05 SORT-TS-PARTS REDEFINES SORT-TIMESTAMP.
             10 SORT-TS-DATE    Pic 9(08).
             10 SORT-TS-TIME    Pic 9(06).
          05 SORT-APPL-DATE     Pic X(08).
          05 SORT-SOURCE        Pic X(01).
             88 SORT-FROM-ARCHIVE VALUE 'A'.
          05 SORT-ACCOUNT-A     Pic 9(10).
          05 SORT-ACCOUNT-B     Pic 9(10).
          05 SORT-AMT-A         Pic S9(07)V99.
          05 SORT-AMT-B         Pic S9(07)V99.
          05 SORT-RETURN-CODE   Pic 9(02).
          05 SORT-MATCH-INDS.
             10 SORT-MATCH-IND0 Pic X(01).
             10 SORT-MATCH-IND1 Pic X(01).
             10 SORT-MATCH-IND2 Pic X(01).
             10 SORT-MATCH-IND3 Pic X(01).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       Pic X(02).
          88 WS-AUDIT-OK        VALUE '00'.
       01 WS-ARCHIN-STATUS      Pic X(02).
          88 WS-ARCHIN-OK       VALUE '00'.
      *    '05' is a successful OPEN of the OPTIONAL control file
      *    before the first archive run.
       01 WS-ARCHCTL-STATUS     Pic X(02).
          88 WS-ARCHCTL-OK      VALUE '00' '05'.
       01 WS-AUDCTR-STATUS      Pic X(02).
          88 WS-AUDCTR-OK       VALUE '00'.
       01 WS-SEAL-STATUS        Pic X(02).
          88 WS-SEAL-OK         VALUE '00'.
          88 WS-SEAL-NOT-FOUND  VALUE '23'.
       01 WS-LIST-STATUS        Pic X(02).
          88 WS-LIST-OK         VALUE '00'.
       01 WS-EOF-SWITCH         Pic X(01) VALUE 'N'.
          88 END-OF-INPUT       VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH    Pic X(01) VALUE 'N'.
          88 END-OF-SORT        VALUE 'Y'.
       01 WS-SEAL-EOF-SWITCH    Pic X(01) VALUE 'N'.
          88 END-OF-SEALS       VALUE 'Y'.
       01 WS-FATAL-SW           Pic X(01) VALUE 'N'.
          88 FATAL-ERROR        VALUE 'Y'.
       01 WS-PASS-SW            Pic X(01).
          88 SEQUENCE-PASS      VALUE '1'.
          88 SEAL-PASS          VALUE '2'.
       01 WS-DATE-SEAL-SW       Pic X(01).
          88 DATE-HAS-SEAL      VALUE 'Y'.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-RUN-DATE           Pic X(08).
       01 WS-RUN-STAMP          Pic X(14).
      *    The last sequence number AUDCTR had handed out when the
      *    run started.
       01 WS-COUNTER-HIGH       Pic 9(08) VALUE ZERO.
       01 WS-PREV-SEQUENCE      Pic 9(08) VALUE ZERO.
       01 WS-PREV-TIMESTAMP     Pic X(14) VALUE LOW-VALUES.
       01 WS-GAP-FROM           Pic 9(08).
       01 WS-GAP-TO             Pic 9(08).
       01 WS-DATE               Pic X(08).
       01 WS-DATE-HIGH-SEQ      Pic 9(08).
       01 WS-LATER-RECORDS      Pic 9(08).

       01 WS-COUNTS.
          05 WS-ARCHIVE-READ    Pic 9(08) VALUE ZERO.
          05 WS-LIVE-READ       Pic 9(08) VALUE ZERO.
          05 WS-TRAIL-CHECKED   Pic 9(08) VALUE ZERO.
          05 WS-LATE-RECORDS    Pic 9(08) VALUE ZERO.
          05 WS-UNREADABLE      Pic 9(08) VALUE ZERO.
          05 WS-UNLISTED        Pic 9(08) VALUE ZERO.
          05 WS-MISSING         Pic 9(08) VALUE ZERO.
          05 WS-DUPLICATES      Pic 9(08) VALUE ZERO.
          05 WS-OUT-OF-ORDER    Pic 9(08) VALUE ZERO.
          05 WS-ARCHIVE-DIFFS   Pic 9(08) VALUE ZERO.
          05 WS-DATES-VERIFIED  Pic 9(08) VALUE ZERO.
          05 WS-DATES-SEALED    Pic 9(08) VALUE ZERO.
          05 WS-SEALS-EXTENDED  Pic 9(08) VALUE ZERO.
          05 WS-SEALS-BROKEN    Pic 9(08) VALUE ZERO.
          05 WS-DATES-OPEN      Pic 9(08) VALUE ZERO.

      *    Totals over the date's records up to the seal's high
      *    sequence, and over every record for the date - laid out
      *    field for field like SEAL-TOTALS.
       01 WS-SEALED-PART.
          05 WS-SLD-COUNT       Pic 9(08).
          05 WS-SLD-SEQ-HASH    Pic 9(15).
          05 WS-SLD-TS-HASH     Pic 9(15).
          05 WS-SLD-ACCT-HASH   Pic 9(18).
          05 WS-SLD-AMT-HASH    Pic S9(15)V99.
          05 WS-SLD-RC-HASH     Pic 9(10).
          05 WS-SLD-MATCHED     Pic 9(08).
       01 WS-WHOLE-DATE.
          05 WS-WHL-COUNT       Pic 9(08).
          05 WS-WHL-SEQ-HASH    Pic 9(15).
          05 WS-WHL-TS-HASH     Pic 9(15).
          05 WS-WHL-ACCT-HASH   Pic 9(18).
          05 WS-WHL-AMT-HASH    Pic S9(15)V99.
          05 WS-WHL-RC-HASH     Pic 9(10).
          05 WS-WHL-MATCHED     Pic 9(08).

      *    One entry per ARCHCTL control record - the GDG keeps 255
      *    generations, one per monthly archive run.
       01 WS-ARC-LIMIT          Pic 9(04) COMP VALUE 255.
       01 WS-ARC-COUNT          Pic 9(04) COMP VALUE ZERO.
       01 WS-ARC-SUB            Pic 9(04) COMP.
       01 WS-ARC-FOUND          Pic 9(04) COMP.
       01 WS-ARC-TABLE.
          05 WS-ARC-ENTRY OCCURS 255 TIMES.
             10 WS-ARC-RUN-DATE    Pic X(08).
             10 WS-ARC-CUTOFF      Pic X(08).
             10 WS-ARC-FROM        Pic X(08).
             10 WS-ARC-TO          Pic X(08).
             10 WS-ARC-CONTROL     Pic 9(08).
             10 WS-ARC-READ        Pic 9(08).

      *    Offsets follow AUDREC.cpy: 22-byte AUD-KEY, the text
      *    input pairs, the amount pair, 43 bytes of echoed output,
      *    the match indicators and return code, then branch and
      *    application date.
       01 WS-ARCHIVE-RECORD     Pic X(188).
       01 WS-ARCHIVE-FIELDS REDEFINES WS-ARCHIVE-RECORD.
          05 WS-ARC-TIMESTAMP   Pic X(14).
          05 WS-ARC-SEQUENCE    Pic 9(08).
          05 FILLER             Pic X(10).
          05 WS-ARC-TEXT1-A     Pic 9(10).
          05 WS-ARC-TEXT1-B     Pic 9(10).
          05 FILLER             Pic X(10).
          05 WS-ARC-AMT-A       Pic S9(07)V99.
          05 WS-ARC-AMT-B       Pic S9(07)V99.
          05 FILLER             Pic X(43).
          05 WS-ARC-MATCH-INDS  Pic X(04).
          05 WS-ARC-RETURN-CODE Pic 9(02).
          05 WS-ARC-BRANCH      Pic X(04).
          05 WS-ARC-APPL-DATE   Pic X(08).
          05 FILLER             Pic X(47).

       01 WS-HDR1.
          05 FILLER             Pic X(40)
             VALUE 'ECHO2 AUDIT TRAIL INTEGRITY VERIFICATION'.
          05 FILLER             Pic X(12) VALUE ' - RUN DATE '.
          05 HDR1-DATE          Pic X(08).
          05 FILLER             Pic X(72) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 SECT-TITLE         Pic X(60).
          05 FILLER             Pic X(72) VALUE SPACES.

       01 WS-EXC-HDR.
          05 FILLER             Pic X(22) VALUE 'EXCEPTION'.
          05 FILLER             Pic X(22) VALUE 'SEQUENCE NUMBERS'.
          05 FILLER             Pic X(16) VALUE 'TIMESTAMP'.
          05 FILLER             Pic X(09) VALUE 'SOURCE'.
          05 FILLER             Pic X(63) VALUE 'NOTE'.

       01 WS-EXC-LINE.
          05 EXC-TYPE           Pic X(20).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 EXC-FROM           Pic ZZZZZZZ9.
          05 EXC-THRU           Pic X(04).
          05 EXC-TO             Pic ZZZZZZZZ.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 EXC-TIMESTAMP      Pic X(14).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 EXC-SOURCE         Pic X(07).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 EXC-NOTE           Pic X(50).
          05 FILLER             Pic X(13) VALUE SPACES.

       01 WS-ARC-HDR.
          05 FILLER             Pic X(10) VALUE 'RUN DATE'.
          05 FILLER             Pic X(10) VALUE 'CUTOFF'.
          05 FILLER             Pic X(10) VALUE 'FROM'.
          05 FILLER             Pic X(10) VALUE 'TO'.
          05 FILLER             Pic X(10) VALUE ' CONTROL'.
          05 FILLER             Pic X(10) VALUE '    READ'.
          05 FILLER             Pic X(72) VALUE 'RESULT'.

       01 WS-ARC-LINE.
          05 ARL-RUN-DATE       Pic X(08).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 ARL-CUTOFF         Pic X(08).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 ARL-FROM           Pic X(08).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 ARL-TO             Pic X(08).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 ARL-CONTROL        Pic ZZZZZZZ9.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 ARL-READ           Pic ZZZZZZZ9.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 ARL-RESULT         Pic X(30).
          05 FILLER             Pic X(42) VALUE SPACES.

       01 WS-DATE-HDR.
          05 FILLER             Pic X(10) VALUE 'APPL DATE'.
          05 FILLER             Pic X(10) VALUE ' RECORDS'.
          05 FILLER             Pic X(10) VALUE 'HIGH SEQ'.
          05 FILLER             Pic X(14) VALUE 'RESULT'.
          05 FILLER             Pic X(88) VALUE 'NOTE'.

       01 WS-DATE-LINE.
          05 DTE-DATE           Pic X(08).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTE-RECORDS        Pic ZZZZZZZ9.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTE-HIGH-SEQ       Pic ZZZZZZZ9.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTE-RESULT         Pic X(12).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTE-NOTE           Pic X(60).
          05 FILLER             Pic X(28) VALUE SPACES.

       01 WS-EDIT-COUNT-1       Pic ZZZZZZZ9.
       01 WS-EDIT-COUNT-2       Pic ZZZZZZZ9.

       01 WS-TOT-LINE.
          05 TOT-LINE-TAG       Pic X(30).
          05 TOT-LINE-COUNT     Pic ZZZZZZZ9.
          05 FILLER             Pic X(94) VALUE SPACES.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
          05 WS-PARM-DATE       Pic X(08).

       PROCEDURE DIVISION USING WS-RUN-PARM.
       0000-MAIN SECTION.
       0010-DRIVE.
           PERFORM 1000-INITIALIZE

      *    Pass one: every sequence number in order.
           SET SEQUENCE-PASS TO TRUE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SEQUENCE
                                SORT-TIMESTAMP
               INPUT PROCEDURE IS 3000-RELEASE-TRAIL
               OUTPUT PROCEDURE IS 4000-CHECK-SEQUENCE
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ECHOAVF - INTERNAL SORT FAILED, '
                   'SORT-RETURN=' SORT-RETURN ' - RETURN-CODE 16'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF FATAL-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-PRINT-ARCHIVE-RUNS

      *    Pass two: the same records by application date, against
      *    the seals.
           SET SEAL-PASS TO TRUE
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-APPL-DATE
                                SORT-SEQUENCE
               INPUT PROCEDURE IS 3000-RELEASE-TRAIL
               OUTPUT PROCEDURE IS 5000-VERIFY-SEALS
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'ECHOAVF - INTERNAL SORT FAILED, '
                   'SORT-RETURN=' SORT-RETURN ' - RETURN-CODE 16'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT FATAL-ERROR
               PERFORM 6000-FIND-EMPTY-SEALS
           END-IF
           IF FATAL-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-DATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
               DISPLAY 'ECHOAVF - NO RUN-DATE PARM, DEFAULTING TO '
                   WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'ECHOAVF - NOT A VALID YYYYMMDD DATE: '
                   WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-RUN-STAMP

      *    The counter is read first: anything ECHO2 writes while
      *    the trail is being read is past this value and waits for
      *    the next run.
           OPEN INPUT AUDIT-COUNTER-FILE
           IF NOT WS-AUDCTR-OK
               DISPLAY 'ECHOAVF - OPEN AUDCTR FAILED, STATUS='
                   WS-AUDCTR-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE '1' TO CTR-KEY
           READ AUDIT-COUNTER-FILE
               INVALID KEY
                   DISPLAY 'ECHOAVF - READ AUDCTR FAILED, STATUS='
                       WS-AUDCTR-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE CTR-NEXT-SEQUENCE TO WS-COUNTER-HIGH
           CLOSE AUDIT-COUNTER-FILE

           PERFORM 1100-LOAD-ARCHIVE-CONTROL

           OPEN I-O AUDIT-SEAL-FILE
           IF NOT WS-SEAL-OK
               DISPLAY 'ECHOAVF - OPEN AUDSEAL FAILED, STATUS='
                   WS-SEAL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT VERIFY-LIST-FILE
           IF NOT WS-LIST-OK
               DISPLAY 'ECHOAVF - OPEN VFYLIST FAILED, STATUS='
                   WS-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-RUN-DATE TO HDR1-DATE
           MOVE WS-HDR1 TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE SPACES TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'SEQUENCE EXCEPTIONS' TO SECT-TITLE
           MOVE WS-SECTION-LINE TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE WS-EXC-HDR TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

       1100-LOAD-ARCHIVE-CONTROL.
           OPEN INPUT ARCHIVE-CTL-FILE
           IF NOT WS-ARCHCTL-OK
               DISPLAY 'ECHOAVF - OPEN ARCHCTL FAILED, STATUS='
                   WS-ARCHCTL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1110-READ-ARCHIVE-CONTROL UNTIL END-OF-INPUT
           CLOSE ARCHIVE-CTL-FILE.

       1110-READ-ARCHIVE-CONTROL.
           READ ARCHIVE-CTL-FILE
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT
               IF NOT WS-ARCHCTL-OK
                   DISPLAY 'ECHOAVF - READ ARCHCTL FAILED, STATUS='
                       WS-ARCHCTL-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-ARC-COUNT NOT < WS-ARC-LIMIT
                   DISPLAY 'ECHOAVF - ARCHIVE RUN TABLE FULL AT '
                       WS-ARC-LIMIT ' ENTRIES'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-ARC-COUNT
               MOVE ARC-RUN-DATE     TO WS-ARC-RUN-DATE(WS-ARC-COUNT)
               MOVE ARC-CUTOFF-DATE  TO WS-ARC-CUTOFF(WS-ARC-COUNT)
               MOVE ARC-FROM-DATE    TO WS-ARC-FROM(WS-ARC-COUNT)
               MOVE ARC-TO-DATE      TO WS-ARC-TO(WS-ARC-COUNT)
               MOVE ARC-RECORD-COUNT TO WS-ARC-CONTROL(WS-ARC-COUNT)
               MOVE ZERO             TO WS-ARC-READ(WS-ARC-COUNT)
           END-IF.

      *    Every archive run must still hold exactly what ECHOARC
      *    copied - a generation short of its count lost records
      *    after the run, one over gained them.
       1500-PRINT-ARCHIVE-RUNS.
           MOVE SPACES TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'ARCHIVE GENERATIONS (ARCHCTL)' TO SECT-TITLE
           MOVE WS-SECTION-LINE TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE WS-ARC-HDR TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           PERFORM 1510-PRINT-ARCHIVE-RUN
               VARYING WS-ARC-SUB FROM 1 BY 1
               UNTIL WS-ARC-SUB > WS-ARC-COUNT
           IF WS-UNLISTED > ZERO
               MOVE SPACES TO WS-ARC-LINE
               MOVE WS-UNLISTED TO ARL-READ
               MOVE 'NOT IN ANY ARCHCTL DATE RANGE' TO ARL-RESULT
               MOVE WS-ARC-LINE TO VERIFY-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
               ADD 1 TO WS-ARCHIVE-DIFFS
           END-IF
           IF FATAL-ERROR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       1510-PRINT-ARCHIVE-RUN.
           MOVE SPACES TO WS-ARC-LINE
           MOVE WS-ARC-RUN-DATE(WS-ARC-SUB) TO ARL-RUN-DATE
           MOVE WS-ARC-CUTOFF(WS-ARC-SUB)   TO ARL-CUTOFF
           MOVE WS-ARC-FROM(WS-ARC-SUB)     TO ARL-FROM
           MOVE WS-ARC-TO(WS-ARC-SUB)       TO ARL-TO
           MOVE WS-ARC-CONTROL(WS-ARC-SUB)  TO ARL-CONTROL
           MOVE WS-ARC-READ(WS-ARC-SUB)     TO ARL-READ
           EVALUATE TRUE
               WHEN WS-ARC-READ(WS-ARC-SUB) = WS-ARC-CONTROL(WS-ARC-SUB)
                   MOVE 'OK' TO ARL-RESULT
               WHEN WS-ARC-READ(WS-ARC-SUB) < WS-ARC-CONTROL(WS-ARC-SUB)
                   MOVE 'RECORDS MISSING' TO ARL-RESULT
                   ADD 1 TO WS-ARCHIVE-DIFFS
               WHEN OTHER
                   MOVE 'MORE RECORDS THAN COPIED' TO ARL-RESULT
                   ADD 1 TO WS-ARCHIVE-DIFFS
           END-EVALUATE
           MOVE WS-ARC-LINE TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

      *    Seals a run did not reach have no audit record left for
      *    their date at all.
       6000-FIND-EMPTY-SEALS.
           MOVE LOW-VALUES TO SEAL-APPL-DATE
           START AUDIT-SEAL-FILE KEY IS NOT LESS THAN SEAL-APPL-DATE
               INVALID KEY SET END-OF-SEALS TO TRUE
           END-START
           IF END-OF-SEALS
               IF NOT WS-SEAL-NOT-FOUND
                   DISPLAY 'ECHOAVF - START AUDSEAL FAILED, STATUS='
                       WS-SEAL-STATUS
                   SET FATAL-ERROR TO TRUE
               END-IF
           ELSE
               PERFORM 6100-READ-NEXT-SEAL
           END-IF
           PERFORM 6200-CHECK-REACHED UNTIL END-OF-SEALS.

       6100-READ-NEXT-SEAL.
           READ AUDIT-SEAL-FILE NEXT RECORD
               AT END SET END-OF-SEALS TO TRUE
           END-READ
           IF NOT END-OF-SEALS AND NOT WS-SEAL-OK
               DISPLAY 'ECHOAVF - READ AUDSEAL FAILED, STATUS='
                   WS-SEAL-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-SEALS TO TRUE
           END-IF.

       6200-CHECK-REACHED.
           IF SEAL-VERIFIED-STAMP NOT = WS-RUN-STAMP
               SET SEAL-BROKEN TO TRUE
               MOVE WS-RUN-STAMP TO SEAL-VERIFIED-STAMP
               REWRITE AUDIT-SEAL-RECORD
               IF NOT WS-SEAL-OK
                   DISPLAY 'ECHOAVF - REWRITE AUDSEAL FAILED, STATUS='
                       WS-SEAL-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-SEALS TO TRUE
               END-IF
               MOVE SPACES TO WS-DATE-LINE
               MOVE SEAL-APPL-DATE TO DTE-DATE
               MOVE ZERO TO DTE-RECORDS
               MOVE SEAL-HIGH-SEQUENCE TO DTE-HIGH-SEQ
               MOVE 'SEAL BROKEN' TO DTE-RESULT
               MOVE SEAL-RECORD-COUNT TO WS-EDIT-COUNT-1
               STRING 'SEALED ' WS-EDIT-COUNT-1
                   ' RECORDS, NONE LEFT ON THE TRAIL'
                   DELIMITED BY SIZE INTO DTE-NOTE
               END-STRING
               MOVE WS-DATE-LINE TO VERIFY-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
               ADD 1 TO WS-SEALS-BROKEN
           END-IF
           IF NOT FATAL-ERROR
               PERFORM 6100-READ-NEXT-SEAL
           END-IF.

       8000-WRITE-LIST-LINE.
           WRITE VERIFY-LIST-LINE
           IF NOT WS-LIST-OK
               DISPLAY 'ECHOAVF - WRITE VFYLIST FAILED, STATUS='
                   WS-LIST-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-SORT TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       8100-WRITE-TOTAL.
           MOVE WS-TOT-LINE TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

       9000-TERMINATE.
           MOVE SPACES TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'ARCHIVE RECORDS READ:         ' TO TOT-LINE-TAG
           MOVE WS-ARCHIVE-READ TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'LIVE RECORDS READ:            ' TO TOT-LINE-TAG
           MOVE WS-LIVE-READ TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'COUNTER HIGH SEQUENCE:        ' TO TOT-LINE-TAG
           MOVE WS-COUNTER-HIGH TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'WRITTEN DURING THE RUN:       ' TO TOT-LINE-TAG
           MOVE WS-LATE-RECORDS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'UNREADABLE RECORDS:           ' TO TOT-LINE-TAG
           MOVE WS-UNREADABLE TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'MISSING SEQUENCE NUMBERS:     ' TO TOT-LINE-TAG
           MOVE WS-MISSING TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'DUPLICATE SEQUENCE NUMBERS:   ' TO TOT-LINE-TAG
           MOVE WS-DUPLICATES TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'OUT-OF-ORDER RECORDS:         ' TO TOT-LINE-TAG
           MOVE WS-OUT-OF-ORDER TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'ARCHIVE COUNT DIFFERENCES:    ' TO TOT-LINE-TAG
           MOVE WS-ARCHIVE-DIFFS TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'DATES VERIFIED:               ' TO TOT-LINE-TAG
           MOVE WS-DATES-VERIFIED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'DATES SEALED THIS RUN:        ' TO TOT-LINE-TAG
           MOVE WS-DATES-SEALED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'SEALS EXTENDED:               ' TO TOT-LINE-TAG
           MOVE WS-SEALS-EXTENDED TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'SEALS BROKEN:                 ' TO TOT-LINE-TAG
           MOVE WS-SEALS-BROKEN TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL
           MOVE 'DATES STILL OPEN:             ' TO TOT-LINE-TAG
           MOVE WS-DATES-OPEN TO TOT-LINE-COUNT
           PERFORM 8100-WRITE-TOTAL

           CLOSE AUDIT-SEAL-FILE
           CLOSE VERIFY-LIST-FILE

           DISPLAY 'ECHOAVF - RUN DATE:          ' WS-RUN-DATE
           DISPLAY 'ECHOAVF - RECORDS CHECKED:   ' WS-TRAIL-CHECKED
           DISPLAY 'ECHOAVF - MISSING SEQUENCES: ' WS-MISSING
           DISPLAY 'ECHOAVF - DUPLICATES:        ' WS-DUPLICATES
           DISPLAY 'ECHOAVF - OUT OF ORDER:      ' WS-OUT-OF-ORDER
           DISPLAY 'ECHOAVF - ARCHIVE DIFFS:     ' WS-ARCHIVE-DIFFS
           DISPLAY 'ECHOAVF - SEALS BROKEN:      ' WS-SEALS-BROKEN
           IF WS-MISSING > ZERO OR WS-DUPLICATES > ZERO
               OR WS-OUT-OF-ORDER > ZERO OR WS-UNREADABLE > ZERO
               OR WS-ARCHIVE-DIFFS > ZERO OR WS-SEALS-BROKEN > ZERO
               DISPLAY 'ECHOAVF - AUDIT TRAIL FAILED VERIFICATION '
                   '- SEE VFYLIST - RETURN-CODE 8'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    Both passes read the same two sources; only the first
      *    tallies the archive runs and lists the records that
      *    cannot be checked.
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
               DISPLAY 'ECHOAVF - OPEN ARCHIN FAILED, STATUS='
                   WS-ARCHIN-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3110-READ-ARCHIVE
               PERFORM 3120-RELEASE-ARCHIVE UNTIL END-OF-INPUT
               CLOSE ARCHIVE-IN-FILE
           END-IF.

       3110-READ-ARCHIVE.
           READ ARCHIVE-IN-FILE INTO WS-ARCHIVE-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-ARCHIN-OK
               DISPLAY 'ECHOAVF - READ ARCHIN FAILED, STATUS='
                   WS-ARCHIN-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3120-RELEASE-ARCHIVE.
           IF SEQUENCE-PASS
               ADD 1 TO WS-ARCHIVE-READ
               PERFORM 3130-FIND-ARCHIVE-RUN
           END-IF
           MOVE WS-ARC-SEQUENCE    TO SORT-SEQUENCE
           MOVE WS-ARC-TIMESTAMP   TO SORT-TIMESTAMP
           MOVE WS-ARC-APPL-DATE   TO SORT-APPL-DATE
           MOVE 'A'                TO SORT-SOURCE
           MOVE WS-ARC-TEXT1-A     TO SORT-ACCOUNT-A
           MOVE WS-ARC-TEXT1-B     TO SORT-ACCOUNT-B
           MOVE WS-ARC-AMT-A       TO SORT-AMT-A
           MOVE WS-ARC-AMT-B       TO SORT-AMT-B
           MOVE WS-ARC-RETURN-CODE TO SORT-RETURN-CODE
           MOVE WS-ARC-MATCH-INDS  TO SORT-MATCH-INDS
           PERFORM 3300-RELEASE-ENTRY
           PERFORM 3110-READ-ARCHIVE.

      *    ECHOARC archives by the AUD-TIMESTAMP date, so each
      *    archived record falls inside exactly one run's range.
       3130-FIND-ARCHIVE-RUN.
           MOVE ZERO TO WS-ARC-FOUND
           PERFORM 3140-SCAN-ARCHIVE-RUN
               VARYING WS-ARC-SUB FROM 1 BY 1
               UNTIL WS-ARC-SUB > WS-ARC-COUNT
               OR WS-ARC-FOUND > ZERO
           IF WS-ARC-FOUND > ZERO
               ADD 1 TO WS-ARC-READ(WS-ARC-FOUND)
           ELSE
               ADD 1 TO WS-UNLISTED
           END-IF.

       3140-SCAN-ARCHIVE-RUN.
           IF WS-ARC-FROM(WS-ARC-SUB) NOT = SPACES
               AND WS-ARC-TIMESTAMP(1:8) NOT < WS-ARC-FROM(WS-ARC-SUB)
               AND WS-ARC-TIMESTAMP(1:8) NOT > WS-ARC-TO(WS-ARC-SUB)
               MOVE WS-ARC-SUB TO WS-ARC-FOUND
           END-IF.

       3200-SCAN-LIVE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY 'ECHOAVF - OPEN AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               SET FATAL-ERROR TO TRUE
           ELSE
               PERFORM 3210-READ-LIVE
               PERFORM 3220-RELEASE-LIVE UNTIL END-OF-INPUT
               CLOSE AUDIT-FILE
           END-IF.

       3210-READ-LIVE.
           READ AUDIT-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-AUDIT-OK
               DISPLAY 'ECHOAVF - READ AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3220-RELEASE-LIVE.
           IF SEQUENCE-PASS
               ADD 1 TO WS-LIVE-READ
           END-IF
           MOVE AUD-SEQUENCE         TO SORT-SEQUENCE
           MOVE AUD-TIMESTAMP        TO SORT-TIMESTAMP
           MOVE AUD-APPLICATION-DATE TO SORT-APPL-DATE
           MOVE 'L'                  TO SORT-SOURCE
           MOVE AUD-IN-TEXT1-A       TO SORT-ACCOUNT-A
           MOVE AUD-IN-TEXT1-B       TO SORT-ACCOUNT-B
           MOVE AUD-IN-AMT-A         TO SORT-AMT-A
           MOVE AUD-IN-AMT-B         TO SORT-AMT-B
           MOVE AUD-RETURN-CODE      TO SORT-RETURN-CODE
           MOVE AUD-MATCH-IND0       TO SORT-MATCH-IND0
           MOVE AUD-MATCH-IND1       TO SORT-MATCH-IND1
           MOVE AUD-MATCH-IND2       TO SORT-MATCH-IND2
           MOVE AUD-MATCH-IND3       TO SORT-MATCH-IND3
           PERFORM 3300-RELEASE-ENTRY
           PERFORM 3210-READ-LIVE.

      *    A record whose hashed fields are not numeric cannot be
      *    added into a seal; it is listed and left out, so the
      *    gap check and the date's seal both show it.
       3300-RELEASE-ENTRY.
           EVALUATE TRUE
               WHEN SORT-SEQUENCE NOT NUMERIC
                   OR SORT-TS-DATE NOT NUMERIC
                   OR SORT-TS-TIME NOT NUMERIC
                   OR SORT-ACCOUNT-A NOT NUMERIC
                   OR SORT-ACCOUNT-B NOT NUMERIC
                   OR SORT-AMT-A NOT NUMERIC
                   OR SORT-AMT-B NOT NUMERIC
                   OR SORT-RETURN-CODE NOT NUMERIC
                   IF SEQUENCE-PASS
                       ADD 1 TO WS-UNREADABLE
                       MOVE SPACES TO WS-EXC-LINE
                       MOVE 'UNREADABLE RECORD' TO EXC-TYPE
                       MOVE SORT-TIMESTAMP TO EXC-TIMESTAMP
                       PERFORM 3310-NAME-SOURCE
                       MOVE 'NON-NUMERIC KEY FIELD - LEFT OUT'
                           TO EXC-NOTE
                       MOVE WS-EXC-LINE TO VERIFY-LIST-LINE
                       PERFORM 8000-WRITE-LIST-LINE
                   END-IF
               WHEN SORT-SEQUENCE > WS-COUNTER-HIGH
                   IF SEQUENCE-PASS
                       ADD 1 TO WS-LATE-RECORDS
                   END-IF
               WHEN OTHER
                   RELEASE SORT-RECORD
           END-EVALUATE.

       3310-NAME-SOURCE.
           IF SORT-FROM-ARCHIVE
               MOVE 'ARCHIVE' TO EXC-SOURCE
           ELSE
               MOVE 'LIVE' TO EXC-SOURCE
           END-IF.

       3099-RELEASE-EXIT.
           EXIT.

      *    In sequence order each number must be one past the last;
      *    the numbers between are missing, a repeat is a duplicate,
      *    and a timestamp earlier than the last one's means the
      *    record was not written when its number was drawn.
       4000-CHECK-SEQUENCE SECTION.
       4010-CHECK-ALL.
           IF FATAL-ERROR
               SET END-OF-SORT TO TRUE
           ELSE
               PERFORM 4100-RETURN-SORTED
           END-IF
           PERFORM 4200-CHECK-RECORD UNTIL END-OF-SORT

      *    The trail must run all the way up to the counter.
           IF NOT FATAL-ERROR
               AND WS-PREV-SEQUENCE < WS-COUNTER-HIGH
               COMPUTE WS-GAP-FROM = WS-PREV-SEQUENCE + 1
               MOVE WS-COUNTER-HIGH TO WS-GAP-TO
               MOVE SPACES TO WS-EXC-LINE
               MOVE 'NOT ON THE TRAIL' TO EXC-NOTE
               PERFORM 4300-LIST-GAP
           END-IF
           GO TO 4099-CHECK-EXIT.

       4100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

       4200-CHECK-RECORD.
           ADD 1 TO WS-TRAIL-CHECKED
           MOVE SPACES TO WS-EXC-LINE
           EVALUATE TRUE
               WHEN SORT-SEQUENCE = WS-PREV-SEQUENCE
                   AND WS-TRAIL-CHECKED > 1
                   ADD 1 TO WS-DUPLICATES
                   MOVE 'DUPLICATE SEQUENCE' TO EXC-TYPE
                   MOVE SORT-SEQUENCE TO EXC-FROM
                   MOVE SORT-TIMESTAMP TO EXC-TIMESTAMP
                   PERFORM 3310-NAME-SOURCE
                   MOVE SPACES TO EXC-NOTE
                   STRING 'APPLICATION DATE ' SORT-APPL-DATE
                       DELIMITED BY SIZE INTO EXC-NOTE
                   END-STRING
                   MOVE WS-EXC-LINE TO VERIFY-LIST-LINE
                   PERFORM 8000-WRITE-LIST-LINE
               WHEN SORT-SEQUENCE > WS-PREV-SEQUENCE + 1
                   COMPUTE WS-GAP-FROM = WS-PREV-SEQUENCE + 1
                   COMPUTE WS-GAP-TO = SORT-SEQUENCE - 1
                   MOVE SORT-TIMESTAMP TO EXC-TIMESTAMP
                   PERFORM 3310-NAME-SOURCE
                   MOVE SPACES TO EXC-NOTE
                   STRING 'BEFORE ' SORT-SEQUENCE ' ON DATE '
                       SORT-APPL-DATE DELIMITED BY SIZE INTO EXC-NOTE
                   END-STRING
                   PERFORM 4300-LIST-GAP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF SORT-TIMESTAMP < WS-PREV-TIMESTAMP
               ADD 1 TO WS-OUT-OF-ORDER
               MOVE SPACES TO WS-EXC-LINE
               MOVE 'OUT OF ORDER' TO EXC-TYPE
               MOVE SORT-SEQUENCE TO EXC-FROM
               MOVE SORT-TIMESTAMP TO EXC-TIMESTAMP
               PERFORM 3310-NAME-SOURCE
               STRING 'STAMPED BEFORE ' WS-PREV-SEQUENCE ' AT '
                   WS-PREV-TIMESTAMP DELIMITED BY SIZE INTO EXC-NOTE
               END-STRING
               MOVE WS-EXC-LINE TO VERIFY-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
           END-IF

           MOVE SORT-SEQUENCE  TO WS-PREV-SEQUENCE
           MOVE SORT-TIMESTAMP TO WS-PREV-TIMESTAMP
           IF NOT FATAL-ERROR
               PERFORM 4100-RETURN-SORTED
           END-IF.

      *    The caller has set the note, timestamp and source.
       4300-LIST-GAP.
           COMPUTE WS-MISSING = WS-MISSING + WS-GAP-TO - WS-GAP-FROM
               + 1
           MOVE 'MISSING SEQUENCE' TO EXC-TYPE
           MOVE WS-GAP-FROM TO EXC-FROM
           IF WS-GAP-TO > WS-GAP-FROM
               MOVE ' -  ' TO EXC-THRU
               MOVE WS-GAP-TO TO EXC-TO
           END-IF
           MOVE WS-EXC-LINE TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

       4099-CHECK-EXIT.
           EXIT.

      *    Records return grouped by application date; each date is
      *    totalled in full and, when it already has a seal, over
      *    just the sequence numbers the seal covers.
       5000-VERIFY-SEALS SECTION.
       5010-VERIFY-ALL.
           MOVE SPACES TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'APPLICATION DATE SEALS (VERIFIED DATES NOT LISTED)'
               TO SECT-TITLE
           MOVE WS-SECTION-LINE TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE WS-DATE-HDR TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE

           IF FATAL-ERROR
               SET END-OF-SORT TO TRUE
           ELSE
               PERFORM 5100-RETURN-SORTED
           END-IF
           PERFORM 5200-TAKE-DATE UNTIL END-OF-SORT
           GO TO 5099-VERIFY-EXIT.

       5100-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END SET END-OF-SORT TO TRUE
           END-RETURN.

       5200-TAKE-DATE.
           MOVE SORT-APPL-DATE TO WS-DATE
           INITIALIZE WS-SEALED-PART WS-WHOLE-DATE
           MOVE ZERO TO WS-DATE-HIGH-SEQ

           MOVE 'Y' TO WS-DATE-SEAL-SW
           MOVE WS-DATE TO SEAL-APPL-DATE
           READ AUDIT-SEAL-FILE
               KEY IS SEAL-APPL-DATE
               INVALID KEY
                   MOVE 'N' TO WS-DATE-SEAL-SW
                   IF NOT WS-SEAL-NOT-FOUND
                       DISPLAY 'ECHOAVF - READ AUDSEAL FAILED, STATUS='
                           WS-SEAL-STATUS
                       SET FATAL-ERROR TO TRUE
                       SET END-OF-SORT TO TRUE
                   END-IF
           END-READ

           PERFORM 5300-ADD-RECORD
               UNTIL END-OF-SORT OR SORT-APPL-DATE NOT = WS-DATE

           IF NOT FATAL-ERROR
               IF DATE-HAS-SEAL
                   PERFORM 5400-CHECK-SEAL
               ELSE
                   PERFORM 5500-NEW-SEAL
               END-IF
           END-IF.

       5300-ADD-RECORD.
           MOVE SORT-SEQUENCE TO WS-DATE-HIGH-SEQ
           ADD 1                TO WS-WHL-COUNT
           ADD SORT-SEQUENCE    TO WS-WHL-SEQ-HASH
           ADD SORT-TS-DATE SORT-TS-TIME TO WS-WHL-TS-HASH
           ADD SORT-ACCOUNT-A SORT-ACCOUNT-B TO WS-WHL-ACCT-HASH
           ADD SORT-AMT-A SORT-AMT-B TO WS-WHL-AMT-HASH
           ADD SORT-RETURN-CODE TO WS-WHL-RC-HASH
           IF DATE-HAS-SEAL
               AND SORT-SEQUENCE NOT > SEAL-HIGH-SEQUENCE
               ADD 1                TO WS-SLD-COUNT
               ADD SORT-SEQUENCE    TO WS-SLD-SEQ-HASH
               ADD SORT-TS-DATE SORT-TS-TIME TO WS-SLD-TS-HASH
               ADD SORT-ACCOUNT-A SORT-ACCOUNT-B TO WS-SLD-ACCT-HASH
               ADD SORT-AMT-A SORT-AMT-B TO WS-SLD-AMT-HASH
               ADD SORT-RETURN-CODE TO WS-SLD-RC-HASH
           END-IF

           IF SORT-RETURN-CODE = ZERO
               AND SORT-MATCH-IND0 = 'M'
               AND SORT-MATCH-IND1 = 'M'
               AND SORT-MATCH-IND2 = 'M'
               AND (SORT-MATCH-IND3 = 'M' OR SORT-MATCH-IND3 = 'T'
                   OR SORT-MATCH-IND3 = SPACE)
               ADD 1 TO WS-WHL-MATCHED
               IF DATE-HAS-SEAL
                   AND SORT-SEQUENCE NOT > SEAL-HIGH-SEQUENCE
                   ADD 1 TO WS-SLD-MATCHED
               END-IF
           END-IF

           PERFORM 5100-RETURN-SORTED.

       5400-CHECK-SEAL.
           MOVE WS-RUN-STAMP TO SEAL-VERIFIED-STAMP
           MOVE SPACES TO WS-DATE-LINE
           MOVE WS-DATE TO DTE-DATE
           MOVE WS-WHL-COUNT TO DTE-RECORDS
           IF WS-SLD-COUNT     = SEAL-RECORD-COUNT
               AND WS-SLD-SEQ-HASH  = SEAL-SEQUENCE-HASH
               AND WS-SLD-TS-HASH   = SEAL-TIMESTAMP-HASH
               AND WS-SLD-ACCT-HASH = SEAL-ACCOUNT-HASH
               AND WS-SLD-AMT-HASH  = SEAL-AMOUNT-HASH
               AND WS-SLD-RC-HASH   = SEAL-RC-HASH
               AND WS-SLD-MATCHED   = SEAL-MATCHED-COUNT
               SET SEAL-INTACT TO TRUE
               IF WS-WHL-COUNT > WS-SLD-COUNT
                   COMPUTE WS-LATER-RECORDS =
                       WS-WHL-COUNT - WS-SLD-COUNT
                   PERFORM 5410-ROLL-IN-TOTALS
                   MOVE WS-RUN-DATE TO SEAL-EXTENDED-DATE
                   MOVE SEAL-HIGH-SEQUENCE TO DTE-HIGH-SEQ
                   MOVE 'EXTENDED' TO DTE-RESULT
                   MOVE WS-LATER-RECORDS TO WS-EDIT-COUNT-1
                   STRING WS-EDIT-COUNT-1 ' LATER RECORDS ADDED'
                       DELIMITED BY SIZE INTO DTE-NOTE
                   END-STRING
                   MOVE WS-DATE-LINE TO VERIFY-LIST-LINE
                   PERFORM 8000-WRITE-LIST-LINE
                   ADD 1 TO WS-SEALS-EXTENDED
               ELSE
                   ADD 1 TO WS-DATES-VERIFIED
               END-IF
           ELSE
               SET SEAL-BROKEN TO TRUE
               MOVE SEAL-HIGH-SEQUENCE TO DTE-HIGH-SEQ
               MOVE 'SEAL BROKEN' TO DTE-RESULT
               MOVE SEAL-RECORD-COUNT TO WS-EDIT-COUNT-1
               MOVE WS-SLD-COUNT TO WS-EDIT-COUNT-2
               STRING 'SEALED ' WS-EDIT-COUNT-1 ' RECORDS, FOUND '
                   WS-EDIT-COUNT-2 ' - TOTALS DIFFER'
                   DELIMITED BY SIZE INTO DTE-NOTE
               END-STRING
               MOVE WS-DATE-LINE TO VERIFY-LIST-LINE
               PERFORM 8000-WRITE-LIST-LINE
               ADD 1 TO WS-SEALS-BROKEN
           END-IF

           REWRITE AUDIT-SEAL-RECORD
           IF NOT WS-SEAL-OK
               DISPLAY 'ECHOAVF - REWRITE AUDSEAL FAILED, STATUS='
                   WS-SEAL-STATUS
               SET FATAL-ERROR TO TRUE
               SET END-OF-SORT TO TRUE
           END-IF.

       5410-ROLL-IN-TOTALS.
           MOVE WS-DATE-HIGH-SEQ TO SEAL-HIGH-SEQUENCE
           MOVE WS-WHL-COUNT     TO SEAL-RECORD-COUNT
           MOVE WS-WHL-SEQ-HASH  TO SEAL-SEQUENCE-HASH
           MOVE WS-WHL-TS-HASH   TO SEAL-TIMESTAMP-HASH
           MOVE WS-WHL-ACCT-HASH TO SEAL-ACCOUNT-HASH
           MOVE WS-WHL-AMT-HASH  TO SEAL-AMOUNT-HASH
           MOVE WS-WHL-RC-HASH   TO SEAL-RC-HASH
           MOVE WS-WHL-MATCHED   TO SEAL-MATCHED-COUNT.

      *    A date still on or after the run date can take more
      *    batch records tonight and is left open.
       5500-NEW-SEAL.
           MOVE SPACES TO WS-DATE-LINE
           MOVE WS-DATE TO DTE-DATE
           MOVE WS-WHL-COUNT TO DTE-RECORDS
           MOVE WS-DATE-HIGH-SEQ TO DTE-HIGH-SEQ
           IF WS-DATE < WS-RUN-DATE
               MOVE SPACES TO AUDIT-SEAL-RECORD
               MOVE WS-DATE TO SEAL-APPL-DATE
               SET SEAL-INTACT TO TRUE
               MOVE WS-RUN-DATE TO SEAL-SEALED-DATE
               MOVE WS-RUN-STAMP TO SEAL-VERIFIED-STAMP
               PERFORM 5410-ROLL-IN-TOTALS
               WRITE AUDIT-SEAL-RECORD
               IF NOT WS-SEAL-OK
                   DISPLAY 'ECHOAVF - WRITE AUDSEAL FAILED, STATUS='
                       WS-SEAL-STATUS
                   SET FATAL-ERROR TO TRUE
                   SET END-OF-SORT TO TRUE
               END-IF
               MOVE 'SEALED' TO DTE-RESULT
               ADD 1 TO WS-DATES-SEALED
           ELSE
               MOVE 'OPEN' TO DTE-RESULT
               MOVE 'ON OR AFTER THE RUN DATE - NOT SEALED YET'
                   TO DTE-NOTE
               ADD 1 TO WS-DATES-OPEN
           END-IF
           MOVE WS-DATE-LINE TO VERIFY-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

       5099-VERIFY-EXIT.
           EXIT.

       END PROGRAM ECHOAVF.
