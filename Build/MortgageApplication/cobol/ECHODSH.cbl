       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHODSH.
      *****************************************************************
      *                                                               *
      *   ECHODSH - Operations dashboard transaction. Answers "how    *
      *             did last night go" on one screen for an           *
      *             application date - the latest date on the run-    *
      *             control KSDS when none is keyed, and PF7 steps    *
      *             back to the date before it:                       *
      *                                                               *
      *               - the date's run-control step switches, the     *
      *                 last step stamped, and the latest             *
      *                 supplemental cycle with its switches (RUNCTL, *
      *                 as ECHORST lists them);                       *
      *               - processed/matched/mismatched/rejected from    *
      *                 the date's ECHOTOT record on CTOTFILE (the    *
      *                 date as a whole, CTOT-CYCLE zero);            *
      *               - the date's confirmations still in the newest  *
      *                 suspense generation and on the hard-reject    *
      *                 list;                                         *
      *               - loans extracted for the date on EXTCTL, split *
      *                 acknowledged / rejected / still pending by    *
      *                 servicing, and how many have had a            *
      *                 correction sent as a cancel/replace pair;     *
      *               - the date's open mismatches by region.         *
      *                                                               *
      *             An open mismatch is what ECHOAGE ages: an         *
      *             accepted call with a match indicator not good,    *
      *             not from ECHOENT, that no later correction points *
      *             at through AUD-ORIG-KEY. A mismatch is counted    *
      *             under the branch code it is filed under - the     *
      *             code ECHOBRW finds it by - and in the region of   *
      *             the branch now answerable for it (ECHOSUC, as of  *
      *             the date), with the successor shown beside a      *
      *             merged branch.                                    *
      *                                                               *
      *             Picking a region lists its branches; picking a    *
      *             branch calls ECHOBRW (BRWPARM) to browse that     *
      *             branch's audit records for the date, signed on    *
      *             as the same operator, and the dashboard reloads   *
      *             when the operator comes back - a correction keyed *
      *             there shows at once. ECHOSGN signs the operator   *
      *             on first; any authority level may look, and       *
      *             ECHOBRW still allows corrections only from level  *
      *             2 up. Every file is opened for each load and      *
      *             closed again, so nothing is held open while the   *
      *             operator reads the screen or browses.             *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-APPL-DATE
               FILE STATUS IS WS-RUN-STATUS.

           SELECT CTOT-FILE ASSIGN TO CTOTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTOT-STATUS.

           SELECT SUSPENSE-IN-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.

           SELECT OPTIONAL HARD-REJECT-FILE ASSIGN TO HARDREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HARDREJ-STATUS.

           SELECT EXTRACT-CONTROL-FILE ASSIGN TO EXTCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXT-CTL-KEY
               FILE STATUS IS WS-EXTCTL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY RUNREC.

       FD  CTOT-FILE
           RECORDING MODE IS F.
           COPY CTOTREC.

      *    Both suspense-format files are read INTO the one SUSPREC
      *    in WORKING-STORAGE.
       FD  SUSPENSE-IN-FILE
           RECORDING MODE IS F.
       01 SUSPENSE-IN-RECORD    Pic X(110).

       FD  HARD-REJECT-FILE
           RECORDING MODE IS F.
       01 HARD-REJECT-RECORD    Pic X(110).

       FD  EXTRACT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY EXTCTL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS         Pic X(02).
          88 WS-RUN-OK          VALUE '00'.
       01 WS-CTOT-STATUS        Pic X(02).
          88 WS-CTOT-OK         VALUE '00'.
       01 WS-SUSPIN-STATUS      Pic X(02).
          88 WS-SUSPIN-OK       VALUE '00'.
       01 WS-HARDREJ-STATUS     Pic X(02).
          88 WS-HARDREJ-OK      VALUE '00' '05'.
       01 WS-EXTCTL-STATUS      Pic X(02).
          88 WS-EXTCTL-OK       VALUE '00'.
       01 WS-AUDIT-STATUS       Pic X(02).
          88 WS-AUDIT-OK        VALUE '00'.
       01 WS-DONE-SWITCH        Pic X(01) VALUE 'N'.
          88 DASHBOARD-DONE     VALUE 'Y'.
       01 WS-SUMMARY-DONE-SW    Pic X(01).
          88 SUMMARY-DONE       VALUE 'Y'.
       01 WS-REGION-DONE-SW     Pic X(01).
          88 REGION-DONE        VALUE 'Y'.
       01 WS-EOF-SWITCH         Pic X(01).
          88 END-OF-INPUT       VALUE 'Y'.
       01 WS-LOAD-FAILED-SW     Pic X(01).
          88 LOAD-FAILED        VALUE 'Y'.
       01 WS-TABLES-FULL-SW     Pic X(01).
          88 TABLES-FULL        VALUE 'Y'.
       01 WS-SLOT-FOUND-SW      Pic X(01).
          88 SLOT-FOUND         VALUE 'Y'.
       01 WS-KEYED-DATE         Pic X(08).
       01 WS-SHOW-DATE          Pic X(08).
       01 WS-NEWEST-DATE        Pic X(08).
       01 WS-PRIOR-DATE         Pic X(08).
       01 WS-SELECT             Pic 9(02).
       01 WS-ROWS-FILLED        Pic 9(02) VALUE ZERO.
       01 WS-PFKEY              Pic 9(02) COMP-5.
       01 WS-DSH-MSG            Pic X(60).
       01 WS-NEW-MSG            Pic X(60).

       01 WS-CT-PROCESSED       Pic 9(08).
       01 WS-CT-MATCH           Pic 9(08).
       01 WS-CT-MISMATCH        Pic 9(08).
       01 WS-CT-REJECT          Pic 9(08).
       01 WS-CTOT-SW            Pic X(01).
          88 CTOT-FOUND         VALUE 'Y'.
       01 WS-SUSP-COUNT         Pic 9(08).
       01 WS-HARD-COUNT         Pic 9(08).
       01 WS-EXT-SENT           Pic 9(08).
       01 WS-EXT-ACKED          Pic 9(08).
       01 WS-EXT-REJECTED       Pic 9(08).
       01 WS-EXT-PENDING        Pic 9(08).
       01 WS-EXT-REPLACED       Pic 9(08).
       01 WS-TOTAL-OPEN         Pic 9(08).

      *    The date's run-control record as RUNREC lays it out, kept
      *    for the screen once the file is closed again.
       01 WS-RUN-VIEW.
          05 RV-APPL-DATE       Pic X(08).
          05 RV-EDT-SW          Pic X(01).
          05 RV-BAT-SW          Pic X(01).
          05 RV-TOT-SW          Pic X(01).
          05 RV-RCN-SW          Pic X(01).
          05 RV-EXT-SW          Pic X(01).
          05 RV-WRK-SW          Pic X(01).
          05 RV-LAST-STEP       Pic X(08).
          05 RV-LAST-TIMESTAMP  Pic X(14).
          05 RV-SUPP-CYCLE      Pic 9(02).
          05 RV-SUPP-EDT-SW     Pic X(01).
          05 RV-SUPP-BAT-SW     Pic X(01).
          05 RV-SUPP-TOT-SW     Pic X(01).
          05 RV-SUPP-RCN-SW     Pic X(01).
          05 RV-SUPP-EXT-SW     Pic X(01).

      *    Every open-eligible mismatch filed for the date, in audit
      *    key order; a correction found later in the scan marks the
      *    one it points at as worked.
       01 WS-MM-SUB             Pic 9(04) COMP.
       01 WS-MM-FOUND           Pic 9(04) COMP.
       01 WS-MM-COUNT           Pic 9(04) COMP VALUE ZERO.
       01 WS-MM-LIMIT           Pic 9(04) COMP VALUE 3000.
       01 WS-MISMATCH-TABLE.
          05 WS-MM-ENTRY OCCURS 3000 TIMES.
             10 WS-MM-KEY          Pic X(22).
             10 WS-MM-BRANCH       Pic X(04).
             10 WS-MM-WORKED-SW    Pic X(01).
                88 MM-WORKED       VALUE 'Y'.

      *    Branches with open mismatches, in branch code order.
       01 WS-BR-SUB             Pic 9(04) COMP.
       01 WS-BR-AT              Pic 9(04) COMP.
       01 WS-BR-COUNT           Pic 9(04) COMP VALUE ZERO.
       01 WS-BR-LIMIT           Pic 9(04) COMP VALUE 500.
       01 WS-SEARCH-BRANCH      Pic X(04).
       01 WS-BRANCH-TABLE.
          05 WS-BR-ENTRY OCCURS 500 TIMES.
             10 WS-BR-CODE         Pic X(04).
             10 WS-BR-NAME         Pic X(20).
             10 WS-BR-REGION       Pic X(10).
             10 WS-BR-MERGED-INTO  Pic X(04).
             10 WS-BR-OPEN         Pic 9(08).

      *    Regions with open mismatches, in region name order.
       01 WS-RG-SUB             Pic 9(04) COMP.
       01 WS-RG-AT              Pic 9(04) COMP.
       01 WS-RG-COUNT           Pic 9(04) COMP VALUE ZERO.
       01 WS-RG-LIMIT           Pic 9(04) COMP VALUE 50.
       01 WS-RG-TOP             Pic 9(04) COMP.
       01 WS-SEARCH-REGION      Pic X(10).
       01 WS-REGION-TABLE.
          05 WS-RG-ENTRY OCCURS 50 TIMES.
             10 WS-RG-NAME         Pic X(10).
             10 WS-RG-BRANCHES     Pic 9(04).
             10 WS-RG-OPEN         Pic 9(08).

      *    The branches of the region picked, as subscripts into the
      *    branch table.
       01 WS-PK-SUB             Pic 9(04) COMP.
       01 WS-PK-COUNT           Pic 9(04) COMP VALUE ZERO.
       01 WS-PK-TOP             Pic 9(04) COMP.
       01 WS-PICK-REGION        Pic X(10).
       01 WS-PICK-TABLE.
          05 WS-PK-BR-SUB       Pic 9(04) COMP OCCURS 500 TIMES.

       COPY SGNPARM.

       COPY SUCPARM.

       COPY BRWPARM.

       COPY SUSPREC.

       01 WS-RG-ROW-BUILD.
          05 RGR-NUMBER         Pic 9(02).
          05 FILLER             Pic X(02) VALUE ') '.
          05 RGR-REGION         Pic X(10).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 RGR-BRANCHES       Pic ZZZ9.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 RGR-OPEN           Pic ZZZZZZZ9.
          05 FILLER             Pic X(30) VALUE SPACES.

       01 WS-RG-ROWS.
          05 WS-RG-ROW-1        Pic X(60) VALUE SPACES.
          05 WS-RG-ROW-2        Pic X(60) VALUE SPACES.
          05 WS-RG-ROW-3        Pic X(60) VALUE SPACES.
          05 WS-RG-ROW-4        Pic X(60) VALUE SPACES.
          05 WS-RG-ROW-5        Pic X(60) VALUE SPACES.
          05 WS-RG-ROW-6        Pic X(60) VALUE SPACES.
       01 WS-RG-ROW-TABLE REDEFINES WS-RG-ROWS.
          05 WS-RG-ROW          Pic X(60) OCCURS 6 TIMES.

       01 WS-BR-ROW-BUILD.
          05 BRR-NUMBER         Pic 9(02).
          05 FILLER             Pic X(02) VALUE ') '.
          05 BRR-CODE           Pic X(04).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 BRR-NAME           Pic X(20).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 BRR-OPEN           Pic ZZZZZZZ9.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 BRR-MERGED-INTO    Pic X(04).
          05 FILLER             Pic X(14) VALUE SPACES.

       01 WS-BR-ROWS.
          05 WS-BR-ROW-1        Pic X(60) VALUE SPACES.
          05 WS-BR-ROW-2        Pic X(60) VALUE SPACES.
          05 WS-BR-ROW-3        Pic X(60) VALUE SPACES.
          05 WS-BR-ROW-4        Pic X(60) VALUE SPACES.
          05 WS-BR-ROW-5        Pic X(60) VALUE SPACES.
          05 WS-BR-ROW-6        Pic X(60) VALUE SPACES.
          05 WS-BR-ROW-7        Pic X(60) VALUE SPACES.
          05 WS-BR-ROW-8        Pic X(60) VALUE SPACES.
          05 WS-BR-ROW-9        Pic X(60) VALUE SPACES.
          05 WS-BR-ROW-10       Pic X(60) VALUE SPACES.
       01 WS-BR-ROW-TABLE REDEFINES WS-BR-ROWS.
          05 WS-BR-ROW          Pic X(60) OCCURS 10 TIMES.

       SCREEN SECTION.
       01 DATE-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'ECHO2 OPERATIONS DASHBOARD'.
          05 LINE 3 COLUMN 1  VALUE 'APPLICATION DATE:'.
          05 LINE 3 COLUMN 20 PIC X(08) USING WS-KEYED-DATE.
          05 LINE 5 COLUMN 1  VALUE
                 'ENTER A DATE (YYYYMMDD) OR BLANK FOR THE LATEST,'.
          05 LINE 5 COLUMN 50 VALUE 'PF3=EXIT'.
          05 LINE 7 COLUMN 1  PIC X(60) FROM WS-DSH-MSG.

       01 SUMMARY-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'ECHO2 OPERATIONS DASHBOARD'.
          05 LINE 1 COLUMN 40 VALUE 'APPLICATION DATE:'.
          05 LINE 1 COLUMN 58 PIC X(08) FROM WS-SHOW-DATE.
          05 LINE 2 COLUMN 1  VALUE 'OPERATOR:'.
          05 LINE 2 COLUMN 11 PIC X(20) FROM SGN-OPERATOR-NAME.
          05 LINE 2 COLUMN 40 VALUE 'PRIOR DATE (PF7):'.
          05 LINE 2 COLUMN 58 PIC X(08) FROM WS-PRIOR-DATE.
          05 LINE 4 COLUMN 1  VALUE 'RUN CONTROL'.
          05 LINE 4 COLUMN 15 VALUE 'EDT BAT TOT RCN EXT WRK'.
          05 LINE 4 COLUMN 41 VALUE 'LAST STEP'.
          05 LINE 4 COLUMN 52 VALUE 'STAMPED'.
          05 LINE 5 COLUMN 16 PIC X(01) FROM RV-EDT-SW.
          05 LINE 5 COLUMN 20 PIC X(01) FROM RV-BAT-SW.
          05 LINE 5 COLUMN 24 PIC X(01) FROM RV-TOT-SW.
          05 LINE 5 COLUMN 28 PIC X(01) FROM RV-RCN-SW.
          05 LINE 5 COLUMN 32 PIC X(01) FROM RV-EXT-SW.
          05 LINE 5 COLUMN 36 PIC X(01) FROM RV-WRK-SW.
          05 LINE 5 COLUMN 41 PIC X(08) FROM RV-LAST-STEP.
          05 LINE 5 COLUMN 52 PIC X(14) FROM RV-LAST-TIMESTAMP.
          05 LINE 6 COLUMN 1  VALUE 'SUPP CYCLE'.
          05 LINE 6 COLUMN 12 PIC Z9 FROM RV-SUPP-CYCLE.
          05 LINE 6 COLUMN 16 PIC X(01) FROM RV-SUPP-EDT-SW.
          05 LINE 6 COLUMN 20 PIC X(01) FROM RV-SUPP-BAT-SW.
          05 LINE 6 COLUMN 24 PIC X(01) FROM RV-SUPP-TOT-SW.
          05 LINE 6 COLUMN 28 PIC X(01) FROM RV-SUPP-RCN-SW.
          05 LINE 6 COLUMN 32 PIC X(01) FROM RV-SUPP-EXT-SW.
          05 LINE 8 COLUMN 1  VALUE 'CONTROL TOTALS'.
          05 LINE 8 COLUMN 17 VALUE 'PROCESSED'.
          05 LINE 8 COLUMN 29 VALUE 'MATCHED'.
          05 LINE 8 COLUMN 39 VALUE 'MISMATCHED'.
          05 LINE 8 COLUMN 52 VALUE 'REJECTED'.
          05 LINE 9 COLUMN 18 PIC ZZZZZZZ9 FROM WS-CT-PROCESSED.
          05 LINE 9 COLUMN 28 PIC ZZZZZZZ9 FROM WS-CT-MATCH.
          05 LINE 9 COLUMN 41 PIC ZZZZZZZ9 FROM WS-CT-MISMATCH.
          05 LINE 9 COLUMN 52 PIC ZZZZZZZ9 FROM WS-CT-REJECT.
          05 LINE 10 COLUMN 1  VALUE 'SUSPENSE:'.
          05 LINE 10 COLUMN 18 PIC ZZZZZZZ9 FROM WS-SUSP-COUNT.
          05 LINE 10 COLUMN 29 VALUE 'HARD REJECTS:'.
          05 LINE 10 COLUMN 43 PIC ZZZZZZZ9 FROM WS-HARD-COUNT.
          05 LINE 12 COLUMN 1  VALUE 'EXTRACT'.
          05 LINE 12 COLUMN 17 VALUE 'SENT'.
          05 LINE 12 COLUMN 29 VALUE 'ACKNOWLEDGED'.
          05 LINE 12 COLUMN 43 VALUE 'REJECTED'.
          05 LINE 12 COLUMN 55 VALUE 'PENDING'.
          05 LINE 12 COLUMN 65 VALUE 'REPLACED'.
          05 LINE 13 COLUMN 13 PIC ZZZZZZZ9 FROM WS-EXT-SENT.
          05 LINE 13 COLUMN 33 PIC ZZZZZZZ9 FROM WS-EXT-ACKED.
          05 LINE 13 COLUMN 43 PIC ZZZZZZZ9 FROM WS-EXT-REJECTED.
          05 LINE 13 COLUMN 54 PIC ZZZZZZZ9 FROM WS-EXT-PENDING.
          05 LINE 13 COLUMN 65 PIC ZZZZZZZ9 FROM WS-EXT-REPLACED.
          05 LINE 15 COLUMN 1  VALUE 'OPEN MISMATCHES BY REGION'.
          05 LINE 15 COLUMN 30 VALUE 'TOTAL:'.
          05 LINE 15 COLUMN 37 PIC ZZZZZZZ9 FROM WS-TOTAL-OPEN.
          05 LINE 16 COLUMN 5  VALUE 'REGION      BRCH      OPEN'.
          05 LINE 17 COLUMN 1 PIC X(60) FROM WS-RG-ROW-1.
          05 LINE 18 COLUMN 1 PIC X(60) FROM WS-RG-ROW-2.
          05 LINE 19 COLUMN 1 PIC X(60) FROM WS-RG-ROW-3.
          05 LINE 20 COLUMN 1 PIC X(60) FROM WS-RG-ROW-4.
          05 LINE 21 COLUMN 1 PIC X(60) FROM WS-RG-ROW-5.
          05 LINE 22 COLUMN 1 PIC X(60) FROM WS-RG-ROW-6.
          05 LINE 23 COLUMN 1  VALUE 'SELECT REGION:'.
          05 LINE 23 COLUMN 16 PIC 9(02) USING WS-SELECT.
          05 LINE 23 COLUMN 20 PIC X(60) FROM WS-DSH-MSG.
          05 LINE 24 COLUMN 1  VALUE
                 'ENTER=SELECT/REFRESH, PF7=PRIOR DATE,'.
          05 LINE 24 COLUMN 39 VALUE 'PF8=MORE REGIONS, PF3=NEW DATE'.

       01 BRANCH-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'OPEN MISMATCHES IN REGION'.
          05 LINE 1 COLUMN 27 PIC X(10) FROM WS-PICK-REGION.
          05 LINE 1 COLUMN 40 VALUE 'APPLICATION DATE:'.
          05 LINE 1 COLUMN 58 PIC X(08) FROM WS-SHOW-DATE.
          05 LINE 2 COLUMN 5  VALUE
                 'BRCH  NAME                      OPEN  MERGED INTO'.
          05 LINE 3  COLUMN 1 PIC X(60) FROM WS-BR-ROW-1.
          05 LINE 4  COLUMN 1 PIC X(60) FROM WS-BR-ROW-2.
          05 LINE 5  COLUMN 1 PIC X(60) FROM WS-BR-ROW-3.
          05 LINE 6  COLUMN 1 PIC X(60) FROM WS-BR-ROW-4.
          05 LINE 7  COLUMN 1 PIC X(60) FROM WS-BR-ROW-5.
          05 LINE 8  COLUMN 1 PIC X(60) FROM WS-BR-ROW-6.
          05 LINE 9  COLUMN 1 PIC X(60) FROM WS-BR-ROW-7.
          05 LINE 10 COLUMN 1 PIC X(60) FROM WS-BR-ROW-8.
          05 LINE 11 COLUMN 1 PIC X(60) FROM WS-BR-ROW-9.
          05 LINE 12 COLUMN 1 PIC X(60) FROM WS-BR-ROW-10.
          05 LINE 14 COLUMN 1 VALUE 'SELECT BRANCH (1-10):'.
          05 LINE 14 COLUMN 23 PIC 9(02) USING WS-SELECT.
          05 LINE 16 COLUMN 1 VALUE
                 'ENTER=BROWSE SELECTION, PF8=NEXT PAGE, PF3=RETURN'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DATE-LOOP UNTIL DASHBOARD-DONE
           GOBACK.

       1000-INITIALIZE.
           MOVE SPACES TO WS-DSH-MSG
           CALL 'ECHOSGN' USING SGN-PARMS
           IF SGN-FAILED
               DISPLAY 'ECHODSH - SIGN-ON FAILED OR CANCELLED'
               MOVE 8 TO RETURN-CODE
               SET DASHBOARD-DONE TO TRUE
           END-IF.

       2000-DATE-LOOP.
           MOVE SPACES TO WS-KEYED-DATE
           DISPLAY DATE-SCREEN
           ACCEPT DATE-SCREEN
           ACCEPT WS-PFKEY FROM ESCAPE KEY
           MOVE SPACES TO WS-DSH-MSG
           IF WS-PFKEY = 3
               SET DASHBOARD-DONE TO TRUE
           ELSE
               PERFORM 2100-RESOLVE-DATE
               IF WS-SHOW-DATE NOT = SPACES AND NOT DASHBOARD-DONE
                   MOVE 'N' TO WS-SUMMARY-DONE-SW
                   PERFORM 3000-LOAD-DATE
                   PERFORM 4000-SUMMARY-LOOP
                       UNTIL SUMMARY-DONE OR DASHBOARD-DONE
               END-IF
           END-IF.

      *    A blank date means the newest date on the run-control
      *    KSDS - the night just run, or the one still running.
       2100-RESOLVE-DATE.
           MOVE SPACES TO WS-SHOW-DATE
           MOVE 'N' TO WS-LOAD-FAILED-SW
           IF WS-KEYED-DATE = SPACES
               OPEN INPUT RUN-CONTROL-FILE
               IF NOT WS-RUN-OK
                   DISPLAY 'ECHODSH - OPEN RUNCTL FAILED, STATUS='
                       WS-RUN-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET DASHBOARD-DONE TO TRUE
               ELSE
                   PERFORM 3150-SCAN-RUN-CONTROL
                   CLOSE RUN-CONTROL-FILE
                   EVALUATE TRUE
                       WHEN LOAD-FAILED
                           MOVE 12 TO RETURN-CODE
                           SET DASHBOARD-DONE TO TRUE
                       WHEN WS-NEWEST-DATE = SPACES
                           MOVE
                             'THE RUN-CONTROL FILE HOLDS NO DATES YET'
                               TO WS-DSH-MSG
                       WHEN OTHER
                           MOVE WS-NEWEST-DATE TO WS-SHOW-DATE
                   END-EVALUATE
               END-IF
           ELSE
               IF WS-KEYED-DATE IS NOT NUMERIC
                   MOVE 'THE DATE MUST BE KEYED AS YYYYMMDD'
                       TO WS-DSH-MSG
               ELSE
                   MOVE WS-KEYED-DATE TO WS-SHOW-DATE
               END-IF
           END-IF.

      *    Everything on the summary screen, read afresh for
      *    WS-SHOW-DATE. A file that will not open or read ends the
      *    transaction the way ECHOBRW does - a partial count is
      *    never shown as if it were complete.
       3000-LOAD-DATE.
           MOVE 'N' TO WS-LOAD-FAILED-SW
           MOVE 'N' TO WS-TABLES-FULL-SW
           MOVE SPACES TO WS-DSH-MSG
           MOVE 1 TO WS-RG-TOP

           PERFORM 3100-LOAD-RUN-CONTROL
           IF NOT LOAD-FAILED
               PERFORM 3200-LOAD-CONTROL-TOTALS
           END-IF
           IF NOT LOAD-FAILED
               PERFORM 3300-COUNT-SUSPENSE
           END-IF
           IF NOT LOAD-FAILED
               PERFORM 3400-COUNT-HARD-REJECTS
           END-IF
           IF NOT LOAD-FAILED
               PERFORM 3500-COUNT-EXTRACTS
           END-IF
           IF NOT LOAD-FAILED
               PERFORM 3600-SCAN-AUDIT
           END-IF
           IF NOT LOAD-FAILED
               PERFORM 3700-BUILD-OPEN-TABLES
           END-IF

           IF LOAD-FAILED
               MOVE 12 TO RETURN-CODE
               SET DASHBOARD-DONE TO TRUE
           ELSE
               IF TABLES-FULL
                   MOVE 'OPEN MISMATCH TABLES FULL - COUNTS INCOMPLETE'
                       TO WS-NEW-MSG
                   PERFORM 8000-SET-MESSAGE
               END-IF
           END-IF.

      *    One pass to find the newest date and the one before the
      *    date shown, then the date's own record.
       3100-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT WS-RUN-OK
               DISPLAY 'ECHODSH - OPEN RUNCTL FAILED, STATUS='
                   WS-RUN-STATUS
               SET LOAD-FAILED TO TRUE
           ELSE
               PERFORM 3150-SCAN-RUN-CONTROL
               MOVE WS-SHOW-DATE TO RUN-APPL-DATE
               READ RUN-CONTROL-FILE
                   KEY IS RUN-APPL-DATE
                   INVALID KEY
                       MOVE SPACES TO WS-RUN-VIEW
                       MOVE ZERO TO RV-SUPP-CYCLE
                       MOVE 'DATE NOT ON RUN CONTROL - NOT STARTED'
                           TO WS-NEW-MSG
                       PERFORM 8000-SET-MESSAGE
                   NOT INVALID KEY
                       MOVE RUN-CONTROL-RECORD TO WS-RUN-VIEW
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    RUNCTL is one record per date in date order, so the last
      *    read is the newest and the last read below WS-SHOW-DATE
      *    is the date before it.
       3150-SCAN-RUN-CONTROL.
           MOVE SPACES TO WS-NEWEST-DATE WS-PRIOR-DATE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3160-READ-RUN-CONTROL
           PERFORM 3170-NOTE-RUN-DATE UNTIL END-OF-INPUT.

       3160-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT AND NOT WS-RUN-OK
               DISPLAY 'ECHODSH - READ RUNCTL FAILED, STATUS='
                   WS-RUN-STATUS
               SET LOAD-FAILED TO TRUE
               SET END-OF-INPUT TO TRUE
           END-IF.

       3170-NOTE-RUN-DATE.
           MOVE RUN-APPL-DATE TO WS-NEWEST-DATE
           IF RUN-APPL-DATE < WS-SHOW-DATE
               MOVE RUN-APPL-DATE TO WS-PRIOR-DATE
           END-IF
           PERFORM 3160-READ-RUN-CONTROL.

      *    CTOTFILE is the MOD dataset ECHOTOT appends to; the last
      *    whole-date record for the date is the current one.
       3200-LOAD-CONTROL-TOTALS.
           MOVE ZERO TO WS-CT-PROCESSED WS-CT-MATCH
               WS-CT-MISMATCH WS-CT-REJECT
           MOVE 'N' TO WS-CTOT-SW
           OPEN INPUT CTOT-FILE
           IF NOT WS-CTOT-OK
               DISPLAY 'ECHODSH - OPEN CTOTFILE FAILED, STATUS='
                   WS-CTOT-STATUS
               SET LOAD-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 3210-READ-CONTROL-TOTALS UNTIL END-OF-INPUT
               CLOSE CTOT-FILE
               IF NOT CTOT-FOUND
                   MOVE 'NO ECHOTOT CONTROL TOTALS FOR THE DATE YET'
                       TO WS-NEW-MSG
                   PERFORM 8000-SET-MESSAGE
               END-IF
           END-IF.

       3210-READ-CONTROL-TOTALS.
           READ CTOT-FILE
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT
               IF NOT WS-CTOT-OK
                   DISPLAY 'ECHODSH - READ CTOTFILE FAILED, STATUS='
                       WS-CTOT-STATUS
                   SET LOAD-FAILED TO TRUE
                   SET END-OF-INPUT TO TRUE
               ELSE
                   IF CTOT-RUN-DATE = WS-SHOW-DATE
                       AND CTOT-CYCLE = ZERO
                       SET CTOT-FOUND TO TRUE
                       MOVE CTOT-PROCESSED TO WS-CT-PROCESSED
                       MOVE CTOT-MATCH     TO WS-CT-MATCH
                       MOVE CTOT-MISMATCH  TO WS-CT-MISMATCH
                       MOVE CTOT-REJECT    TO WS-CT-REJECT
                   END-IF
               END-IF
           END-IF.

      *    SUSPIN is the newest suspense generation - what is still
      *    waiting for the next reprocess cycle.
       3300-COUNT-SUSPENSE.
           MOVE ZERO TO WS-SUSP-COUNT
           OPEN INPUT SUSPENSE-IN-FILE
           IF NOT WS-SUSPIN-OK
               DISPLAY 'ECHODSH - OPEN SUSPIN FAILED, STATUS='
                   WS-SUSPIN-STATUS
               SET LOAD-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 3310-READ-SUSPENSE UNTIL END-OF-INPUT
               CLOSE SUSPENSE-IN-FILE
           END-IF.

       3310-READ-SUSPENSE.
           READ SUSPENSE-IN-FILE INTO SUSPENSE-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT
               IF NOT WS-SUSPIN-OK
                   DISPLAY 'ECHODSH - READ SUSPIN FAILED, STATUS='
                       WS-SUSPIN-STATUS
                   SET LOAD-FAILED TO TRUE
                   SET END-OF-INPUT TO TRUE
               ELSE
                   IF SUSP-LNCONF-APPLICATION-DATE = WS-SHOW-DATE
                       ADD 1 TO WS-SUSP-COUNT
                   END-IF
               END-IF
           END-IF.

       3400-COUNT-HARD-REJECTS.
           MOVE ZERO TO WS-HARD-COUNT
           OPEN INPUT HARD-REJECT-FILE
           IF NOT WS-HARDREJ-OK
               DISPLAY 'ECHODSH - OPEN HARDREJ FAILED, STATUS='
                   WS-HARDREJ-STATUS
               SET LOAD-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 3410-READ-HARD-REJECT UNTIL END-OF-INPUT
               CLOSE HARD-REJECT-FILE
           END-IF.

       3410-READ-HARD-REJECT.
           READ HARD-REJECT-FILE INTO SUSPENSE-RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT
               IF NOT WS-HARDREJ-OK
                   DISPLAY 'ECHODSH - READ HARDREJ FAILED, STATUS='
                       WS-HARDREJ-STATUS
                   SET LOAD-FAILED TO TRUE
                   SET END-OF-INPUT TO TRUE
               ELSE
                   IF SUSP-LNCONF-APPLICATION-DATE = WS-SHOW-DATE
                       ADD 1 TO WS-HARD-COUNT
                   END-IF
               END-IF
           END-IF.

      *    EXTCTL is keyed date first, so the date's control records
      *    sit together from the START onward.
       3500-COUNT-EXTRACTS.
           MOVE ZERO TO WS-EXT-SENT WS-EXT-ACKED WS-EXT-REJECTED
               WS-EXT-PENDING WS-EXT-REPLACED
           OPEN INPUT EXTRACT-CONTROL-FILE
           IF NOT WS-EXTCTL-OK
               DISPLAY 'ECHODSH - OPEN EXTCTL FAILED, STATUS='
                   WS-EXTCTL-STATUS
               SET LOAD-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-SHOW-DATE TO EXT-CTL-APPL-DATE
               MOVE LOW-VALUES TO EXT-CTL-CONF-KEY
               START EXTRACT-CONTROL-FILE
                   KEY IS NOT LESS THAN EXT-CTL-KEY
                   INVALID KEY
                       SET END-OF-INPUT TO TRUE
               END-START
               PERFORM 3510-READ-EXTRACT-CONTROL UNTIL END-OF-INPUT
               CLOSE EXTRACT-CONTROL-FILE
           END-IF.

       3510-READ-EXTRACT-CONTROL.
           READ EXTRACT-CONTROL-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT
               IF NOT WS-EXTCTL-OK
                   DISPLAY 'ECHODSH - READ EXTCTL FAILED, STATUS='
                       WS-EXTCTL-STATUS
                   SET LOAD-FAILED TO TRUE
                   SET END-OF-INPUT TO TRUE
               ELSE
                   IF EXT-CTL-APPL-DATE NOT = WS-SHOW-DATE
                       SET END-OF-INPUT TO TRUE
                   ELSE
                       PERFORM 3520-COUNT-ONE-EXTRACT
                   END-IF
               END-IF
           END-IF.

       3520-COUNT-ONE-EXTRACT.
           ADD 1 TO WS-EXT-SENT
           EVALUATE TRUE
               WHEN EXT-CTL-ACKNOWLEDGED
                   ADD 1 TO WS-EXT-ACKED
               WHEN EXT-CTL-ACK-REJECTED
                   ADD 1 TO WS-EXT-REJECTED
               WHEN OTHER
                   ADD 1 TO WS-EXT-PENDING
           END-EVALUATE
           IF EXT-CTL-REPL-AUD-KEY NOT = SPACES
               ADD 1 TO WS-EXT-REPLACED
           END-IF.

      *    Every call for a date is stamped on or after the date
      *    itself, so the scan starts at the date's first possible
      *    audit key and runs to the end of the file - which also
      *    takes in every correction made since.
       3600-SCAN-AUDIT.
           MOVE ZERO TO WS-MM-COUNT
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY 'ECHODSH - OPEN AUDITFL FAILED, STATUS='
                   WS-AUDIT-STATUS
               SET LOAD-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO AUD-KEY
               MOVE WS-SHOW-DATE TO AUD-TIMESTAMP(1:8)
               START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
                   INVALID KEY
                       SET END-OF-INPUT TO TRUE
               END-START
               PERFORM 3610-READ-AUDIT UNTIL END-OF-INPUT
               CLOSE AUDIT-FILE
           END-IF.

       3610-READ-AUDIT.
           READ AUDIT-FILE NEXT RECORD
               AT END SET END-OF-INPUT TO TRUE
           END-READ
           IF NOT END-OF-INPUT
               IF NOT WS-AUDIT-OK
                   DISPLAY 'ECHODSH - READ AUDITFL FAILED, STATUS='
                       WS-AUDIT-STATUS
                   SET LOAD-FAILED TO TRUE
                   SET END-OF-INPUT TO TRUE
               ELSE
                   PERFORM 3620-NOTE-AUDIT-RECORD
               END-IF
           END-IF.

      *    The ECHOAGE test: an amount indicator of 'T' is accepted
      *    within tolerance and SPACE marks a pre-amount record, and
      *    ECHOENT records ('E') re-verify through the batch.
       3620-NOTE-AUDIT-RECORD.
           IF AUD-ORIG-TIMESTAMP NOT = SPACES
               PERFORM 3630-MARK-WORKED
           END-IF

           IF AUD-APPLICATION-DATE = WS-SHOW-DATE
               AND AUD-RETURN-CODE = ZERO
               AND AUD-CALL-SOURCE NOT = 'E'
               AND (AUD-MATCH-IND0 NOT = 'M'
                   OR AUD-MATCH-IND1 NOT = 'M'
                   OR AUD-MATCH-IND2 NOT = 'M'
                   OR AUD-MATCH-IND3 = 'C'
                   OR AUD-MATCH-IND3 = 'N')
               IF WS-MM-COUNT < WS-MM-LIMIT
                   ADD 1 TO WS-MM-COUNT
                   MOVE AUD-KEY TO WS-MM-KEY(WS-MM-COUNT)
                   MOVE AUD-BRANCH-CODE TO WS-MM-BRANCH(WS-MM-COUNT)
                   MOVE 'N' TO WS-MM-WORKED-SW(WS-MM-COUNT)
               ELSE
                   SET TABLES-FULL TO TRUE
               END-IF
           END-IF.

       3630-MARK-WORKED.
           MOVE ZERO TO WS-MM-FOUND
           PERFORM 3640-SCAN-MISMATCHES
               VARYING WS-MM-SUB FROM 1 BY 1
               UNTIL WS-MM-SUB > WS-MM-COUNT
               OR WS-MM-FOUND > ZERO
           IF WS-MM-FOUND > ZERO
               SET MM-WORKED(WS-MM-FOUND) TO TRUE
           END-IF.

       3640-SCAN-MISMATCHES.
           IF WS-MM-KEY(WS-MM-SUB) = AUD-ORIG-KEY
               MOVE WS-MM-SUB TO WS-MM-FOUND
           END-IF.

      *    The unworked mismatches onto the branch table, then the
      *    branches onto the region table.
       3700-BUILD-OPEN-TABLES.
           MOVE ZERO TO WS-TOTAL-OPEN WS-BR-COUNT WS-RG-COUNT
           PERFORM 3710-TABLE-OPEN-ITEM
               VARYING WS-MM-SUB FROM 1 BY 1
               UNTIL WS-MM-SUB > WS-MM-COUNT
               OR LOAD-FAILED
           PERFORM 3800-TABLE-REGION
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT.

       3710-TABLE-OPEN-ITEM.
           IF NOT MM-WORKED(WS-MM-SUB)
               ADD 1 TO WS-TOTAL-OPEN
               MOVE WS-MM-BRANCH(WS-MM-SUB) TO WS-SEARCH-BRANCH
               PERFORM 3720-FIND-BRANCH-SLOT
               IF WS-BR-AT > ZERO
                   ADD 1 TO WS-BR-OPEN(WS-BR-AT)
               END-IF
           END-IF.

      *    WS-BR-AT comes back as the branch's entry, added in code
      *    order if it is new, or zero when the table is full.
       3720-FIND-BRANCH-SLOT.
           MOVE ZERO TO WS-BR-AT
           PERFORM 3730-SCAN-BRANCHES
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
               OR WS-BR-AT > ZERO
           MOVE 'N' TO WS-SLOT-FOUND-SW
           IF WS-BR-AT > ZERO
               IF WS-BR-CODE(WS-BR-AT) = WS-SEARCH-BRANCH
                   SET SLOT-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT SLOT-FOUND
               IF WS-BR-COUNT < WS-BR-LIMIT
                   IF WS-BR-AT = ZERO
                       COMPUTE WS-BR-AT = WS-BR-COUNT + 1
                   END-IF
                   PERFORM 3740-SHIFT-BRANCH
                       VARYING WS-BR-SUB FROM WS-BR-COUNT BY -1
                       UNTIL WS-BR-SUB < WS-BR-AT
                   ADD 1 TO WS-BR-COUNT
                   PERFORM 3750-NEW-BRANCH
               ELSE
                   SET TABLES-FULL TO TRUE
                   MOVE ZERO TO WS-BR-AT
               END-IF
           END-IF.

       3730-SCAN-BRANCHES.
           IF WS-BR-CODE(WS-BR-SUB) NOT < WS-SEARCH-BRANCH
               MOVE WS-BR-SUB TO WS-BR-AT
           END-IF.

       3740-SHIFT-BRANCH.
           MOVE WS-BR-ENTRY(WS-BR-SUB) TO WS-BR-ENTRY(WS-BR-SUB + 1).

      *    A branch the master does not carry is counted under
      *    region UNKNOWN, as ECHOVOL does. A merged branch shows the
      *    name of the branch now answerable for it, as ECHOKQR does.
       3750-NEW-BRANCH.
           MOVE WS-SEARCH-BRANCH TO WS-BR-CODE(WS-BR-AT)
           MOVE SPACES TO WS-BR-NAME(WS-BR-AT)
               WS-BR-MERGED-INTO(WS-BR-AT)
           MOVE 'UNKNOWN' TO WS-BR-REGION(WS-BR-AT)
           MOVE ZERO TO WS-BR-OPEN(WS-BR-AT)

           MOVE WS-SEARCH-BRANCH TO SUC-BRANCH-IN
           MOVE WS-SHOW-DATE TO SUC-AS-OF-DATE
           CALL 'ECHOSUC' USING SUC-PARMS
           EVALUATE TRUE
               WHEN SUC-FAILED
                   DISPLAY 'ECHODSH - SUCCESSOR LOOKUP FAILED FOR '
                       'BRANCH ' WS-SEARCH-BRANCH
                   SET LOAD-FAILED TO TRUE
               WHEN SUC-NOT-ON-MASTER
                   CONTINUE
               WHEN SUC-ROLLED
                   MOVE SUC-REGION     TO WS-BR-REGION(WS-BR-AT)
                   MOVE SUC-BRANCH-NAME TO WS-BR-NAME(WS-BR-AT)
                   MOVE SUC-BRANCH-OUT TO WS-BR-MERGED-INTO(WS-BR-AT)
               WHEN OTHER
                   MOVE SUC-REGION      TO WS-BR-REGION(WS-BR-AT)
                   MOVE SUC-BRANCH-NAME TO WS-BR-NAME(WS-BR-AT)
           END-EVALUATE.

      *    Same ordered-insert as the branch table, by region name.
       3800-TABLE-REGION.
           MOVE WS-BR-REGION(WS-BR-SUB) TO WS-SEARCH-REGION
           MOVE ZERO TO WS-RG-AT
           PERFORM 3810-SCAN-REGIONS
               VARYING WS-RG-SUB FROM 1 BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
               OR WS-RG-AT > ZERO
           MOVE 'N' TO WS-SLOT-FOUND-SW
           IF WS-RG-AT > ZERO
               IF WS-RG-NAME(WS-RG-AT) = WS-SEARCH-REGION
                   SET SLOT-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT SLOT-FOUND
               IF WS-RG-COUNT < WS-RG-LIMIT
                   IF WS-RG-AT = ZERO
                       COMPUTE WS-RG-AT = WS-RG-COUNT + 1
                   END-IF
                   PERFORM 3820-SHIFT-REGION
                       VARYING WS-RG-SUB FROM WS-RG-COUNT BY -1
                       UNTIL WS-RG-SUB < WS-RG-AT
                   ADD 1 TO WS-RG-COUNT
                   MOVE WS-SEARCH-REGION TO WS-RG-NAME(WS-RG-AT)
                   MOVE ZERO TO WS-RG-BRANCHES(WS-RG-AT)
                       WS-RG-OPEN(WS-RG-AT)
               ELSE
                   SET TABLES-FULL TO TRUE
                   MOVE ZERO TO WS-RG-AT
               END-IF
           END-IF
           IF WS-RG-AT > ZERO
               ADD 1 TO WS-RG-BRANCHES(WS-RG-AT)
               ADD WS-BR-OPEN(WS-BR-SUB) TO WS-RG-OPEN(WS-RG-AT)
           END-IF.

       3810-SCAN-REGIONS.
           IF WS-RG-NAME(WS-RG-SUB) NOT < WS-SEARCH-REGION
               MOVE WS-RG-SUB TO WS-RG-AT
           END-IF.

       3820-SHIFT-REGION.
           MOVE WS-RG-ENTRY(WS-RG-SUB) TO WS-RG-ENTRY(WS-RG-SUB + 1).

       4000-SUMMARY-LOOP.
           PERFORM 4100-FILL-REGION-ROWS
           MOVE ZERO TO WS-SELECT
           DISPLAY SUMMARY-SCREEN
           ACCEPT SUMMARY-SCREEN
           ACCEPT WS-PFKEY FROM ESCAPE KEY
           MOVE SPACES TO WS-DSH-MSG
           EVALUATE TRUE
               WHEN WS-PFKEY = 3
                   SET SUMMARY-DONE TO TRUE
               WHEN WS-PFKEY = 7
                   PERFORM 4300-PRIOR-DATE
               WHEN WS-PFKEY = 8
                   ADD 6 TO WS-RG-TOP
                   IF WS-RG-TOP > WS-RG-COUNT
                       MOVE 1 TO WS-RG-TOP
                   END-IF
               WHEN WS-SELECT >= 1
                   AND WS-SELECT <= WS-ROWS-FILLED
                   COMPUTE WS-RG-SUB = WS-RG-TOP + WS-SELECT - 1
                   PERFORM 5000-REGION-DRILL-DOWN
               WHEN WS-SELECT NOT = ZERO
                   MOVE 'NO SUCH REGION ROW ON THIS PAGE'
                       TO WS-DSH-MSG
               WHEN OTHER
                   PERFORM 3000-LOAD-DATE
           END-EVALUATE.

       4100-FILL-REGION-ROWS.
           MOVE ZERO TO WS-ROWS-FILLED
           MOVE SPACES TO WS-RG-ROWS
           PERFORM 4200-FILL-ONE-REGION-ROW
               VARYING WS-RG-SUB FROM WS-RG-TOP BY 1
               UNTIL WS-RG-SUB > WS-RG-COUNT
               OR WS-ROWS-FILLED = 6.

       4200-FILL-ONE-REGION-ROW.
           ADD 1 TO WS-ROWS-FILLED
           MOVE WS-ROWS-FILLED            TO RGR-NUMBER
           MOVE WS-RG-NAME(WS-RG-SUB)     TO RGR-REGION
           MOVE WS-RG-BRANCHES(WS-RG-SUB) TO RGR-BRANCHES
           MOVE WS-RG-OPEN(WS-RG-SUB)     TO RGR-OPEN
           MOVE WS-RG-ROW-BUILD TO WS-RG-ROW(WS-ROWS-FILLED).

       4300-PRIOR-DATE.
           IF WS-PRIOR-DATE = SPACES
               MOVE 'NO EARLIER DATE ON THE RUN-CONTROL FILE'
                   TO WS-DSH-MSG
           ELSE
               MOVE WS-PRIOR-DATE TO WS-SHOW-DATE
               PERFORM 3000-LOAD-DATE
           END-IF.

      *    WS-RG-SUB is the region picked. Its branches are listed
      *    ten to a page until the operator returns to the summary.
       5000-REGION-DRILL-DOWN.
           MOVE WS-RG-NAME(WS-RG-SUB) TO WS-PICK-REGION
           MOVE ZERO TO WS-PK-COUNT
           PERFORM 5100-PICK-ONE-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
           MOVE 1 TO WS-PK-TOP
           MOVE 'N' TO WS-REGION-DONE-SW
           PERFORM 5200-BRANCH-PAGE
               UNTIL REGION-DONE OR DASHBOARD-DONE.

       5100-PICK-ONE-BRANCH.
           IF WS-BR-REGION(WS-BR-SUB) = WS-PICK-REGION
               ADD 1 TO WS-PK-COUNT
               MOVE WS-BR-SUB TO WS-PK-BR-SUB(WS-PK-COUNT)
           END-IF.

       5200-BRANCH-PAGE.
           MOVE ZERO TO WS-ROWS-FILLED
           MOVE SPACES TO WS-BR-ROWS
           PERFORM 5300-FILL-ONE-BRANCH-ROW
               VARYING WS-PK-SUB FROM WS-PK-TOP BY 1
               UNTIL WS-PK-SUB > WS-PK-COUNT
               OR WS-ROWS-FILLED = 10
           MOVE ZERO TO WS-SELECT
           DISPLAY BRANCH-SCREEN
           ACCEPT BRANCH-SCREEN
           ACCEPT WS-PFKEY FROM ESCAPE KEY
           EVALUATE TRUE
               WHEN WS-PFKEY = 3
                   SET REGION-DONE TO TRUE
               WHEN WS-PFKEY = 8
                   ADD 10 TO WS-PK-TOP
                   IF WS-PK-TOP > WS-PK-COUNT
                       MOVE 1 TO WS-PK-TOP
                   END-IF
               WHEN WS-SELECT >= 1
                   AND WS-SELECT <= WS-ROWS-FILLED
                   COMPUTE WS-PK-SUB = WS-PK-TOP + WS-SELECT - 1
                   MOVE WS-PK-BR-SUB(WS-PK-SUB) TO WS-BR-SUB
                   PERFORM 5400-BROWSE-BRANCH
                   SET REGION-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5300-FILL-ONE-BRANCH-ROW.
           ADD 1 TO WS-ROWS-FILLED
           MOVE WS-PK-BR-SUB(WS-PK-SUB) TO WS-BR-SUB
           MOVE WS-ROWS-FILLED               TO BRR-NUMBER
           MOVE WS-BR-CODE(WS-BR-SUB)        TO BRR-CODE
           MOVE WS-BR-NAME(WS-BR-SUB)        TO BRR-NAME
           MOVE WS-BR-OPEN(WS-BR-SUB)        TO BRR-OPEN
           MOVE WS-BR-MERGED-INTO(WS-BR-SUB) TO BRR-MERGED-INTO
           MOVE WS-BR-ROW-BUILD TO WS-BR-ROW(WS-ROWS-FILLED).

      *    ECHOBRW lists the branch's audit records for the date as
      *    this operator; the counts are read again on the way back
      *    so any correction keyed there is reflected.
       5400-BROWSE-BRANCH.
           MOVE SGN-OPERATOR-ID       TO BRW-OPERATOR-ID
           MOVE SGN-OPERATOR-NAME     TO BRW-OPERATOR-NAME
           MOVE SGN-AUTH-LEVEL        TO BRW-AUTH-LEVEL
           MOVE WS-BR-CODE(WS-BR-SUB) TO BRW-BRANCH-CODE
           MOVE WS-SHOW-DATE          TO BRW-APPL-DATE
           MOVE LENGTH OF BRW-DRILL-DATA TO BRW-PARM-LEN
           CALL 'ECHOBRW' USING BRW-PARMS
           PERFORM 3000-LOAD-DATE.

      *    The first condition found on a load is the one shown.
       8000-SET-MESSAGE.
           IF WS-DSH-MSG = SPACES
               MOVE WS-NEW-MSG TO WS-DSH-MSG
           END-IF.

       END PROGRAM ECHODSH.
