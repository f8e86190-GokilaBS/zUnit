       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHOVOL.
      *****************************************************************
      *                                                               *
      *   ECHOVOL - Control-totals history by application date and   *
      *             branch region (CTOTHIST, CTHREC), called by       *
      *             ECHOEDT to check the night's feed volume and by   *
      *             ECHOTOT to post the night's ECHO2 call totals.    *
      *                                                               *
      *             A feed whose trailer balances can still be short  *
      *             - one region's file missing half its loans is     *
      *             internally consistent. The volume check compares  *
      *             each region's detail count with that region's     *
      *             average for the same weekday over the last eight  *
      *             weeks: fewer than half or more than half again    *
      *             the average is out of band, and unless the        *
      *             operator has released the date the caller stops   *
      *             the chain for confirmation. A region needs three  *
      *             same-weekday nights on file before it is judged,  *
      *             and nights that were stopped and never released   *
      *             do not count toward anyone's average. Functions   *
      *             are described in VOLPARM.                         *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTOT-HISTORY-FILE ASSIGN TO CTOTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTH-KEY
               FILE STATUS IS WS-CTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTOT-HISTORY-FILE
           RECORDING MODE IS F.
           COPY CTHREC.

       WORKING-STORAGE SECTION.
       01 WS-CTH-STATUS         Pic X(02).
          88 WS-CTH-OK          VALUE '00'.
          88 WS-CTH-NOTFND      VALUE '23'.
       01 WS-DATE-END-SW        Pic X(01).
          88 END-OF-DATE        VALUE 'Y'.
       01 WS-HIST-ERROR-SW      Pic X(01).
          88 HISTORY-ERROR      VALUE 'Y'.
       01 WS-WEEKS-BACK         Pic 9(04) COMP VALUE 8.
       01 WS-MIN-WEEKS          Pic 9(04) COMP VALUE 3.
       01 WS-LOW-PERCENT        Pic 9(03) VALUE 50.
       01 WS-HIGH-PERCENT       Pic 9(03) VALUE 150.
       01 WS-WEEK               Pic 9(04) COMP.
       01 WS-SUB                Pic 9(04) COMP.
       01 WS-FOUND              Pic 9(04) COMP.
       01 WS-OUT-OF-BAND        Pic 9(04) COMP.
       01 WS-APPL-INTEGER       Pic S9(09) COMP.
       01 WS-DAY-INTEGER        Pic S9(09) COMP.
       01 WS-DATE-NUM           Pic 9(08).
       01 WS-HIST-DATE          Pic X(08).
       01 WS-FIND-REGION        Pic X(10).
       01 WS-LOW-LIMIT          Pic 9(08).
       01 WS-HIGH-LIMIT         Pic 9(08).

       LINKAGE SECTION.
       COPY VOLPARM.

       PROCEDURE DIVISION USING VOL-PARMS.
       0000-MAIN.
           SET VOL-FAILED TO TRUE
           MOVE ZERO TO WS-OUT-OF-BAND
           MOVE 'N' TO WS-HIST-ERROR-SW

           IF VOL-APPL-DATE IS NUMERIC
               MOVE VOL-APPL-DATE TO WS-DATE-NUM
               COMPUTE WS-APPL-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
               MOVE ZERO TO WS-APPL-INTEGER
           END-IF
           IF WS-APPL-INTEGER NOT > ZERO
               DISPLAY 'ECHOVOL - NOT A VALID YYYYMMDD DATE: '
                   VOL-APPL-DATE
               GOBACK
           END-IF

           OPEN I-O CTOT-HISTORY-FILE
           IF NOT WS-CTH-OK
               DISPLAY 'ECHOVOL - OPEN CTOTHIST FAILED, STATUS='
                   WS-CTH-STATUS
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN VOL-CHECK-FEED
                   PERFORM 2000-CHECK-FEED
               WHEN VOL-POST-TOTALS
                   PERFORM 3000-POST-TOTALS
               WHEN OTHER
                   DISPLAY 'ECHOVOL - UNKNOWN FUNCTION: ' VOL-FUNCTION
                   SET HISTORY-ERROR TO TRUE
           END-EVALUATE

           CLOSE CTOT-HISTORY-FILE
           IF NOT HISTORY-ERROR
               IF WS-OUT-OF-BAND > ZERO AND NOT VOL-RELEASED
                   SET VOL-STOPPED TO TRUE
               ELSE
                   SET VOL-OK TO TRUE
               END-IF
           END-IF
           GOBACK.

      *    Gather the prior same-weekday nights first, judge every
      *    region, then replace whatever an earlier pass over this
      *    date left on file - a feed that was stopped, reloaded and
      *    rechecked must not leave its first count behind.
       2000-CHECK-FEED.
           MOVE ZERO TO WS-OUT-OF-BAND
           PERFORM 2010-CLEAR-ENTRY
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > VOL-REGION-COUNT

           PERFORM 2100-GATHER-ONE-WEEK
               VARYING WS-WEEK FROM 1 BY 1
               UNTIL WS-WEEK > WS-WEEKS-BACK
               OR HISTORY-ERROR
           IF NOT HISTORY-ERROR
               PERFORM 2300-JUDGE-REGION
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > VOL-REGION-COUNT
               PERFORM 2400-CLEAR-DATE
           END-IF
           IF NOT HISTORY-ERROR
               PERFORM 2500-WRITE-REGION
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > VOL-REGION-COUNT
                   OR HISTORY-ERROR
           END-IF.

       2010-CLEAR-ENTRY.
           MOVE ZERO  TO VOL-AVERAGE(WS-SUB)
           MOVE ZERO  TO VOL-WEEKS-SEEN(WS-SUB)
           MOVE SPACE TO VOL-VERDICT(WS-SUB).

      *    VOL-AVERAGE carries the running sum of the region's
      *    same-weekday counts until 2300 divides it out.
       2100-GATHER-ONE-WEEK.
           COMPUTE WS-DAY-INTEGER = WS-APPL-INTEGER - (7 * WS-WEEK)
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE WS-DATE-NUM TO WS-HIST-DATE
           PERFORM 2110-START-DATE
           PERFORM 2130-TAKE-RECORD UNTIL END-OF-DATE.

       2110-START-DATE.
           MOVE 'N' TO WS-DATE-END-SW
           MOVE WS-HIST-DATE TO CTH-APPL-DATE
           MOVE LOW-VALUES   TO CTH-REGION
           START CTOT-HISTORY-FILE KEY IS NOT LESS THAN CTH-KEY
               INVALID KEY SET END-OF-DATE TO TRUE
           END-START
           IF END-OF-DATE
               IF NOT WS-CTH-NOTFND
                   DISPLAY 'ECHOVOL - START CTOTHIST FAILED, STATUS='
                       WS-CTH-STATUS
                   SET HISTORY-ERROR TO TRUE
               END-IF
           ELSE
               PERFORM 2120-READ-DATE
           END-IF.

       2120-READ-DATE.
           READ CTOT-HISTORY-FILE NEXT RECORD
               AT END SET END-OF-DATE TO TRUE
           END-READ
           IF NOT END-OF-DATE
               IF NOT WS-CTH-OK
                   DISPLAY 'ECHOVOL - READ CTOTHIST FAILED, STATUS='
                       WS-CTH-STATUS
                   SET HISTORY-ERROR TO TRUE
                   SET END-OF-DATE TO TRUE
               ELSE
                   IF CTH-APPL-DATE NOT = WS-HIST-DATE
                       SET END-OF-DATE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2130-TAKE-RECORD.
           IF NOT CTH-STOPPED
               MOVE CTH-REGION TO WS-FIND-REGION
               PERFORM 2200-FIND-REGION
               IF WS-FOUND > ZERO
                   ADD CTH-FEED-DETAILS TO VOL-AVERAGE(WS-FOUND)
                   ADD 1 TO VOL-WEEKS-SEEN(WS-FOUND)
               END-IF
           END-IF
           IF HISTORY-ERROR
               SET END-OF-DATE TO TRUE
           ELSE
               PERFORM 2120-READ-DATE
           END-IF.

      *    A region with history but nothing on tonight's feed is
      *    the very case the check exists for, so it joins the
      *    table with a zero count instead of being skipped.
       2200-FIND-REGION.
           MOVE ZERO TO WS-FOUND
           PERFORM 2210-SCAN-REGION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > VOL-REGION-COUNT
               OR WS-FOUND > ZERO
           IF WS-FOUND = ZERO
               IF VOL-REGION-COUNT < VOL-REGION-LIMIT
                   ADD 1 TO VOL-REGION-COUNT
                   MOVE VOL-REGION-COUNT TO WS-FOUND
                   INITIALIZE VOL-REGION-ENTRY(WS-FOUND)
                   MOVE WS-FIND-REGION TO VOL-REGION(WS-FOUND)
               ELSE
                   DISPLAY 'ECHOVOL - REGION TABLE FULL AT '
                       VOL-REGION-LIMIT ' ENTRIES'
                   SET HISTORY-ERROR TO TRUE
               END-IF
           END-IF.

       2210-SCAN-REGION.
           IF VOL-REGION(WS-SUB) = WS-FIND-REGION
               MOVE WS-SUB TO WS-FOUND
           END-IF.

       2300-JUDGE-REGION.
           IF VOL-WEEKS-SEEN(WS-SUB) > ZERO
               COMPUTE VOL-AVERAGE(WS-SUB) ROUNDED =
                   VOL-AVERAGE(WS-SUB) / VOL-WEEKS-SEEN(WS-SUB)
           END-IF
           IF VOL-WEEKS-SEEN(WS-SUB) < WS-MIN-WEEKS
               SET VOL-NO-HISTORY(WS-SUB) TO TRUE
           ELSE
               COMPUTE WS-LOW-LIMIT =
                   VOL-AVERAGE(WS-SUB) * WS-LOW-PERCENT / 100
               COMPUTE WS-HIGH-LIMIT =
                   VOL-AVERAGE(WS-SUB) * WS-HIGH-PERCENT / 100
               EVALUATE TRUE
                   WHEN VOL-FEED-DETAILS(WS-SUB) < WS-LOW-LIMIT
                       SET VOL-TOO-LOW(WS-SUB) TO TRUE
                       ADD 1 TO WS-OUT-OF-BAND
                   WHEN VOL-FEED-DETAILS(WS-SUB) > WS-HIGH-LIMIT
                       SET VOL-TOO-HIGH(WS-SUB) TO TRUE
                       ADD 1 TO WS-OUT-OF-BAND
                   WHEN OTHER
                       SET VOL-IN-BAND(WS-SUB) TO TRUE
               END-EVALUATE
           END-IF.

       2400-CLEAR-DATE.
           MOVE VOL-APPL-DATE TO WS-HIST-DATE
           PERFORM 2110-START-DATE
           PERFORM 2410-DELETE-RECORD UNTIL END-OF-DATE.

       2410-DELETE-RECORD.
           DELETE CTOT-HISTORY-FILE RECORD
           IF NOT WS-CTH-OK
               DISPLAY 'ECHOVOL - DELETE CTOTHIST FAILED, STATUS='
                   WS-CTH-STATUS
               SET HISTORY-ERROR TO TRUE
               SET END-OF-DATE TO TRUE
           ELSE
               PERFORM 2120-READ-DATE
           END-IF.

       2500-WRITE-REGION.
           INITIALIZE CTOT-HISTORY-RECORD
           MOVE VOL-APPL-DATE            TO CTH-APPL-DATE
           MOVE VOL-REGION(WS-SUB)       TO CTH-REGION
           MOVE VOL-FEED-DETAILS(WS-SUB) TO CTH-FEED-DETAILS
           MOVE VOL-AVERAGE(WS-SUB)      TO CTH-AVERAGE
      *    A stopped night never reaches ECHOBAT, so every region
      *    of it is marked stopped - in band or not - and none of it
      *    feeds a later average until the release rewrites the date.
           EVALUATE TRUE
               WHEN WS-OUT-OF-BAND > ZERO AND NOT VOL-RELEASED
                   SET CTH-STOPPED TO TRUE
               WHEN VOL-IN-BAND(WS-SUB)
               WHEN VOL-NO-HISTORY(WS-SUB)
                   SET CTH-IN-BAND TO TRUE
               WHEN OTHER
                   SET CTH-RELEASED TO TRUE
           END-EVALUATE
           WRITE CTOT-HISTORY-RECORD
           IF NOT WS-CTH-OK
               DISPLAY 'ECHOVOL - WRITE CTOTHIST FAILED, STATUS='
                   WS-CTH-STATUS ' REGION=' CTH-REGION
               SET HISTORY-ERROR TO TRUE
           END-IF.

      *    A region that reached ECHO2 without a feed count (a
      *    hand-keyed ECHOENT confirmation for a region with nothing
      *    on the night's feed) still gets its totals kept.
       3000-POST-TOTALS.
           MOVE ZERO TO WS-OUT-OF-BAND
           PERFORM 3100-POST-ONE-REGION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > VOL-REGION-COUNT
               OR HISTORY-ERROR.

       3100-POST-ONE-REGION.
           MOVE VOL-APPL-DATE      TO CTH-APPL-DATE
           MOVE VOL-REGION(WS-SUB) TO CTH-REGION
           READ CTOT-HISTORY-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-CTH-OK
                   PERFORM 3200-MOVE-TOTALS
                   REWRITE CTOT-HISTORY-RECORD
               WHEN WS-CTH-NOTFND
                   INITIALIZE CTOT-HISTORY-RECORD
                   MOVE VOL-APPL-DATE      TO CTH-APPL-DATE
                   MOVE VOL-REGION(WS-SUB) TO CTH-REGION
                   SET CTH-IN-BAND TO TRUE
                   PERFORM 3200-MOVE-TOTALS
                   WRITE CTOT-HISTORY-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-CTH-OK
               DISPLAY 'ECHOVOL - POST CTOTHIST FAILED, STATUS='
                   WS-CTH-STATUS ' REGION=' VOL-REGION(WS-SUB)
               SET HISTORY-ERROR TO TRUE
           END-IF.

       3200-MOVE-TOTALS.
           MOVE VOL-PROCESSED(WS-SUB) TO CTH-PROCESSED
           MOVE VOL-MATCH(WS-SUB)     TO CTH-MATCH
           MOVE VOL-MISMATCH(WS-SUB)  TO CTH-MISMATCH
           MOVE VOL-REJECT(WS-SUB)    TO CTH-REJECT.

       END PROGRAM ECHOVOL.
