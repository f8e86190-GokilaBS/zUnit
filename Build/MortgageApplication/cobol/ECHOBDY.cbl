       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHOBDY.
      *****************************************************************
      *                                                               *
      *   ECHOBDY - Business-day arithmetic over the calendar KSDS    *
      *             (CALENDAR, maintained through ECHOCAL), called    *
      *             by ECHOAGE, ECHOACK, ECHOHPG, and ECHOEDT so      *
      *             every weekend and bank holiday is skipped the     *
      *             same way: a clean Friday backlog is one business  *
      *             day old on Monday, not three calendar days.       *
      *                                                               *
      *             Monday to Friday are business days and Saturday   *
      *             and Sunday are not, unless the calendar carries   *
      *             the date with its own day type. The calendar is   *
      *             small (holidays and exceptions only), so the      *
      *             first call loads it into core and closes it -     *
      *             later calls in the same run unit answer from the  *
      *             table without touching the file. Functions are    *
      *             described in BDYPARM.                             *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS         Pic X(02).
          88 WS-CAL-OK          VALUE '00'.
       01 WS-CAL-EOF-SW         Pic X(01) VALUE 'N'.
          88 END-OF-CALENDAR    VALUE 'Y'.
       01 WS-LOADED-SW          Pic X(01) VALUE 'N'.
          88 CALENDAR-LOADED    VALUE 'Y'.
       01 WS-LOAD-FAILED-SW     Pic X(01) VALUE 'N'.
          88 CALENDAR-LOAD-FAILED VALUE 'Y'.
       01 WS-CAL-SUB            Pic 9(04) COMP.
       01 WS-CAL-FOUND          Pic 9(04) COMP.
       01 WS-CAL-COUNT          Pic 9(04) COMP VALUE ZERO.
       01 WS-CAL-LIMIT          Pic 9(04) COMP VALUE 2000.
       01 WS-FROM-INTEGER       Pic S9(09) COMP.
       01 WS-TO-INTEGER         Pic S9(09) COMP.
       01 WS-DAY-INTEGER        Pic S9(09) COMP.
       01 WS-WEEKDAY            Pic S9(04) COMP.
       01 WS-DAYS-STEPPED       Pic 9(05).
       01 WS-TEST-DATE          Pic X(08).
       01 WS-TEST-DATE-NUM      Pic 9(08).
       01 WS-DAY-SW             Pic X(01).
          88 DAY-IS-BUSINESS    VALUE 'Y'.
       01 WS-OVERRIDE-SW        Pic X(01).
          88 DAY-IS-OVERRIDDEN  VALUE 'Y'.
       01 WS-SCAN-SW            Pic X(01).
          88 SCAN-PASSED        VALUE 'Y'.

      *    The calendar's exceptions, in CAL-DATE order as the KSDS
      *    returns them.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 2000 TIMES.
             10 WS-CAL-DATE        Pic X(08).
             10 WS-CAL-TYPE        Pic X(01).
             10 WS-CAL-OVERRIDE    Pic X(01).

       LINKAGE SECTION.
       COPY BDYPARM.

       PROCEDURE DIVISION USING BDY-PARMS.
       0000-MAIN.
           SET BDY-FAILED TO TRUE

           IF NOT CALENDAR-LOADED
               PERFORM 1000-LOAD-CALENDAR
           END-IF
           IF CALENDAR-LOAD-FAILED
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN BDY-TEST-DATE
                   PERFORM 2000-TEST-ONE-DATE
               WHEN BDY-COUNT-DAYS
                   PERFORM 3000-COUNT-BUSINESS-DAYS
               WHEN BDY-STEP-BACK
                   PERFORM 4000-STEP-BACK-DAYS
               WHEN OTHER
                   DISPLAY 'ECHOBDY - UNKNOWN FUNCTION: ' BDY-FUNCTION
           END-EVALUATE
           GOBACK.

      *    A calendar that cannot be read fails every call rather
      *    than quietly falling back to plain weekdays - a missed
      *    holiday would age, chase, and purge on the wrong day.
       1000-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF NOT WS-CAL-OK
               DISPLAY 'ECHOBDY - OPEN CALENDAR FAILED, STATUS='
                   WS-CAL-STATUS
               SET CALENDAR-LOAD-FAILED TO TRUE
           ELSE
               PERFORM 1100-READ-CALENDAR
               PERFORM 1200-TABLE-ONE-DATE UNTIL END-OF-CALENDAR
               CLOSE CALENDAR-FILE
               IF NOT CALENDAR-LOAD-FAILED
                   SET CALENDAR-LOADED TO TRUE
               END-IF
           END-IF.

       1100-READ-CALENDAR.
           READ CALENDAR-FILE NEXT RECORD
               AT END SET END-OF-CALENDAR TO TRUE
           END-READ
           IF NOT END-OF-CALENDAR AND NOT WS-CAL-OK
               DISPLAY 'ECHOBDY - READ CALENDAR FAILED, STATUS='
                   WS-CAL-STATUS
               SET CALENDAR-LOAD-FAILED TO TRUE
               SET END-OF-CALENDAR TO TRUE
           END-IF.

       1200-TABLE-ONE-DATE.
           IF WS-CAL-COUNT < WS-CAL-LIMIT
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE          TO WS-CAL-DATE(WS-CAL-COUNT)
               MOVE CAL-DAY-TYPE      TO WS-CAL-TYPE(WS-CAL-COUNT)
               MOVE CAL-FEED-OVERRIDE TO WS-CAL-OVERRIDE(WS-CAL-COUNT)
               PERFORM 1100-READ-CALENDAR
           ELSE
               DISPLAY 'ECHOBDY - CALENDAR TABLE FULL AT '
                   WS-CAL-LIMIT ' ENTRIES - PURGE PAST YEARS'
               SET CALENDAR-LOAD-FAILED TO TRUE
               SET END-OF-CALENDAR TO TRUE
           END-IF.

       2000-TEST-ONE-DATE.
           MOVE BDY-FROM-DATE TO WS-TEST-DATE
           IF WS-TEST-DATE IS NUMERIC
               MOVE WS-TEST-DATE TO WS-TEST-DATE-NUM
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TEST-DATE-NUM)
           ELSE
               MOVE ZERO TO WS-DAY-INTEGER
           END-IF
           IF WS-DAY-INTEGER > ZERO
               PERFORM 5000-CLASSIFY-DAY
               MOVE WS-DAY-SW      TO BDY-DAY-SW
               MOVE WS-OVERRIDE-SW TO BDY-OVERRIDE-SW
               SET BDY-OK TO TRUE
           ELSE
               DISPLAY 'ECHOBDY - NOT A VALID YYYYMMDD DATE: '
                   BDY-FROM-DATE
           END-IF.

      *    Business days in (FROM, TO] - the FROM date itself never
      *    counts, so an item dated today is zero days old.
       3000-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO BDY-DAY-COUNT
           PERFORM 6000-CONVERT-FROM-TO
           IF WS-FROM-INTEGER > ZERO AND WS-TO-INTEGER > ZERO
               IF WS-TO-INTEGER > WS-FROM-INTEGER
                   COMPUTE WS-DAY-INTEGER = WS-FROM-INTEGER + 1
                   PERFORM 3100-COUNT-ONE-DAY
                       UNTIL WS-DAY-INTEGER > WS-TO-INTEGER
               END-IF
               SET BDY-OK TO TRUE
           END-IF.

       3100-COUNT-ONE-DAY.
           PERFORM 5100-DATE-FROM-INTEGER
           PERFORM 5000-CLASSIFY-DAY
           IF DAY-IS-BUSINESS
               ADD 1 TO BDY-DAY-COUNT
           END-IF
           ADD 1 TO WS-DAY-INTEGER.

      *    Walk back a day at a time until the requested number of
      *    business days has been passed; the date landed on is
      *    itself a business day.
       4000-STEP-BACK-DAYS.
           MOVE SPACES TO BDY-TO-DATE
           MOVE ZERO TO WS-DAYS-STEPPED
           MOVE BDY-FROM-DATE TO WS-TEST-DATE
           IF WS-TEST-DATE IS NUMERIC
               MOVE WS-TEST-DATE TO WS-TEST-DATE-NUM
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TEST-DATE-NUM)
           ELSE
               MOVE ZERO TO WS-DAY-INTEGER
           END-IF
           IF WS-DAY-INTEGER > ZERO
               PERFORM 4100-STEP-BACK-ONE-DAY
                   UNTIL WS-DAYS-STEPPED >= BDY-DAY-COUNT
               PERFORM 5100-DATE-FROM-INTEGER
               MOVE WS-TEST-DATE TO BDY-TO-DATE
               SET BDY-OK TO TRUE
           ELSE
               DISPLAY 'ECHOBDY - NOT A VALID YYYYMMDD DATE: '
                   BDY-FROM-DATE
           END-IF.

       4100-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-DAY-INTEGER
           PERFORM 5100-DATE-FROM-INTEGER
           PERFORM 5000-CLASSIFY-DAY
           IF DAY-IS-BUSINESS
               ADD 1 TO WS-DAYS-STEPPED
           END-IF.

      *    WS-DAY-INTEGER / WS-TEST-DATE describe the day in hand.
      *    Day 1 of the integer calendar (1601-01-01) was a Monday,
      *    so the remainder 5 is Saturday and 6 is Sunday. A
      *    calendar entry for the date overrides the weekday rule.
       5000-CLASSIFY-DAY.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INTEGER - 1, 7)
           IF WS-WEEKDAY < 5
               MOVE 'Y' TO WS-DAY-SW
           ELSE
               MOVE 'N' TO WS-DAY-SW
           END-IF
           MOVE 'N' TO WS-OVERRIDE-SW

           MOVE ZERO TO WS-CAL-FOUND
           MOVE 'N' TO WS-SCAN-SW
           PERFORM 5200-SCAN-CALENDAR
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT
               OR WS-CAL-FOUND > ZERO
               OR SCAN-PASSED
           IF WS-CAL-FOUND > ZERO
               IF WS-CAL-TYPE(WS-CAL-FOUND) = 'B'
                   MOVE 'Y' TO WS-DAY-SW
               ELSE
                   MOVE 'N' TO WS-DAY-SW
               END-IF
               IF WS-CAL-OVERRIDE(WS-CAL-FOUND) = 'Y'
                   MOVE 'Y' TO WS-OVERRIDE-SW
               END-IF
           END-IF.

       5100-DATE-FROM-INTEGER.
           COMPUTE WS-TEST-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE WS-TEST-DATE-NUM TO WS-TEST-DATE.

      *    The table is in date order, so a later date ends the
      *    search.
       5200-SCAN-CALENDAR.
           EVALUATE TRUE
               WHEN WS-CAL-DATE(WS-CAL-SUB) = WS-TEST-DATE
                   MOVE WS-CAL-SUB TO WS-CAL-FOUND
               WHEN WS-CAL-DATE(WS-CAL-SUB) > WS-TEST-DATE
                   SET SCAN-PASSED TO TRUE
           END-EVALUATE.

       6000-CONVERT-FROM-TO.
           MOVE ZERO TO WS-FROM-INTEGER WS-TO-INTEGER
           IF BDY-FROM-DATE IS NUMERIC
               MOVE BDY-FROM-DATE TO WS-TEST-DATE-NUM
               COMPUTE WS-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TEST-DATE-NUM)
           END-IF
           IF BDY-TO-DATE IS NUMERIC
               MOVE BDY-TO-DATE TO WS-TEST-DATE-NUM
               COMPUTE WS-TO-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TEST-DATE-NUM)
           END-IF
           IF WS-FROM-INTEGER = ZERO OR WS-TO-INTEGER = ZERO
               DISPLAY 'ECHOBDY - NOT A VALID YYYYMMDD DATE: '
                   BDY-FROM-DATE ' / ' BDY-TO-DATE
           END-IF.

       END PROGRAM ECHOBDY.
