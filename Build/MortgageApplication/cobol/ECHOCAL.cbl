       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHOCAL.
      *****************************************************************
      *                                                               *
      *   ECHOCAL - Maintenance/inquiry transaction for the business- *
      *             day calendar. An operator keys a date and an      *
      *             action - inquire, add, update, delete, or feed    *
      *             override - and the program displays or captures   *
      *             the day type (B=business, N=non-business) and     *
      *             its description. Weekdays are business days and   *
      *             weekends are not without any entry here, so the   *
      *             calendar only needs the bank holidays and any     *
      *             worked weekend day; ECHOBDY reads it for every    *
      *             business-day count in the chain.                  *
      *                                                               *
      *             The feed override (action O) is the operator's    *
      *             release of a non-business date for ECHOEDT: a     *
      *             loan confirmation feed dated on a holiday or      *
      *             weekend fails the edit unless the date carries    *
      *             an override, stamped with the operator's ID. A    *
      *             weekend date with no entry gets one written to    *
      *             hold the override.                                *
      *                                                               *
      *             ECHOSGN signs the operator on before the first    *
      *             screen shows: every action but inquire needs      *
      *             authority level 3, and every change stamps the    *
      *             operator ID and date onto the calendar record.    *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALENDAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
          88 WS-CAL-NOT-FOUND   VALUE '23'.
          88 WS-CAL-DUPLICATE   VALUE '22'.
       01 WS-LOOKUP-DATE        Pic X(08).
       01 WS-LOOKUP-DATE-NUM    Pic 9(08).
       01 WS-LOOKUP-INTEGER     Pic S9(09) COMP.
       01 WS-WEEKDAY            Pic S9(04) COMP.
       01 WS-ACTION             Pic X(01).
          88 ACTION-INQUIRE     VALUE 'I'.
          88 ACTION-ADD         VALUE 'A'.
          88 ACTION-UPDATE      VALUE 'U'.
          88 ACTION-DELETE      VALUE 'D'.
          88 ACTION-OVERRIDE    VALUE 'O'.
          88 ACTION-IS-VALID    VALUE 'I' 'A' 'U' 'D' 'O'.
       01 WS-FOUND-SWITCH       Pic X(01) VALUE 'N'.
          88 RECORD-FOUND       VALUE 'Y'.
       01 WS-DONE-SWITCH        Pic X(01) VALUE 'N'.
          88 MAINT-DONE         VALUE 'Y'.
       01 WS-CAL-OPEN-SW        Pic X(01) VALUE 'N'.
          88 CAL-FILE-IS-OPEN   VALUE 'Y'.
       01 WS-DATE-SW            Pic X(01).
          88 DATE-IS-VALID      VALUE 'Y'.
       01 WS-EDIT-TYPE          Pic X(01).
       01 WS-EDIT-DESCRIPTION   Pic X(20).
       01 WS-RESULT-MSG         Pic X(40).
       01 WS-PFKEY              Pic 9(02) COMP-5.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-TODAY              Pic X(08).

       COPY SGNPARM.

       SCREEN SECTION.
       01 LOOKUP-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'BUSINESS-DAY CALENDAR MAINTENANCE'.
          05 LINE 3 COLUMN 1  VALUE 'DATE (YYYYMMDD):'.
          05 LINE 3 COLUMN 20 PIC X(08) USING WS-LOOKUP-DATE.
          05 LINE 4 COLUMN 1  VALUE 'ACTION (I/A/U/D/O):'.
          05 LINE 4 COLUMN 21 PIC X(01) USING WS-ACTION.
          05 LINE 6 COLUMN 1  VALUE
                 'I=INQUIRE A=ADD U=UPDATE D=DELETE O=FEED OVERRIDE'.
          05 LINE 7 COLUMN 1  VALUE 'PF3=EXIT'.

       01 DETAIL-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'CALENDAR DATE DETAIL'.
          05 LINE 3 COLUMN 1  VALUE 'DATE:'.
          05 LINE 3 COLUMN 20 PIC X(08) FROM WS-LOOKUP-DATE.
          05 LINE 4 COLUMN 1  VALUE 'DAY TYPE (B/N):'.
          05 LINE 4 COLUMN 20 PIC X(01) USING WS-EDIT-TYPE.
          05 LINE 5 COLUMN 1  VALUE 'DESCRIPTION:'.
          05 LINE 5 COLUMN 20 PIC X(20) USING WS-EDIT-DESCRIPTION.
          05 LINE 7 COLUMN 1  VALUE
                 'B=BUSINESS DAY N=NON-BUSINESS DAY (HOLIDAY)'.
          05 LINE 8 COLUMN 1  VALUE
                 'PRESS ENTER TO APPLY, PF3=EXIT'.

       01 DISPLAY-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'CALENDAR DATE ON FILE'.
          05 LINE 3 COLUMN 1  VALUE 'DATE:'.
          05 LINE 3 COLUMN 20 PIC X(08) FROM CAL-DATE.
          05 LINE 4 COLUMN 1  VALUE 'DAY TYPE:'.
          05 LINE 4 COLUMN 20 PIC X(01) FROM CAL-DAY-TYPE.
          05 LINE 5 COLUMN 1  VALUE 'DESCRIPTION:'.
          05 LINE 5 COLUMN 20 PIC X(20) FROM CAL-DESCRIPTION.
          05 LINE 6 COLUMN 1  VALUE 'FEED OVERRIDE:'.
          05 LINE 6 COLUMN 20 PIC X(01) FROM CAL-FEED-OVERRIDE.
          05 LINE 6 COLUMN 22 PIC X(08) FROM CAL-OVERRIDE-OPERATOR.
          05 LINE 7 COLUMN 1  VALUE 'LAST MAINTAINED:'.
          05 LINE 7 COLUMN 20 PIC X(08) FROM CAL-LAST-OPERATOR.
          05 LINE 7 COLUMN 30 PIC X(08) FROM CAL-LAST-MAINT-DATE.
          05 LINE 9 COLUMN 1  VALUE 'PRESS ENTER TO CONTINUE'.

       01 RESULT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'BUSINESS-DAY CALENDAR RESULT'.
          05 LINE 3 COLUMN 1  PIC X(40) FROM WS-RESULT-MSG.
          05 LINE 5 COLUMN 1  VALUE 'PRESS ENTER TO CONTINUE'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MAINT-LOOP UNTIL MAINT-DONE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY

           CALL 'ECHOSGN' USING SGN-PARMS
           IF SGN-FAILED
               DISPLAY 'ECHOCAL - SIGN-ON FAILED OR CANCELLED'
               MOVE 8 TO RETURN-CODE
               SET MAINT-DONE TO TRUE
           ELSE
               OPEN I-O CALENDAR-FILE
               IF WS-CAL-OK
                   SET CAL-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'ECHOCAL - OPEN CALENDAR FAILED, STATUS='
                       WS-CAL-STATUS
                   MOVE 12 TO RETURN-CODE
                   SET MAINT-DONE TO TRUE
               END-IF
           END-IF.

       2000-MAINT-LOOP.
           MOVE SPACES TO WS-LOOKUP-DATE WS-ACTION
           DISPLAY LOOKUP-SCREEN
           ACCEPT LOOKUP-SCREEN
           ACCEPT WS-PFKEY FROM ESCAPE KEY
           IF WS-PFKEY = 3
               SET MAINT-DONE TO TRUE
           ELSE
               PERFORM 2100-EDIT-DATE
               IF ACTION-IS-VALID AND DATE-IS-VALID
                   PERFORM 3000-APPLY-ACTION
               ELSE
                   MOVE 'KEY A YYYYMMDD DATE AND I, A, U, D OR O'
                       TO WS-RESULT-MSG
                   PERFORM 8000-SHOW-RESULT
               END-IF
           END-IF.

      *    A date the calendar could never be asked about is refused
      *    at the screen, and the weekday falls out of the same
      *    conversion (day 1 of the integer calendar was a Monday).
       2100-EDIT-DATE.
           MOVE 'N' TO WS-DATE-SW
           MOVE ZERO TO WS-LOOKUP-INTEGER
           IF WS-LOOKUP-DATE IS NUMERIC
               MOVE WS-LOOKUP-DATE TO WS-LOOKUP-DATE-NUM
               COMPUTE WS-LOOKUP-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-LOOKUP-DATE-NUM)
           END-IF
           IF WS-LOOKUP-INTEGER > ZERO
               SET DATE-IS-VALID TO TRUE
               COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-LOOKUP-INTEGER - 1, 7)
           END-IF.

      *    Anything that changes the calendar needs authority level
      *    3 - a valid sign-on alone only buys the inquiry path.
       3000-APPLY-ACTION.
           IF NOT ACTION-INQUIRE AND NOT SGN-MAY-MAINTAIN
               MOVE 'OPERATOR NOT AUTHORIZED TO MAINTAIN'
                   TO WS-RESULT-MSG
               PERFORM 8000-SHOW-RESULT
           ELSE
               PERFORM 3100-READ-DATE
               EVALUATE TRUE
                   WHEN ACTION-INQUIRE
                       PERFORM 3200-INQUIRE-DATE
                   WHEN ACTION-ADD
                       PERFORM 3300-ADD-DATE
                   WHEN ACTION-UPDATE
                       PERFORM 3400-UPDATE-DATE
                   WHEN ACTION-DELETE
                       PERFORM 3500-DELETE-DATE
                   WHEN ACTION-OVERRIDE
                       PERFORM 3600-OVERRIDE-FEED-DATE
               END-EVALUATE
           END-IF.

       3100-READ-DATE.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE WS-LOOKUP-DATE TO CAL-DATE
           READ CALENDAR-FILE
               KEY IS CAL-DATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
           END-READ.

       3200-INQUIRE-DATE.
           IF RECORD-FOUND
               DISPLAY DISPLAY-SCREEN
               ACCEPT DISPLAY-SCREEN
           ELSE
               IF WS-WEEKDAY < 5
                   MOVE 'NOT ON FILE - WEEKDAY, BUSINESS DAY'
                       TO WS-RESULT-MSG
               ELSE
                   MOVE 'NOT ON FILE - WEEKEND, NON-BUSINESS DAY'
                       TO WS-RESULT-MSG
               END-IF
               PERFORM 8000-SHOW-RESULT
           END-IF.

       3300-ADD-DATE.
           IF RECORD-FOUND
               MOVE 'DATE ALREADY ON FILE' TO WS-RESULT-MSG
               PERFORM 8000-SHOW-RESULT
           ELSE
               MOVE 'N' TO WS-EDIT-TYPE
               MOVE SPACES TO WS-EDIT-DESCRIPTION
               PERFORM 7000-ACCEPT-DETAIL
               IF NOT MAINT-DONE
                   MOVE SPACES TO CALENDAR-RECORD
                   MOVE WS-LOOKUP-DATE      TO CAL-DATE
                   MOVE WS-EDIT-TYPE        TO CAL-DAY-TYPE
                   MOVE WS-EDIT-DESCRIPTION TO CAL-DESCRIPTION
                   MOVE 'N'                 TO CAL-FEED-OVERRIDE
                   PERFORM 7100-STAMP-MAINTENANCE
                   WRITE CALENDAR-RECORD
                       INVALID KEY
                           MOVE 'ADD FAILED - DUPLICATE KEY'
                               TO WS-RESULT-MSG
                       NOT INVALID KEY
                           MOVE 'DATE ADDED' TO WS-RESULT-MSG
                   END-WRITE
                   PERFORM 8000-SHOW-RESULT
               END-IF
           END-IF.

       3400-UPDATE-DATE.
           IF RECORD-FOUND
               MOVE CAL-DAY-TYPE    TO WS-EDIT-TYPE
               MOVE CAL-DESCRIPTION TO WS-EDIT-DESCRIPTION
               PERFORM 7000-ACCEPT-DETAIL
               IF NOT MAINT-DONE
                   MOVE WS-EDIT-TYPE        TO CAL-DAY-TYPE
                   MOVE WS-EDIT-DESCRIPTION TO CAL-DESCRIPTION
                   PERFORM 7100-STAMP-MAINTENANCE
                   REWRITE CALENDAR-RECORD
                       INVALID KEY
                           MOVE 'UPDATE FAILED' TO WS-RESULT-MSG
                       NOT INVALID KEY
                           MOVE 'DATE UPDATED' TO WS-RESULT-MSG
                   END-REWRITE
                   PERFORM 8000-SHOW-RESULT
               END-IF
           ELSE
               MOVE 'DATE NOT ON FILE' TO WS-RESULT-MSG
               PERFORM 8000-SHOW-RESULT
           END-IF.

      *    Deleting an entry returns the date to the weekday rule.
       3500-DELETE-DATE.
           IF RECORD-FOUND
               DELETE CALENDAR-FILE
                   INVALID KEY
                       MOVE 'DELETE FAILED' TO WS-RESULT-MSG
                   NOT INVALID KEY
                       MOVE 'DATE DELETED' TO WS-RESULT-MSG
               END-DELETE
               PERFORM 8000-SHOW-RESULT
           ELSE
               MOVE 'DATE NOT ON FILE' TO WS-RESULT-MSG
               PERFORM 8000-SHOW-RESULT
           END-IF.

      *    Only a non-business date needs (or takes) an override; a
      *    weekend with no entry is written as a non-business day
      *    so the override has a record to live on.
       3600-OVERRIDE-FEED-DATE.
           EVALUATE TRUE
               WHEN RECORD-FOUND AND CAL-BUSINESS-DAY
                   MOVE 'BUSINESS DAY - NO OVERRIDE NEEDED'
                       TO WS-RESULT-MSG
               WHEN RECORD-FOUND
                   MOVE 'Y' TO CAL-FEED-OVERRIDE
                   MOVE SGN-OPERATOR-ID TO CAL-OVERRIDE-OPERATOR
                   PERFORM 7100-STAMP-MAINTENANCE
                   REWRITE CALENDAR-RECORD
                       INVALID KEY
                           MOVE 'OVERRIDE FAILED' TO WS-RESULT-MSG
                       NOT INVALID KEY
                           MOVE 'FEED DATE OVERRIDDEN' TO WS-RESULT-MSG
                   END-REWRITE
               WHEN WS-WEEKDAY < 5
                   MOVE 'BUSINESS DAY - NO OVERRIDE NEEDED'
                       TO WS-RESULT-MSG
               WHEN OTHER
                   MOVE SPACES TO CALENDAR-RECORD
                   MOVE WS-LOOKUP-DATE  TO CAL-DATE
                   MOVE 'N'             TO CAL-DAY-TYPE
                   MOVE 'WEEKEND'       TO CAL-DESCRIPTION
                   MOVE 'Y'             TO CAL-FEED-OVERRIDE
                   MOVE SGN-OPERATOR-ID TO CAL-OVERRIDE-OPERATOR
                   PERFORM 7100-STAMP-MAINTENANCE
                   WRITE CALENDAR-RECORD
                       INVALID KEY
                           MOVE 'OVERRIDE FAILED' TO WS-RESULT-MSG
                       NOT INVALID KEY
                           MOVE 'FEED DATE OVERRIDDEN' TO WS-RESULT-MSG
                   END-WRITE
           END-EVALUATE
           PERFORM 8000-SHOW-RESULT.

       7000-ACCEPT-DETAIL.
           DISPLAY DETAIL-SCREEN
           ACCEPT DETAIL-SCREEN
           ACCEPT WS-PFKEY FROM ESCAPE KEY
           IF WS-PFKEY = 3
               SET MAINT-DONE TO TRUE
           ELSE
               IF WS-EDIT-TYPE NOT = 'B' AND
                  WS-EDIT-TYPE NOT = 'N'
                   MOVE 'N' TO WS-EDIT-TYPE
               END-IF
           END-IF.

      *    Every change answers "who touched this date, and when"
      *    before it goes to the file.
       7100-STAMP-MAINTENANCE.
           MOVE SGN-OPERATOR-ID TO CAL-LAST-OPERATOR
           MOVE WS-TODAY        TO CAL-LAST-MAINT-DATE.

       8000-SHOW-RESULT.
           DISPLAY RESULT-SCREEN
           ACCEPT RESULT-SCREEN.

       9000-TERMINATE.
           IF CAL-FILE-IS-OPEN
               CLOSE CALENDAR-FILE
           END-IF.

       END PROGRAM ECHOCAL.
