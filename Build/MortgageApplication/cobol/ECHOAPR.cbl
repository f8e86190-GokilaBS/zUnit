       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHOAPR.
      *****************************************************************
      *                                                               *
      *   ECHOAPR - Supervisor approval transaction for corrections   *
      *             held on the approval queue (APPRQUE). ECHOAPQ     *
      *             queues every accepted correction keyed through    *
      *             ECHOINQ, ECHOBRW, or an ECHOENT re-key that       *
      *             changes the account number pair or moves a keyed  *
      *             amount past the approval threshold; ECHOEXT       *
      *             sends nothing for it until it is approved here.   *
      *                                                               *
      *             The supervisor keys an application date (or       *
      *             leaves it blank for every date) and the program   *
      *             lists the pending corrections a screenful at a    *
      *             time. Picking a row shows the original and        *
      *             corrected account and amount pairs side by side   *
      *             and takes an A (approve) or R (reject) decision,  *
      *             stamped with the supervisor's ID and the date.    *
      *                                                               *
      *             ECHOSGN signs the operator on before the first    *
      *             screen shows: only authority level 3 may use the  *
      *             transaction, and nobody may decide a correction   *
      *             they keyed themselves - the four-eyes rule.       *
      *                                                               *
      *             APPRQUE is opened for each step and closed again  *
      *             before the screen goes back to the supervisor -   *
      *             input for a page of the list or the selected      *
      *             item, update only around the decision itself - so *
      *             the correction transactions can still queue while *
      *             a supervisor sits in here. A queue that cannot be *
      *             opened just then is shown as busy, to try again.  *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO APPRQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               FILE STATUS IS WS-APR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
           COPY APRREC.

       WORKING-STORAGE SECTION.
       01 WS-APR-STATUS         Pic X(02).
          88 WS-APR-OK          VALUE '00'.
       01 WS-APR-OPEN-SW        Pic X(01) VALUE 'N'.
          88 APR-FILE-IS-OPEN   VALUE 'Y'.
       01 WS-DONE-SWITCH        Pic X(01) VALUE 'N'.
          88 REVIEW-DONE        VALUE 'Y'.
       01 WS-LIST-EOF-SW        Pic X(01).
          88 NO-MORE-ITEMS      VALUE 'Y'.
       01 WS-SEARCH-DATE        Pic X(08).
       01 WS-RESUME-KEY         Pic X(40).
       01 WS-SELECT             Pic 9(02).
       01 WS-ROWS-FILLED        Pic 9(02) VALUE ZERO.
       01 WS-DECISION           Pic X(01).
          88 DECISION-APPROVE   VALUE 'A'.
          88 DECISION-REJECT    VALUE 'R'.
       01 WS-RESULT-MSG         Pic X(50).
       01 WS-PFKEY              Pic 9(02) COMP-5.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-TODAY              Pic X(08).
       01 WS-REASON-TEXT        Pic X(14).

       COPY SGNPARM.

       01 WS-SAVED-KEYS.
          05 WS-SAVED-APR-KEY   Pic X(40) OCCURS 10 TIMES.

       01 WS-ROW-BUILD.
          05 ROW-NUMBER         Pic 9(02).
          05 FILLER             Pic X(02) VALUE ') '.
          05 ROW-APPL-DATE      Pic X(08).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 ROW-CONF-KEY       Pic X(10).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 ROW-BRANCH         Pic X(04).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 ROW-REASON         Pic X(14).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 ROW-KEYED-BY       Pic X(08).
          05 FILLER             Pic X(08) VALUE SPACES.

       01 WS-LIST-ROWS.
          05 WS-ROW-1           Pic X(60) VALUE SPACES.
          05 WS-ROW-2           Pic X(60) VALUE SPACES.
          05 WS-ROW-3           Pic X(60) VALUE SPACES.
          05 WS-ROW-4           Pic X(60) VALUE SPACES.
          05 WS-ROW-5           Pic X(60) VALUE SPACES.
          05 WS-ROW-6           Pic X(60) VALUE SPACES.
          05 WS-ROW-7           Pic X(60) VALUE SPACES.
          05 WS-ROW-8           Pic X(60) VALUE SPACES.
          05 WS-ROW-9           Pic X(60) VALUE SPACES.
          05 WS-ROW-10          Pic X(60) VALUE SPACES.
       01 WS-ROW-TABLE REDEFINES WS-LIST-ROWS.
          05 WS-ROW             Pic X(60) OCCURS 10 TIMES.

       SCREEN SECTION.
       01 SEARCH-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'ECHO2 CORRECTION APPROVAL QUEUE'.
          05 LINE 3 COLUMN 1  VALUE 'APPLICATION DATE:'.
          05 LINE 3 COLUMN 20 PIC X(08) USING WS-SEARCH-DATE.
          05 LINE 5 COLUMN 1  VALUE
                 'ENTER A DATE (YYYYMMDD) OR BLANK FOR ALL, PF3=EXIT'.

       01 LIST-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'CORRECTIONS AWAITING APPROVAL'.
          05 LINE 2 COLUMN 5  VALUE
                 'APPL DATE CONF KEY   BRCH REASON         KEYED BY'.
          05 LINE 3  COLUMN 1 PIC X(60) FROM WS-ROW-1.
          05 LINE 4  COLUMN 1 PIC X(60) FROM WS-ROW-2.
          05 LINE 5  COLUMN 1 PIC X(60) FROM WS-ROW-3.
          05 LINE 6  COLUMN 1 PIC X(60) FROM WS-ROW-4.
          05 LINE 7  COLUMN 1 PIC X(60) FROM WS-ROW-5.
          05 LINE 8  COLUMN 1 PIC X(60) FROM WS-ROW-6.
          05 LINE 9  COLUMN 1 PIC X(60) FROM WS-ROW-7.
          05 LINE 10 COLUMN 1 PIC X(60) FROM WS-ROW-8.
          05 LINE 11 COLUMN 1 PIC X(60) FROM WS-ROW-9.
          05 LINE 12 COLUMN 1 PIC X(60) FROM WS-ROW-10.
          05 LINE 14 COLUMN 1 VALUE 'SELECT ROW (1-10):'.
          05 LINE 14 COLUMN 21 PIC 9(02) USING WS-SELECT.
          05 LINE 16 COLUMN 1 VALUE
                 'ENTER=REVIEW SELECTION, PF8=NEXT PAGE, PF3=EXIT'.

       01 DECISION-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'CORRECTION FOR APPROVAL'.
          05 LINE 3 COLUMN 1  VALUE 'CONFIRMATION KEY:'.
          05 LINE 3 COLUMN 20 PIC X(10) FROM APR-CONF-KEY.
          05 LINE 3 COLUMN 32 VALUE 'BRANCH:'.
          05 LINE 3 COLUMN 40 PIC X(04) FROM APR-BRANCH-CODE.
          05 LINE 3 COLUMN 46 VALUE 'DATE:'.
          05 LINE 3 COLUMN 52 PIC X(08) FROM APR-APPL-DATE.
          05 LINE 4 COLUMN 1  VALUE 'REASON HELD:'.
          05 LINE 4 COLUMN 20 PIC X(14) FROM WS-REASON-TEXT.
          05 LINE 6 COLUMN 20 VALUE 'ORIGINAL'.
          05 LINE 6 COLUMN 40 VALUE 'CORRECTED'.
          05 LINE 7 COLUMN 1  VALUE 'TEXT1-A:'.
          05 LINE 7 COLUMN 20 PIC 9(10) FROM APR-ORIG-TEXT1-A.
          05 LINE 7 COLUMN 40 PIC 9(10) FROM APR-NEW-TEXT1-A.
          05 LINE 8 COLUMN 1  VALUE 'TEXT1-B:'.
          05 LINE 8 COLUMN 20 PIC 9(10) FROM APR-ORIG-TEXT1-B.
          05 LINE 8 COLUMN 40 PIC 9(10) FROM APR-NEW-TEXT1-B.
          05 LINE 9 COLUMN 1  VALUE 'AMT-A:'.
          05 LINE 9 COLUMN 20 PIC -Z(6)9.99 FROM APR-ORIG-AMT-A.
          05 LINE 9 COLUMN 40 PIC -Z(6)9.99 FROM APR-NEW-AMT-A.
          05 LINE 10 COLUMN 1 VALUE 'AMT-B:'.
          05 LINE 10 COLUMN 20 PIC -Z(6)9.99 FROM APR-ORIG-AMT-B.
          05 LINE 10 COLUMN 40 PIC -Z(6)9.99 FROM APR-NEW-AMT-B.
          05 LINE 12 COLUMN 1 VALUE 'KEYED BY:'.
          05 LINE 12 COLUMN 20 PIC X(08) FROM APR-KEYED-BY.
          05 LINE 12 COLUMN 30 PIC X(08) FROM APR-KEYED-DATE.
          05 LINE 13 COLUMN 1 VALUE 'CORRECTION AUDIT:'.
          05 LINE 13 COLUMN 20 PIC X(22) FROM APR-AUD-KEY.
          05 LINE 14 COLUMN 1 VALUE 'ORIGINAL AUDIT:'.
          05 LINE 14 COLUMN 20 PIC X(22) FROM APR-ORIG-AUD-KEY.
          05 LINE 16 COLUMN 1 VALUE 'DECISION (A=APPROVE R=REJECT):'.
          05 LINE 16 COLUMN 33 PIC X(01) USING WS-DECISION.
          05 LINE 18 COLUMN 1 VALUE
                 'PRESS ENTER TO RECORD THE DECISION, PF3=EXIT'.

       01 RESULT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 1  VALUE 'APPROVAL RESULT'.
          05 LINE 3 COLUMN 1  PIC X(50) FROM WS-RESULT-MSG.
          05 LINE 5 COLUMN 1  VALUE 'PRESS ENTER TO CONTINUE'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVIEW-LOOP UNTIL REVIEW-DONE
           PERFORM 9000-TERMINATE
           GOBACK.

      *    Deciding a correction is level-3 work - the same
      *    authority that maintains the branch master.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY

           CALL 'ECHOSGN' USING SGN-PARMS
           IF SGN-FAILED
               DISPLAY 'ECHOAPR - SIGN-ON FAILED OR CANCELLED'
               MOVE 8 TO RETURN-CODE
               SET REVIEW-DONE TO TRUE
               GOBACK
           END-IF
           IF NOT SGN-MAY-MAINTAIN
               DISPLAY 'ECHOAPR - OPERATOR ' SGN-OPERATOR-ID
                   ' IS NOT AUTHORIZED TO APPROVE CORRECTIONS'
               MOVE 8 TO RETURN-CODE
               SET REVIEW-DONE TO TRUE
               GOBACK
           END-IF.

       2000-REVIEW-LOOP.
           MOVE SPACES TO WS-SEARCH-DATE
           DISPLAY SEARCH-SCREEN
           ACCEPT SEARCH-SCREEN
           ACCEPT WS-PFKEY FROM ESCAPE KEY
           IF WS-PFKEY = 3
               SET REVIEW-DONE TO TRUE
           ELSE
               PERFORM 3000-START-LIST
           END-IF.

      *    The queue is keyed date first, so a keyed date positions
      *    straight onto that date's corrections and a blank date
      *    starts at the oldest. Each page resumes after the last
      *    key the page before it read.
       3000-START-LIST.
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO APR-KEY
           IF WS-SEARCH-DATE NOT = SPACES
               MOVE WS-SEARCH-DATE TO APR-APPL-DATE
           END-IF
           MOVE APR-KEY TO WS-RESUME-KEY

           PERFORM 3100-LIST-PAGE
               UNTIL NO-MORE-ITEMS OR REVIEW-DONE.

       3100-LIST-PAGE.
           PERFORM 7000-OPEN-QUEUE-INPUT
           IF NOT APR-FILE-IS-OPEN
               SET NO-MORE-ITEMS TO TRUE
           ELSE
               PERFORM 3150-READ-PAGE
           END-IF.

       3150-READ-PAGE.
           MOVE WS-RESUME-KEY TO APR-KEY
           START APPROVAL-FILE KEY IS GREATER THAN APR-KEY
               INVALID KEY
                   SET NO-MORE-ITEMS TO TRUE
           END-START
           MOVE ZERO TO WS-ROWS-FILLED
           MOVE SPACES TO WS-LIST-ROWS
           IF NOT NO-MORE-ITEMS
               PERFORM 3200-FILL-PAGE
           END-IF
           PERFORM 7200-CLOSE-QUEUE

           IF WS-ROWS-FILLED = ZERO
               SET NO-MORE-ITEMS TO TRUE
               MOVE 'NO CORRECTIONS ARE WAITING FOR APPROVAL'
                   TO WS-RESULT-MSG
               PERFORM 8000-SHOW-RESULT
           ELSE
               MOVE ZERO TO WS-SELECT
               DISPLAY LIST-SCREEN
               ACCEPT LIST-SCREEN
               ACCEPT WS-PFKEY FROM ESCAPE KEY
               EVALUATE TRUE
                   WHEN WS-PFKEY = 3
                       SET REVIEW-DONE TO TRUE
                   WHEN WS-PFKEY = 8
                       CONTINUE
                   WHEN WS-SELECT >= 1
                       AND WS-SELECT <= WS-ROWS-FILLED
                       PERFORM 4000-REVIEW-SELECTION
                       SET NO-MORE-ITEMS TO TRUE
                   WHEN OTHER
                       SET NO-MORE-ITEMS TO TRUE
               END-EVALUATE
           END-IF.

      *    Up to ten pending corrections from the current position;
      *    decided ones are passed over, and a change of date ends
      *    the list when one was keyed.
       3200-FILL-PAGE.
           MOVE ZERO TO WS-ROWS-FILLED
           MOVE SPACES TO WS-LIST-ROWS
           PERFORM 3300-FILL-ONE-ROW
               UNTIL WS-ROWS-FILLED = 10 OR NO-MORE-ITEMS.

       3300-FILL-ONE-ROW.
           READ APPROVAL-FILE NEXT RECORD
               AT END SET NO-MORE-ITEMS TO TRUE
           END-READ
           IF NOT NO-MORE-ITEMS
               IF NOT WS-APR-OK
                   DISPLAY 'ECHOAPR - READ APPRQUE FAILED, '
                       'STATUS=' WS-APR-STATUS
                   SET NO-MORE-ITEMS TO TRUE
               ELSE
                   MOVE APR-KEY TO WS-RESUME-KEY
                   IF WS-SEARCH-DATE NOT = SPACES
                       AND APR-APPL-DATE NOT = WS-SEARCH-DATE
                       SET NO-MORE-ITEMS TO TRUE
                   ELSE
                       IF APR-PENDING
                           PERFORM 3400-BUILD-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3400-BUILD-ROW.
           ADD 1 TO WS-ROWS-FILLED
           MOVE APR-KEY TO WS-SAVED-APR-KEY(WS-ROWS-FILLED)
           PERFORM 3500-NAME-REASON
           MOVE WS-ROWS-FILLED  TO ROW-NUMBER
           MOVE APR-APPL-DATE   TO ROW-APPL-DATE
           MOVE APR-CONF-KEY    TO ROW-CONF-KEY
           MOVE APR-BRANCH-CODE TO ROW-BRANCH
           MOVE WS-REASON-TEXT  TO ROW-REASON
           MOVE APR-KEYED-BY    TO ROW-KEYED-BY
           MOVE WS-ROW-BUILD    TO WS-ROW(WS-ROWS-FILLED).

       3500-NAME-REASON.
           EVALUATE TRUE
               WHEN APR-BOTH-CHANGED
                   MOVE 'ACCOUNT+AMOUNT' TO WS-REASON-TEXT
               WHEN APR-ACCOUNT-CHANGED
                   MOVE 'ACCOUNT CHANGE' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'AMOUNT MOVED  ' TO WS-REASON-TEXT
           END-EVALUATE.

      *    The item is read for the decision screen and the file
      *    closed again while the supervisor looks at it.
       4000-REVIEW-SELECTION.
           PERFORM 7000-OPEN-QUEUE-INPUT
           IF APR-FILE-IS-OPEN
               MOVE WS-SAVED-APR-KEY(WS-SELECT) TO APR-KEY
               READ APPROVAL-FILE
                   KEY IS APR-KEY
                   INVALID KEY
                       PERFORM 7200-CLOSE-QUEUE
                       MOVE 'SELECTED CORRECTION NO LONGER ON FILE'
                           TO WS-RESULT-MSG
                       PERFORM 8000-SHOW-RESULT
                   NOT INVALID KEY
                       PERFORM 7200-CLOSE-QUEUE
                       PERFORM 4100-DECIDE-CORRECTION
               END-READ
           END-IF.

      *    Another supervisor may have decided the item since the
      *    list was built, and the keying operator may look but
      *    never decide.
       4100-DECIDE-CORRECTION.
           EVALUATE TRUE
               WHEN NOT APR-PENDING
                   MOVE 'ALREADY DECIDED BY ANOTHER SUPERVISOR'
                       TO WS-RESULT-MSG
                   PERFORM 8000-SHOW-RESULT
               WHEN APR-KEYED-BY = SGN-OPERATOR-ID
                   MOVE 'YOU KEYED THIS CORRECTION - CANNOT DECIDE IT'
                       TO WS-RESULT-MSG
                   PERFORM 8000-SHOW-RESULT
               WHEN OTHER
                   PERFORM 4200-TAKE-DECISION
           END-EVALUATE.

       4200-TAKE-DECISION.
           PERFORM 3500-NAME-REASON
           MOVE SPACE TO WS-DECISION
           DISPLAY DECISION-SCREEN
           ACCEPT DECISION-SCREEN
           ACCEPT WS-PFKEY FROM ESCAPE KEY
           EVALUATE TRUE
               WHEN WS-PFKEY = 3
                   SET REVIEW-DONE TO TRUE
               WHEN DECISION-APPROVE
               WHEN DECISION-REJECT
                   PERFORM 4300-RECORD-DECISION
               WHEN OTHER
                   MOVE 'NO DECISION RECORDED - KEY A OR R'
                       TO WS-RESULT-MSG
                   PERFORM 8000-SHOW-RESULT
           END-EVALUATE.

      *    The queue is opened for update only now, and the item
      *    read again under it - another supervisor may have decided
      *    it while this one sat on the decision screen.
       4300-RECORD-DECISION.
           PERFORM 7100-OPEN-QUEUE-UPDATE
           IF APR-FILE-IS-OPEN
               MOVE WS-SAVED-APR-KEY(WS-SELECT) TO APR-KEY
               READ APPROVAL-FILE
                   KEY IS APR-KEY
                   INVALID KEY
                       MOVE 'SELECTED CORRECTION NO LONGER ON FILE'
                           TO WS-RESULT-MSG
                   NOT INVALID KEY
                       IF APR-PENDING
                           PERFORM 4400-REWRITE-DECISION
                       ELSE
                           MOVE 'ALREADY DECIDED BY ANOTHER SUPERVISOR'
                               TO WS-RESULT-MSG
                       END-IF
               END-READ
               PERFORM 7200-CLOSE-QUEUE
               PERFORM 8000-SHOW-RESULT
           END-IF.

      *    Every decision answers "who released this change, and
      *    when" before it goes to the file.
       4400-REWRITE-DECISION.
           IF DECISION-APPROVE
               SET APR-APPROVED TO TRUE
           ELSE
               SET APR-REJECTED TO TRUE
           END-IF
           MOVE SGN-OPERATOR-ID TO APR-DECIDED-BY
           MOVE WS-TODAY        TO APR-DECIDED-DATE
           REWRITE APPROVAL-RECORD
               INVALID KEY
                   MOVE 'DECISION FAILED - RECORD NOT REWRITTEN'
                       TO WS-RESULT-MSG
               NOT INVALID KEY
                   IF APR-APPROVED
                       MOVE 'CORRECTION APPROVED FOR THE NEXT EXTRACT'
                           TO WS-RESULT-MSG
                   ELSE
                       MOVE 'CORRECTION REJECTED - IT WILL NOT BE SENT'
                           TO WS-RESULT-MSG
                   END-IF
           END-REWRITE.

      *    A queue that will not open - ECHOAPQ or another
      *    supervisor holding it for update just then - is busy, not
      *    broken; the supervisor is told so and tries again.
       7000-OPEN-QUEUE-INPUT.
           OPEN INPUT APPROVAL-FILE
           PERFORM 7050-CHECK-OPEN.

       7050-CHECK-OPEN.
           IF WS-APR-OK
               SET APR-FILE-IS-OPEN TO TRUE
           ELSE
               MOVE 'APPROVAL QUEUE BUSY - TRY AGAIN' TO WS-RESULT-MSG
               PERFORM 8000-SHOW-RESULT
           END-IF.

       7100-OPEN-QUEUE-UPDATE.
           OPEN I-O APPROVAL-FILE
           PERFORM 7050-CHECK-OPEN.

       7200-CLOSE-QUEUE.
           CLOSE APPROVAL-FILE
           MOVE 'N' TO WS-APR-OPEN-SW.

       8000-SHOW-RESULT.
           DISPLAY RESULT-SCREEN
           ACCEPT RESULT-SCREEN.

       9000-TERMINATE.
           IF APR-FILE-IS-OPEN
               CLOSE APPROVAL-FILE
           END-IF.

       END PROGRAM ECHOAPR.
