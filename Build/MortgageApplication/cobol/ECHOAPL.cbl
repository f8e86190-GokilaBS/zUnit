       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHOAPL.
      *****************************************************************
      *                                                               *
      *   ECHOAPL - Daily list of corrections still waiting for a     *
      *             supervisor's approval. Walks the approval queue   *
      *             KSDS (APPRQUE, written by ECHOAPQ and decided     *
      *             through ECHOAPR) and lists every pending          *
      *             correction with the original and corrected        *
      *             account and amount, the keying operator, and the  *
      *             business days it has waited as of the run date -  *
      *             days counted by ECHOBDY from the business-day     *
      *             calendar. ECHOEXT sends none of these to          *
      *             servicing until they are approved, so anything    *
      *             old on this list is a booked loan servicing has   *
      *             not been told about.                              *
      *                                                               *
      *             The trailer also counts the corrections approved  *
      *             and rejected on the run date. RETURN-CODE 4 when  *
      *             anything is still pending, so the scheduler       *
      *             flags the list for the supervisors.               *
      *                                                               *
      *             PARM='YYYYMMDD' - the run date waits count to.    *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO APPRQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APR-KEY
               FILE STATUS IS WS-APR-STATUS.

           SELECT PENDING-LIST-FILE ASSIGN TO APRLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
           COPY APRREC.

       FD  PENDING-LIST-FILE
           RECORDING MODE IS F.
       01 PENDING-LIST-LINE     Pic X(132).

       WORKING-STORAGE SECTION.
       01 WS-APR-STATUS         Pic X(02).
          88 WS-APR-OK          VALUE '00'.
       01 WS-LIST-STATUS        Pic X(02).
          88 WS-LIST-OK         VALUE '00'.
       01 WS-EOF-SWITCH         Pic X(01) VALUE 'N'.
          88 END-OF-QUEUE       VALUE 'Y'.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-RUN-DATE           Pic X(08).
       01 WS-DAYS-WAITING       Pic S9(09) COMP.
       01 WS-QUEUE-READ         Pic 9(08) VALUE ZERO.
       01 WS-PENDING-COUNT      Pic 9(08) VALUE ZERO.
       01 WS-APPROVED-TODAY     Pic 9(08) VALUE ZERO.
       01 WS-REJECTED-TODAY     Pic 9(08) VALUE ZERO.

       01 WS-HDR1.
          05 FILLER             Pic X(40)
             VALUE 'CORRECTIONS AWAITING APPROVAL AS OF    '.
          05 HDR1-DATE          Pic X(08).
          05 FILLER             Pic X(84) VALUE SPACES.

       01 WS-HDR2.
          05 FILLER             Pic X(10) VALUE 'APPL DATE '.
          05 FILLER             Pic X(11) VALUE 'CONF KEY   '.
          05 FILLER             Pic X(05) VALUE 'BRCH '.
          05 FILLER             Pic X(15) VALUE 'REASON         '.
          05 FILLER             Pic X(22)
             VALUE 'ORIG ACCT  NEW ACCT   '.
          05 FILLER             Pic X(26)
             VALUE ' ORIG AMOUNT   NEW AMOUNT '.
          05 FILLER             Pic X(18) VALUE 'KEYED BY KEYED ON '.
          05 FILLER             Pic X(06) VALUE 'BDAYS '.
          05 FILLER             Pic X(19) VALUE SPACES.

       01 WS-DTL-LINE.
          05 DTL-APPL-DATE      Pic X(08).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-CONF-KEY       Pic X(10).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-BRANCH         Pic X(04).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-REASON         Pic X(14).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-ORIG-ACCOUNT   Pic 9(10).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-NEW-ACCOUNT    Pic 9(10).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-ORIG-AMOUNT    Pic -Z(6)9.99.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-NEW-AMOUNT     Pic -Z(6)9.99.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-KEYED-BY       Pic X(08).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-KEYED-DATE     Pic X(08).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-DAYS           Pic ZZZ9.
          05 FILLER             Pic X(21) VALUE SPACES.

       01 WS-TOT-LINE.
          05 TOT-LINE-TAG       Pic X(30).
          05 TOT-LINE-COUNT     Pic ZZZZZZZ9.
          05 FILLER             Pic X(94) VALUE SPACES.

       COPY BDYPARM.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
          05 WS-PARM-DATE       Pic X(08).

       PROCEDURE DIVISION USING WS-RUN-PARM.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-PENDING UNTIL END-OF-QUEUE
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-DATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
               DISPLAY 'ECHOAPL - NO RUN-DATE PARM, DEFAULTING TO '
                   WS-RUN-DATE
           END-IF

      *    Proves the run date and the calendar up front - an
      *    unreadable calendar must fail the list, not show every
      *    item as waiting zero days.
           MOVE 'T' TO BDY-FUNCTION
           MOVE WS-RUN-DATE TO BDY-FROM-DATE
           CALL 'ECHOBDY' USING BDY-PARMS
           IF BDY-FAILED
               DISPLAY 'ECHOAPL - BUSINESS-DAY CALENDAR CHECK FAILED '
                   'FOR ' WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT APPROVAL-FILE
           IF NOT WS-APR-OK
               DISPLAY 'ECHOAPL - OPEN APPRQUE FAILED, STATUS='
                   WS-APR-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PENDING-LIST-FILE
           IF NOT WS-LIST-OK
               DISPLAY 'ECHOAPL - OPEN APRLIST FAILED, STATUS='
                   WS-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-RUN-DATE TO HDR1-DATE
           MOVE WS-HDR1 TO PENDING-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE WS-HDR2 TO PENDING-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE

           PERFORM 2100-READ-QUEUE.

       2000-LIST-PENDING.
           EVALUATE TRUE
               WHEN APR-PENDING
                   PERFORM 3000-REPORT-PENDING-ITEM
               WHEN APR-APPROVED AND APR-DECIDED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-APPROVED-TODAY
               WHEN APR-REJECTED AND APR-DECIDED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-REJECTED-TODAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2100-READ-QUEUE.

       2100-READ-QUEUE.
           READ APPROVAL-FILE NEXT RECORD
               AT END SET END-OF-QUEUE TO TRUE
           END-READ
           IF NOT END-OF-QUEUE
               IF NOT WS-APR-OK
                   DISPLAY 'ECHOAPL - READ APPRQUE FAILED, STATUS='
                       WS-APR-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-QUEUE-READ
           END-IF.

      *    The A values are the ones servicing would load, so the
      *    list shows those; ECHOAPR shows both pairs in full.
       3000-REPORT-PENDING-ITEM.
           ADD 1 TO WS-PENDING-COUNT
           PERFORM 3100-COUNT-DAYS-WAITING
           MOVE APR-APPL-DATE    TO DTL-APPL-DATE
           MOVE APR-CONF-KEY     TO DTL-CONF-KEY
           MOVE APR-BRANCH-CODE  TO DTL-BRANCH
           EVALUATE TRUE
               WHEN APR-BOTH-CHANGED
                   MOVE 'ACCOUNT+AMOUNT' TO DTL-REASON
               WHEN APR-ACCOUNT-CHANGED
                   MOVE 'ACCOUNT CHANGE' TO DTL-REASON
               WHEN OTHER
                   MOVE 'AMOUNT MOVED  ' TO DTL-REASON
           END-EVALUATE
           MOVE APR-ORIG-TEXT1-A TO DTL-ORIG-ACCOUNT
           MOVE APR-NEW-TEXT1-A  TO DTL-NEW-ACCOUNT
           MOVE APR-ORIG-AMT-A   TO DTL-ORIG-AMOUNT
           MOVE APR-NEW-AMT-A    TO DTL-NEW-AMOUNT
           MOVE APR-KEYED-BY     TO DTL-KEYED-BY
           MOVE APR-KEYED-DATE   TO DTL-KEYED-DATE
           MOVE WS-DAYS-WAITING  TO DTL-DAYS
           MOVE WS-DTL-LINE TO PENDING-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

      *    Business days since the correction was keyed; a keyed
      *    date the calendar cannot use counts as zero rather than
      *    failing the whole list.
       3100-COUNT-DAYS-WAITING.
           MOVE ZERO TO WS-DAYS-WAITING
           IF APR-KEYED-DATE IS NUMERIC
               MOVE 'C' TO BDY-FUNCTION
               MOVE APR-KEYED-DATE TO BDY-FROM-DATE
               MOVE WS-RUN-DATE TO BDY-TO-DATE
               CALL 'ECHOBDY' USING BDY-PARMS
               IF BDY-OK
                   MOVE BDY-DAY-COUNT TO WS-DAYS-WAITING
               END-IF
           END-IF.

       8000-WRITE-LIST-LINE.
           WRITE PENDING-LIST-LINE
           IF NOT WS-LIST-OK
               DISPLAY 'ECHOAPL - WRITE APRLIST FAILED, STATUS='
                   WS-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO PENDING-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'STILL WAITING FOR APPROVAL:   ' TO TOT-LINE-TAG
           MOVE WS-PENDING-COUNT TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO PENDING-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'APPROVED ON THE RUN DATE:     ' TO TOT-LINE-TAG
           MOVE WS-APPROVED-TODAY TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO PENDING-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'REJECTED ON THE RUN DATE:     ' TO TOT-LINE-TAG
           MOVE WS-REJECTED-TODAY TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO PENDING-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE

           CLOSE APPROVAL-FILE
           CLOSE PENDING-LIST-FILE

           DISPLAY 'ECHOAPL - RUN DATE:        ' WS-RUN-DATE
           DISPLAY 'ECHOAPL - QUEUE RECORDS:   ' WS-QUEUE-READ
           DISPLAY 'ECHOAPL - PENDING:         ' WS-PENDING-COUNT
           DISPLAY 'ECHOAPL - APPROVED TODAY:  ' WS-APPROVED-TODAY
           DISPLAY 'ECHOAPL - REJECTED TODAY:  ' WS-REJECTED-TODAY
           IF WS-PENDING-COUNT > ZERO
               DISPLAY 'ECHOAPL - CORRECTIONS ARE WAITING FOR '
                   'APPROVAL - RETURN-CODE 4'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM ECHOAPL.
