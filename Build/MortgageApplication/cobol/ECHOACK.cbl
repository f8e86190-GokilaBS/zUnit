      *             still pending whose sent date is more than the    *
      *             grace period behind the run date is listed as     *
      *             overdue - RETURN-CODE 8 so operations chases the  *
      *             dropped file before the borrower does. The grace  *
      *             period is counted in business days by ECHOBDY     *
      *             from the business-day calendar, so a weekend or   *
      *             bank holiday never makes a file look overdue.     *
      *             RETURN-CODE 4 when the only exceptions are        *
      *             servicing rejects.                                *
      *                                                               *
      *             PARM='YYYYMMDD nn' - the run date the grace       *
      *             period counts back from, and the grace period     *
      *             in business days (default 3).                     *
      *                                                               *
      *****************************************************************
      /
          88 END-OF-CONTROL     VALUE 'Y'.
       01 WS-RUN-DATE           Pic X(08).
       01 WS-GRACE-DAYS         Pic 9(02) VALUE 3.
       01 WS-DAYS-OUT           Pic S9(09) COMP.
       01 WS-ACKS-READ          Pic 9(08) VALUE ZERO.
       01 WS-ACKS-LOADED        Pic 9(08) VALUE ZERO.
          05 TOT-LINE-COUNT     Pic ZZZZZZZ9.
          05 FILLER             Pic X(94) VALUE SPACES.

       COPY BDYPARM.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      *    Proves the run date and the calendar before anything is
      *    stamped - an unreadable calendar must stop the run, not
      *    chase every pending loan.
           MOVE 'T' TO BDY-FUNCTION
           MOVE WS-RUN-DATE TO BDY-FROM-DATE
           CALL 'ECHOBDY' USING BDY-PARMS
           IF BDY-FAILED
               DISPLAY 'ECHOACK - BUSINESS-DAY CALENDAR CHECK FAILED '
                   'FOR ' WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACK-FILE
           IF NOT WS-ACK-OK
           END-IF.

      *    The chase: anything extracted, still pending, and sent
      *    more than the grace period (business days) ago. A record
      *    with an unusable sent date is chased rather than skipped.
       5000-SWEEP-FOR-OVERDUE.
           MOVE LOW-VALUES TO EXT-CTL-KEY
           START EXTRACT-CTL-FILE KEY IS NOT LESS THAN EXT-CTL-KEY

       5200-CHECK-ONE-CONTROL.
           IF EXT-CTL-ACK-PENDING
               MOVE 999 TO WS-DAYS-OUT
               IF EXT-CTL-SENT-DATE IS NUMERIC
                   MOVE 'C' TO BDY-FUNCTION
                   MOVE EXT-CTL-SENT-DATE TO BDY-FROM-DATE
                   MOVE WS-RUN-DATE TO BDY-TO-DATE
                   CALL 'ECHOBDY' USING BDY-PARMS
                   IF BDY-OK
                       MOVE BDY-DAY-COUNT TO WS-DAYS-OUT
                   END-IF
               END-IF
               IF WS-DAYS-OUT > WS-GRACE-DAYS
                   ADD 1 TO WS-OVERDUE-COUNT
