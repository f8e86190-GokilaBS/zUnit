      *             forever the way AUDITFL did before ECHOARC, and   *
      *             legitimately re-used keys would start rejecting.  *
      *                                                               *
      *             Every history record whose CNFH-CONFIRMED-DATE    *
      *             is before the cutoff is deleted; anything on or   *
      *             after it is kept. Run weekly, outside the window  *
      *             where ECHOBAT has the history open.               *
      *                                                               *
      *             PARM='YYYYMMDD nnn' - the run date and the        *
      *             retention period in business days; ECHOBDY steps  *
      *             back that many business days over the business-   *
      *             day calendar and the date reached is the cutoff,  *
      *             so nobody works the cutoff out by hand.           *
      *             PARM='YYYYMMDD' alone is taken as the cutoff      *
      *             itself, for a one-off purge to a chosen date.     *
      *                                                               *
      *****************************************************************
      /
       01 WS-EOF-SWITCH         Pic X(01) VALUE 'N'.
          88 END-OF-HISTORY     VALUE 'Y'.
       01 WS-CUTOFF-DATE        Pic X(08).
       01 WS-RUN-DATE           Pic X(08) VALUE SPACES.
       01 WS-RETENTION-DAYS     Pic 9(03) VALUE ZERO.
       01 WS-RECORDS-READ       Pic 9(08) VALUE ZERO.
       01 WS-RECORDS-PURGED     Pic 9(08) VALUE ZERO.
       01 WS-RECORDS-KEPT       Pic 9(08) VALUE ZERO.

       COPY BDYPARM.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
          05 WS-PARM-VALUE      Pic X(12).

       PROCEDURE DIVISION USING WS-RUN-PARM.
       0000-MAIN.
      *    The cutoff is required - defaulting it to today would
      *    purge the entire history, and the very next feed resend
      *    would sail through ECHOBAT's duplicate check.
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
               DISPLAY 'ECHOHPG - PARM MUST BE THE YYYYMMDD RUN DATE '
                   'AND RETENTION BUSINESS DAYS, OR THE YYYYMMDD '
                   'CUTOFF DATE'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2100-READ-HISTORY.

      *    A zero retention would purge the whole history - refused
      *    for the same reason the cutoff itself is required.
       1100-FIND-CUTOFF.
           IF WS-RETENTION-DAYS = ZERO
               DISPLAY 'ECHOHPG - RETENTION BUSINESS DAYS MUST BE '
                   'GREATER THAN ZERO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'B' TO BDY-FUNCTION
           MOVE WS-RUN-DATE TO BDY-FROM-DATE
           MOVE WS-RETENTION-DAYS TO BDY-DAY-COUNT
           CALL 'ECHOBDY' USING BDY-PARMS
           IF BDY-FAILED
               DISPLAY 'ECHOHPG - BUSINESS-DAY CUTOFF COULD NOT BE '
                   'WORKED OUT FROM ' WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BDY-TO-DATE TO WS-CUTOFF-DATE
           DISPLAY 'ECHOHPG - RUN DATE ' WS-RUN-DATE ' LESS '
               WS-RETENTION-DAYS ' BUSINESS DAYS GIVES CUTOFF '
               WS-CUTOFF-DATE.

       2000-PURGE-RECORD.
           IF CNFH-CONFIRMED-DATE < WS-CUTOFF-DATE
               DELETE CONF-HISTORY-FILE
