      *****************************************************************
      *                                                               *
      *   CALREC - Business-day calendar record, a VSAM KSDS keyed    *
      *            on CAL-DATE and maintained through the ECHOCAL     *
      *            transaction. Monday to Friday are business days    *
      *            and Saturday/Sunday are not unless a record here   *
      *            says otherwise: a bank holiday is entered as a     *
      *            non-business day, a worked weekend day as a        *
      *            business day. ECHOBDY answers every business-day   *
      *            question from this file (aging, acknowledgment     *
      *            grace, purge cutoffs, feed-date edit).             *
      *                                                               *
      *****************************************************************
       01 CALENDAR-RECORD.
          05 CAL-DATE             Pic X(08).
          05 CAL-DAY-TYPE         Pic X(01).
             88 CAL-BUSINESS-DAY  VALUE 'B'.
             88 CAL-NON-BUSINESS  VALUE 'N'.
          05 CAL-DESCRIPTION      Pic X(20).
      *       An operator's release of a non-business day for a
      *       loan confirmation feed - ECHOEDT balances a feed dated
      *       on a non-business day only when this is set.
          05 CAL-FEED-OVERRIDE    Pic X(01).
             88 CAL-FEED-OVERRIDDEN VALUE 'Y'.
          05 CAL-OVERRIDE-OPERATOR Pic X(08).
      *       Who last changed this date through ECHOCAL and when.
          05 CAL-LAST-OPERATOR    Pic X(08).
          05 CAL-LAST-MAINT-DATE  Pic X(08).
