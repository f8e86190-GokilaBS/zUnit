      *****************************************************************
      *                                                               *
      *   BDYPARM - ECHOBDY call parameter block.                     *
      *                                                               *
      *             'T' tests BDY-FROM-DATE: BDY-IS-BUSINESS-DAY and  *
      *                 BDY-FEED-OVERRIDDEN describe the date.        *
      *             'C' counts the business days after BDY-FROM-DATE  *
      *                 up to and including BDY-TO-DATE into          *
      *                 BDY-DAY-COUNT (zero when TO is not after      *
      *                 FROM) - a Friday item is one business day     *
      *                 old on Monday.                                *
      *             'B' steps back BDY-DAY-COUNT business days from   *
      *                 BDY-FROM-DATE and returns the date reached    *
      *                 in BDY-TO-DATE.                               *
      *                                                               *
      *             BDY-FAILED on return means a date was not a       *
      *             valid YYYYMMDD or the calendar could not be       *
      *             read - the caller treats it as a hard error.      *
      *                                                               *
      *****************************************************************
       01 BDY-PARMS.
          05 BDY-FUNCTION      Pic X(01).
             88 BDY-TEST-DATE     VALUE 'T'.
             88 BDY-COUNT-DAYS    VALUE 'C'.
             88 BDY-STEP-BACK     VALUE 'B'.
          05 BDY-FROM-DATE     Pic X(08).
          05 BDY-TO-DATE       Pic X(08).
          05 BDY-DAY-COUNT     Pic 9(05).
          05 BDY-DAY-SW        Pic X(01).
             88 BDY-IS-BUSINESS-DAY VALUE 'Y'.
          05 BDY-OVERRIDE-SW   Pic X(01).
             88 BDY-FEED-OVERRIDDEN VALUE 'Y'.
          05 BDY-RESULT        Pic X(01).
             88 BDY-OK            VALUE 'Y'.
             88 BDY-FAILED        VALUE 'N'.
