      *****************************************************************
      *                                                               *
      *   CTHREC - Control-totals history record, one per application *
      *            date and branch region (BRM-REGION), a VSAM KSDS   *
      *            keyed on CTH-KEY. ECHOVOL owns every write: the    *
      *            ECHOEDT volume check records the night's feed      *
      *            detail count per region and how it stood against   *
      *            the region's same-weekday average, and ECHOTOT     *
      *            posts the region's ECHO2 call totals once the      *
      *            batch has run. ECHOTRN reports the month-to-date   *
      *            and prior-month trends from it.                    *
      *                                                               *
      *****************************************************************
       01 CTOT-HISTORY-RECORD.
          05 CTH-KEY.
             10 CTH-APPL-DATE      Pic X(08).
             10 CTH-REGION         Pic X(10).
          05 CTH-FEED-DETAILS      Pic 9(08).
      *       'N' in band (or too little history to judge), 'S' any
      *       region of a night stopped for operator confirmation,
      *       'R' out of band and released by the operator. A date
      *       still at 'S' never reached ECHOBAT and is left out of
      *       every later average and trend.
          05 CTH-VOLUME-STATUS     Pic X(01).
             88 CTH-IN-BAND        VALUE 'N'.
             88 CTH-STOPPED        VALUE 'S'.
             88 CTH-RELEASED       VALUE 'R'.
          05 CTH-AVERAGE           Pic 9(08).
          05 CTH-PROCESSED         Pic 9(08).
          05 CTH-MATCH             Pic 9(08).
          05 CTH-MISMATCH          Pic 9(08).
          05 CTH-REJECT            Pic 9(08).
