      *****************************************************************
      *                                                               *
      *   VOLPARM - ECHOVOL call parameter block. The caller fills    *
      *             one VOL-REGION-ENTRY per branch region it counted *
      *             for VOL-APPL-DATE.                                *
      *                                                               *
      *             'C' checks the feed: each region's VOL-FEED-      *
      *                 DETAILS is judged against its same-weekday    *
      *                 average (returned in VOL-AVERAGE and VOL-     *
      *                 VERDICT - regions with history but nothing    *
      *                 on tonight's feed are added to the table with *
      *                 a zero count) and the date's history records  *
      *                 are rewritten. VOL-STOPPED on return means a  *
      *                 region is out of band and VOL-RELEASE-SW was  *
      *                 not set.                                      *
      *             'T' posts the ECHO2 call totals (processed,       *
      *                 match, mismatch, reject) onto the date's      *
      *                 history records.                              *
      *                                                               *
      *             VOL-FAILED on return means the history could not  *
      *             be read or written - the caller treats it as a    *
      *             hard error.                                       *
      *                                                               *
      *****************************************************************
       01 VOL-PARMS.
          05 VOL-FUNCTION      Pic X(01).
             88 VOL-CHECK-FEED    VALUE 'C'.
             88 VOL-POST-TOTALS   VALUE 'T'.
          05 VOL-APPL-DATE     Pic X(08).
          05 VOL-RELEASE-SW    Pic X(01) VALUE 'N'.
             88 VOL-RELEASED      VALUE 'Y'.
          05 VOL-RESULT        Pic X(01).
             88 VOL-OK            VALUE 'Y'.
             88 VOL-STOPPED       VALUE 'S'.
             88 VOL-FAILED        VALUE 'N'.
          05 VOL-REGION-LIMIT  Pic 9(04) COMP VALUE 100.
          05 VOL-REGION-COUNT  Pic 9(04) COMP VALUE ZERO.
          05 VOL-REGION-ENTRY OCCURS 100 TIMES.
             10 VOL-REGION        Pic X(10).
             10 VOL-FEED-DETAILS  Pic 9(08).
             10 VOL-AVERAGE       Pic 9(08).
             10 VOL-WEEKS-SEEN    Pic 9(02).
      *          'N' in band, 'L' short, 'H' heavy, ' ' too little
      *          same-weekday history to judge.
             10 VOL-VERDICT       Pic X(01).
                88 VOL-IN-BAND       VALUE 'N'.
                88 VOL-TOO-LOW       VALUE 'L'.
                88 VOL-TOO-HIGH      VALUE 'H'.
                88 VOL-NO-HISTORY    VALUE ' '.
             10 VOL-PROCESSED     Pic 9(08).
             10 VOL-MATCH         Pic 9(08).
             10 VOL-MISMATCH      Pic 9(08).
             10 VOL-REJECT        Pic 9(08).
