      *                                                               *
      *   CTOTREC - ECHO2 daily control-totals report record          *
      *                                                               *
      *             CTOT-CYCLE is zero on the date-as-a-whole record  *
      *             ECHOTOT writes on every run; a supplemental       *
      *             cycle's run also writes a record carrying just    *
      *             that cycle's calls under its cycle number.        *
      *                                                               *
      *****************************************************************
       01 CONTROL-TOTALS-RECORD.
          05 CTOT-RUN-DATE      Pic X(08).
          05 CTOT-MATCH         Pic 9(08).
          05 CTOT-MISMATCH      Pic 9(08).
          05 CTOT-REJECT        Pic 9(08).
          05 CTOT-CYCLE         Pic 9(02).
