      *       existed. The ECHOKQR keying-quality report totals
      *       corrections and 'C' slips by this field.
          05 AUD-OPERATOR-ID      Pic X(08).
      *       The closed branch code the confirmation arrived under
      *       when ECHOBAT posted it to that branch's successor
      *       (AUD-BRANCH-CODE); spaces otherwise, and on records
      *       written before the successor link existed (ECHOCNV.jcl
      *       pads them in).
          05 AUD-ORIGINAL-BRANCH  Pic X(04).
      *       The supplemental late-feed cycle whose ECHOBAT run
      *       made this call (01-99); zero on the night's run, on
      *       every online and reprocess call, and on records
      *       written before cycles existed (ECHOCNV.jcl pads them
      *       in). ECHOTOT and ECHORCN split a date's totals on it.
          05 AUD-SUPP-CYCLE       Pic 9(02).
