      *            same 49-byte record slot, identified by the        *
      *            record type in byte one.                           *
      *                                                               *
      *            A supplemental cycle's file carries only that      *
      *            cycle's loans; its header names the cycle, which   *
      *            is zero on the night's file and on a REPROC rerun. *
      *                                                               *
      *****************************************************************
       01 EXTRACT-HEADER-RECORD.
          05 EXT-HDR-RECORD-TYPE  Pic X(01).
             88 EXT-IS-HEADER     VALUE 'H'.
          05 EXT-HDR-FILE-DATE    Pic X(08).
          05 EXT-HDR-CREATED      Pic X(14).
          05 EXT-HDR-SUPP-CYCLE   Pic 9(02).
          05 FILLER               Pic X(24).

       01 EXTRACT-DETAIL-RECORD.
          05 EXT-DTL-RECORD-TYPE  Pic X(01).
