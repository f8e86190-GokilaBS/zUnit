
       FD  ARCHIVE-OUT-FILE
           RECORDING MODE IS F.
       01 ARCHIVE-OUT-RECORD    Pic X(188).

       FD  ARCHIVE-CTL-FILE
           RECORDING MODE IS F.

       FD  ARCHIVE-IN-FILE
           RECORDING MODE IS F.
       01 ARCHIVE-IN-RECORD     Pic X(188).

       FD  RETRIEVE-OUT-FILE
           RECORDING MODE IS F.
       01 RETRIEVE-OUT-RECORD   Pic X(188).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       Pic X(02).
      *    keyed input pairs (text and amount), 43 bytes of echoed
      *    output, 4 match indicators and a 2-digit return code
      *    ahead of the branch, date, and confirmation key.
       01 WS-ARCHIVE-RECORD     Pic X(188).
       01 WS-ARCHIVE-FIELDS REDEFINES WS-ARCHIVE-RECORD.
          05 WS-ARC-AUD-KEY     Pic X(22).
          05 FILLER             Pic X(107).
          05 WS-ARC-APPL-DATE   Pic X(08).
          05 WS-ARC-CONF-KEY    Pic X(10).
          05 WS-ARC-ORIG-KEY    Pic X(22).
          05 FILLER             Pic X(15).

       LINKAGE SECTION.
       01 WS-RUN-PARM.
