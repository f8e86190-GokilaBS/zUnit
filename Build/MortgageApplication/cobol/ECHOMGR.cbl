      *    carry the ECHORPT layout, held once in WORKING-STORAGE.
       FD  PART-1-REPORT
           RECORDING MODE IS F.
       01 PART-1-RECORD         Pic X(115).

       FD  PART-2-REPORT
           RECORDING MODE IS F.
       01 PART-2-RECORD         Pic X(115).

       FD  PART-3-REPORT
           RECORDING MODE IS F.
       01 PART-3-RECORD         Pic X(115).

       FD  PART-4-REPORT
           RECORDING MODE IS F.
       01 PART-4-RECORD         Pic X(115).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 WS-RUN-DATE           Pic X(08).
       01 WS-PART-COUNT         Pic 9(08).
       01 WS-TOTAL-MERGED       Pic 9(08) VALUE ZERO.
       01 WS-MERGE-RECORD       Pic X(115).

       COPY RUNPARM.

