      *             are done and where a stuck date stopped -         *
      *             without paging through six jobs' SYSOUT.          *
      *                                                               *
      *             The last columns show the date's latest           *
      *             supplemental cycle (zero when none has run) and   *
      *             that cycle's ECHOEDT through ECHOEXT flags.       *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
          05 FILLER             Pic X(04) VALUE 'WRK '.
          05 FILLER             Pic X(12) VALUE 'LAST STEP   '.
          05 FILLER             Pic X(15) VALUE 'STAMPED        '.
          05 FILLER             Pic X(04) VALUE 'CYC '.
          05 FILLER             Pic X(10) VALUE 'SUPP STEPS'.
          05 FILLER             Pic X(57) VALUE SPACES.

       01 WS-DTL-LINE.
          05 DTL-DATE           Pic X(08).
          05 DTL-LAST-STEP      Pic X(08).
          05 FILLER             Pic X(04) VALUE SPACES.
          05 DTL-STAMPED        Pic X(14).
          05 FILLER             Pic X(01) VALUE SPACES.
          05 DTL-SUPP-CYCLE     Pic 9(02).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-SUPP-STEPS     Pic X(05).
          05 FILLER             Pic X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE RUN-ECHOWRK-SW     TO DTL-WRK
           MOVE RUN-LAST-STEP      TO DTL-LAST-STEP
           MOVE RUN-LAST-TIMESTAMP TO DTL-STAMPED
           MOVE RUN-SUPP-CYCLE     TO DTL-SUPP-CYCLE
           MOVE RUN-SUPP-SWITCHES  TO DTL-SUPP-STEPS
           MOVE WS-DTL-LINE TO STATUS-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           ADD 1 TO WS-DATES-LISTED
