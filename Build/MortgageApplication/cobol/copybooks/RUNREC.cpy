      *            instead of running. ECHORST lists each date's      *
      *            chain for the night operator.                      *
      *                                                               *
      *            A date whose night has completed can take late     *
      *            feeds through supplemental cycles (ECHOSUP.jcl).   *
      *            RUN-SUPP-CYCLE is the number of the latest cycle   *
      *            ECHOEDT opened for the date (zero until then),     *
      *            and that cycle's steps - ECHOEDT through ECHOEXT,  *
      *            in the same order - are stamped on the             *
      *            supplemental switches, cleared each time a new     *
      *            cycle opens.                                       *
      *                                                               *
      *****************************************************************
       01 RUN-CONTROL-RECORD.
          05 RUN-APPL-DATE        Pic X(08).
             10 RUN-STEP-SW       Pic X(01) OCCURS 6 TIMES.
          05 RUN-LAST-STEP        Pic X(08).
          05 RUN-LAST-TIMESTAMP   Pic X(14).
          05 RUN-SUPP-CYCLE       Pic 9(02).
          05 RUN-SUPP-SWITCHES.
             10 RUN-SUPP-EDT-SW   Pic X(01).
             10 RUN-SUPP-BAT-SW   Pic X(01).
             10 RUN-SUPP-TOT-SW   Pic X(01).
             10 RUN-SUPP-RCN-SW   Pic X(01).
             10 RUN-SUPP-EXT-SW   Pic X(01).
          05 RUN-SUPP-SW-TABLE REDEFINES RUN-SUPP-SWITCHES.
             10 RUN-SUPP-STEP-SW  Pic X(01) OCCURS 5 TIMES.
