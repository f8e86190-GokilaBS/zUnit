      *             date or the step already has - the caller ends    *
      *             with RETURN-CODE 16 without touching its files.   *
      *                                                               *
      *             A supplemental-cycle run (a late feed for a date  *
      *             whose night has completed) uses function 'S' to   *
      *             check and 'P' to stamp instead; ECHORUN returns   *
      *             the cycle number in RUN-CYCLE on both - on 'S'    *
      *             from ECHOEDT, the number the new cycle will take. *
      *                                                               *
      *****************************************************************
       01 RUN-PARMS.
          05 RUN-FUNCTION      Pic X(01).
             88 RUN-CHECK-START   VALUE 'C'.
             88 RUN-MARK-COMPLETE VALUE 'M'.
             88 RUN-CHECK-SUPP-START   VALUE 'S'.
             88 RUN-MARK-SUPP-COMPLETE VALUE 'P'.
          05 RUN-STEP-NAME     Pic X(08).
          05 RUN-DATE-IN       Pic X(08).
          05 RUN-RESULT        Pic X(01).
             88 RUN-OK            VALUE 'Y'.
             88 RUN-BLOCKED       VALUE 'N'.
          05 RUN-CYCLE         Pic 9(02).
