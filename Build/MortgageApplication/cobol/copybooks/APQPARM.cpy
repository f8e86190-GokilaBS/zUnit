      *****************************************************************
      *                                                               *
      *   APQPARM - ECHOAPQ call parameter block. The correction      *
      *             transactions (ECHOINQ, ECHOBRW, ECHOENT) call     *
      *             ECHOAPQ with the just-returned RCV-PARMS and the  *
      *             account/amount pairs of the audit record the      *
      *             correction points at. ECHOAPQ decides whether     *
      *             the correction needs a supervisor's approval and  *
      *             queues it on APPRQUE when it does.                *
      *                                                               *
      *             APQ-QUEUED     - held for approval (ECHOAPR)      *
      *             APQ-NOT-NEEDED - not a correction, not accepted,  *
      *                              or within the threshold          *
      *             APQ-FAILED     - the queue could not be written;  *
      *                              the caller tells the operator    *
      *                              (ECHOEXT judges the correction   *
      *                              again before anything is sent)   *
      *                                                               *
      *****************************************************************
       01 APQ-PARMS.
          05 APQ-ORIG-TEXT1-A  Pic 9(10).
          05 APQ-ORIG-TEXT1-B  Pic 9(10).
          05 APQ-ORIG-AMT-A    Pic S9(07)V99.
          05 APQ-ORIG-AMT-B    Pic S9(07)V99.
          05 APQ-RESULT        Pic X(01).
             88 APQ-QUEUED        VALUE 'Q'.
             88 APQ-NOT-NEEDED    VALUE 'N'.
             88 APQ-FAILED        VALUE 'F'.
