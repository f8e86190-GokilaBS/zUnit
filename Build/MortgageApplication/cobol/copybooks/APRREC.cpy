      *****************************************************************
      *                                                               *
      *   APRREC - Correction approval queue record, a VSAM KSDS      *
      *            keyed on application date + confirmation key +     *
      *            the correction's own audit key, so every queued    *
      *            correction of one loan sits together. ECHOAPQ      *
      *            writes a pending record for each accepted          *
      *            correction that changes the account number pair    *
      *            (AUD-IN-TEXT1) or moves either keyed amount by     *
      *            more than the approval threshold; a level-3        *
      *            supervisor other than the keying operator approves *
      *            or rejects it through ECHOAPR. ECHOEXT sends       *
      *            nothing for a correction still pending or          *
      *            rejected here, sends an ECHOENT re-key's loan from *
      *            the queue once approved, and ECHOAPL lists what is *
      *            waiting.                                           *
      *                                                               *
      *****************************************************************
       01 APPROVAL-RECORD.
          05 APR-KEY.
             10 APR-APPL-DATE        Pic X(08).
             10 APR-CONF-KEY         Pic X(10).
             10 APR-AUD-KEY          Pic X(22).
      *       The mismatched (or previously accepted) audit record
      *       the correction points at, as carried on AUD-ORIG-KEY.
          05 APR-ORIG-AUD-KEY        Pic X(22).
          05 APR-BRANCH-CODE         Pic X(04).
      *       'E' for an ECHOENT desk re-key - its confirmation
      *       reaches servicing through the batch report path, not
      *       the correction pass; space for ECHOINQ/ECHOBRW.
          05 APR-CALL-SOURCE         Pic X(01).
          05 APR-HOLD-REASON         Pic X(01).
             88 APR-ACCOUNT-CHANGED  VALUE 'A'.
             88 APR-AMOUNT-MOVED     VALUE 'M'.
             88 APR-BOTH-CHANGED     VALUE 'B'.
          05 APR-ORIG-TEXT1-A        Pic 9(10).
          05 APR-ORIG-TEXT1-B        Pic 9(10).
          05 APR-NEW-TEXT1-A         Pic 9(10).
          05 APR-NEW-TEXT1-B         Pic 9(10).
          05 APR-ORIG-AMT-A          Pic S9(07)V99.
          05 APR-ORIG-AMT-B          Pic S9(07)V99.
          05 APR-NEW-AMT-A           Pic S9(07)V99.
          05 APR-NEW-AMT-B           Pic S9(07)V99.
      *       The signed-on operator who keyed the correction and
      *       the date it was keyed - the approver may not be the
      *       same operator.
          05 APR-KEYED-BY            Pic X(08).
          05 APR-KEYED-DATE          Pic X(08).
          05 APR-STATUS              Pic X(01).
             88 APR-PENDING          VALUE 'P'.
             88 APR-APPROVED         VALUE 'A'.
             88 APR-REJECTED         VALUE 'R'.
      *       Spaces while pending; the supervisor and date of the
      *       approve/reject decision afterwards.
          05 APR-DECIDED-BY          Pic X(08).
          05 APR-DECIDED-DATE        Pic X(08).
