      *       an answer. Spaces on batch calls, where the keying was
      *       done upstream.
          05 OPERATOR-ID      Pic X(08).
      *       Set by ECHOBAT when the confirmation arrived under a
      *       closed branch code and is being posted under that
      *       branch's successor (BRANCH-CODE above): the code as
      *       sent. ECHO2 carries it onto the audit record, and the
      *       correction transactions carry it forward from the
      *       record they correct. Spaces on every other call.
          05 ORIGINAL-BRANCH  Pic X(04).
      *       Set by ECHOBAT on a supplemental late-feed cycle run
      *       to the cycle number the run control gave it; zero on
      *       the night's run and on every other call. ECHO2 carries
      *       it onto the audit record (and treats anything not
      *       numeric as zero).
          05 SUPP-CYCLE       Pic 9(02).
