          05 RPT-BRANCH-CODE         Pic X(04).
          05 RPT-APPLICATION-DATE    Pic X(08).
          05 RPT-BRANCH-NAME         Pic X(20).
      *       The closed branch code as sent when the confirmation
      *       was posted under its successor (RPT-BRANCH-CODE);
      *       spaces otherwise.
          05 RPT-ORIGINAL-BRANCH     Pic X(04).
      *       The supplemental late-feed cycle that wrote this
      *       record onto the date's report (01-99); zero for the
      *       night's own run.
          05 RPT-SUPP-CYCLE          Pic 9(02).
