      *****************************************************************
      *                                                               *
      *   SUCPARM - ECHOSUC call parameter block.                     *
      *                                                               *
      *             The caller sets SUC-BRANCH-IN and the date the    *
      *             answer is wanted for (SUC-AS-OF-DATE). ECHOSUC    *
      *             follows BRM-SUCCESSOR-CODE from branch to branch  *
      *             as long as each closed branch's successor took    *
      *             over on or before that date, and returns the      *
      *             branch reached in SUC-BRANCH-OUT with its name,   *
      *             region, and status. SUC-ROLLED is set when that   *
      *             is not the branch asked about; SUC-BRANCH-IN is   *
      *             returned unchanged (with SUC-NOT-ON-MASTER) for   *
      *             a code the master does not carry.                 *
      *                                                               *
      *             SUC-FAILED on return means the branch master      *
      *             could not be read or a successor chain loops -    *
      *             the caller treats it as a hard error.             *
      *                                                               *
      *****************************************************************
       01 SUC-PARMS.
          05 SUC-BRANCH-IN     Pic X(04).
          05 SUC-AS-OF-DATE    Pic X(08).
          05 SUC-BRANCH-OUT    Pic X(04).
          05 SUC-BRANCH-NAME   Pic X(20).
          05 SUC-REGION        Pic X(10).
          05 SUC-STATUS        Pic X(01).
             88 SUC-BRANCH-ACTIVE VALUE 'A'.
             88 SUC-BRANCH-CLOSED VALUE 'C'.
          05 SUC-ON-MASTER-SW  Pic X(01).
             88 SUC-ON-MASTER     VALUE 'Y'.
             88 SUC-NOT-ON-MASTER VALUE 'N'.
          05 SUC-ROLLED-SW     Pic X(01).
             88 SUC-ROLLED        VALUE 'Y'.
          05 SUC-RESULT        Pic X(01).
             88 SUC-OK            VALUE 'Y'.
             88 SUC-FAILED        VALUE 'N'.
