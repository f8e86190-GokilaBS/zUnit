      *****************************************************************
      *                                                               *
      *   BRWPARM - ECHOBRW drill-down parameter block. ECHOBRW is    *
      *             normally started on its own, with no parameter    *
      *             (BRW-PARM-LEN zero): it signs the operator on     *
      *             and asks for a branch and date. A transaction     *
      *             that has already signed the operator on - the     *
      *             ECHODSH dashboard - calls it with BRW-PARM-LEN    *
      *             set to the length of BRW-DRILL-DATA, passing the  *
      *             operator and the branch and date to list, and     *
      *             ECHOBRW goes straight to that list, returning to  *
      *             the caller when the operator leaves it.           *
      *                                                               *
      *****************************************************************
       01 BRW-PARMS.
          05 BRW-PARM-LEN         Pic S9(04) COMP.
          05 BRW-DRILL-DATA.
             10 BRW-OPERATOR-ID   Pic X(08).
             10 BRW-OPERATOR-NAME Pic X(20).
             10 BRW-AUTH-LEVEL    Pic X(01).
             10 BRW-BRANCH-CODE   Pic X(04).
             10 BRW-APPL-DATE     Pic X(08).
