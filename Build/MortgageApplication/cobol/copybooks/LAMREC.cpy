      *****************************************************************
      *                                                               *
      *   LAMREC - Loan account master record, one per servicing      *
      *            loan account. A VSAM KSDS keyed on LAM-ACCOUNT-    *
      *            NUMBER, reloaded every night from servicing's      *
      *            account extract by ECHOLAM.jcl. ECHOBAT and        *
      *            ECHOENT check every agreed account number          *
      *            (LNCONF-TEXT1-A = LNCONF-TEXT1-B) against it: an   *
      *            account servicing does not have, has closed, or    *
      *            carries under another branch rejects, and so does  *
      *            an agreed amount too far from the approved amount. *
      *                                                               *
      *****************************************************************
       01 LOAN-ACCOUNT-MASTER-RECORD.
          05 LAM-ACCOUNT-NUMBER   Pic 9(10).
          05 LAM-BRANCH-CODE      Pic X(04).
          05 LAM-STATUS           Pic X(01).
             88 LAM-OPEN          VALUE 'O'.
             88 LAM-CLOSED        VALUE 'C'.
          05 LAM-APPROVED-AMOUNT  Pic S9(07)V99.
          05 LAM-BORROWER-NAME    Pic X(30).
      *       Servicing's business date for the extract the record
      *       was loaded from.
          05 LAM-EXTRACT-DATE     Pic X(08).
          05 FILLER               Pic X(08).
