      *****************************************************************
      *                                                               *
      *   SEALREC - Audit-trail seal record, one per application      *
      *             date. A VSAM KSDS keyed on SEAL-APPL-DATE,        *
      *             written and checked only by ECHOAVF. Once a date  *
      *             is behind the verification run date its audit     *
      *             records (live cluster and archive generations     *
      *             together) are sealed: record count plus hash      *
      *             totals over the key fields of every record up to  *
      *             SEAL-HIGH-SEQUENCE. Each later run recomputes the *
      *             same totals over the same sequence numbers - any  *
      *             record deleted, added under an old number, or     *
      *             altered in a sealed field breaks the seal.        *
      *             Records ECHO2 appends for the date afterwards     *
      *             (corrections) carry higher sequence numbers and   *
      *             are rolled into an intact seal, never a broken    *
      *             one.                                              *
      *                                                               *
      *****************************************************************
       01 AUDIT-SEAL-RECORD.
          05 SEAL-APPL-DATE        Pic X(08).
          05 SEAL-STATUS           Pic X(01).
             88 SEAL-INTACT        VALUE 'S'.
             88 SEAL-BROKEN        VALUE 'B'.
          05 SEAL-SEALED-DATE      Pic X(08).
      *       The last run that rolled later records in; spaces
      *       until one does.
          05 SEAL-EXTENDED-DATE    Pic X(08).
      *       Date and time of the last run that checked the seal -
      *       a seal a run did not reach has lost every record.
          05 SEAL-VERIFIED-STAMP   Pic X(14).
          05 SEAL-HIGH-SEQUENCE    Pic 9(08).
          05 SEAL-TOTALS.
             10 SEAL-RECORD-COUNT  Pic 9(08).
      *          AUD-SEQUENCE, AUD-TIMESTAMP (date and time parts),
      *          the keyed account numbers (AUD-IN-TEXT1-A/B) and
      *          amounts (AUD-IN-AMT-A/B), and AUD-RETURN-CODE.
             10 SEAL-SEQUENCE-HASH Pic 9(15).
             10 SEAL-TIMESTAMP-HASH Pic 9(15).
             10 SEAL-ACCOUNT-HASH  Pic 9(18).
             10 SEAL-AMOUNT-HASH   Pic S9(15)V99.
             10 SEAL-RC-HASH       Pic 9(10).
      *          Calls ECHO2 returned fully matched (RC 0, 'M' on
      *          the three text indicators, 'M'/'T'/space on the
      *          amount) - an indicator turned after the fact
      *          moves it.
             10 SEAL-MATCHED-COUNT Pic 9(08).
          05 FILLER                Pic X(12).
