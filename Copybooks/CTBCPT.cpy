      *            release drives GKCLOSE01's transfer-then-close
      *            to the executor's account)
                   88 ZACPT-DECEDE   VALUE "F".
      *            Written off (charged off) - the overdrawn balance
      *            was moved to the loss account by GKCHO01 ; debits
      *            refused by MFMAJCPT, no interest or fees accrue,
      *            credits are the customer's repayments and are
      *            swept to the recovery account and registered in
      *            TBRCV
                   88 ZACPT-PASSE-PERTE VALUE "W".
               10 ZACPT-TIER         PIC X(01).
                   88 ZACPT-TIER-STANDARD VALUE "S".
                   88 ZACPT-TIER-PREMIUM  VALUE "P".
      *  GKMSEU01.
               10 ZACPT-ESTMT        PIC X(01).
                   88 ZACPT-ESTMT-ABONNE VALUE "Y".
      *  Account class, stamped by GKOPEN01 (GKMCLA01 reclassifies an
      *  existing row) - a customer account, or one of the bank's own
      *  internal accounts by purpose. Internal accounts are left out
      *  of dormancy, fees, interest, balance alerts, charge-off and
      *  the deposit-guarantee file, and GKCBR01 maps them on their
      *  class ; GKINTA01 lists them daily. Spaces = pre-class row,
      *  read as a customer account.
               10 ZACPT-CLASSE       PIC X(01).
                   88 ZACPT-CLIENTELE     VALUE "C" " ".
                   88 ZACPT-INTERNE       VALUE "T" "S" "M" "G"
                                                "P" "L" "I".
                   88 ZACPT-INT-FISCAL    VALUE "T".
                   88 ZACPT-INT-SUSPENS   VALUE "S".
                   88 ZACPT-INT-MIGRATION VALUE "M".
                   88 ZACPT-INT-CAISSE    VALUE "G".
                   88 ZACPT-INT-CENTRAL   VALUE "P".
                   88 ZACPT-INT-PERTE     VALUE "L".
                   88 ZACPT-INT-AUTRE     VALUE "I".
      *  Department answerable for an internal account's balance -
      *  spaces on a customer account.
               10 ZACPT-SERVICE      PIC X(08).
      *  Transient, caller-stamped pass-through for 8720-INSERER-AUDIT
      *  only - not a TBCPT column, never bound on a SELECT/INSERT/
      *  UPDATE against TBCPT itself. Lets MFMAJCPT tag the TBAUD row
