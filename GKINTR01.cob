      *                         DD resumes past them, EXTENDing the
      *                         output file so no account accrues
      *                         twice after an abend.
      * 15/10/26  EDEFAY        A written-off account (ZACPT-STATUT
      *                         'W', GKCHO01) no longer accrues
      *                         overdraft interest - its debt sits on
      *                         the loss account.
      * 15/10/26  EDEFAY        Internal accounts (ZACPT-INTERNE, new
      *                         ZACPT-CLASSE) accrue no overdraft
      *                         interest.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GKINTR01.
      *  ZACPT-DDMVT. Accounts not in overdraft, or with no rate on
      *  file, are skipped.
           IF ZACPT-SOLDE < 0 THEN
      *        A written-off account's debt is on the loss account -
      *        nothing more accrues on it ; nor does anything on the
      *        bank's own internal accounts
               IF ZACPT-PASSE-PERTE
                  OR ZACPT-INTERNE THEN
                   EXIT PARAGRAPH
               END-IF
      *        A product configured interest-free accrues nothing,
      *        whatever rate rows the account carries
               IF ZACPT-PRODUIT NOT = SPACES THEN
