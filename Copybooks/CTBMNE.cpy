      *  ZCMA copy for TBMNE, the mandates our TBCRE creditors hold
      *  from their own debtors (accounts at other banks) - one row
      *  per creditor and mandate reference, with the debtor's
      *  account/IBAN and name, the signature date and the status.
      *  Maintained through GKMCRE01 ; GKCOL01 accepts a collection
      *  only on an active mandate of the instructing creditor.
       01 ZAMNE-ZCMA.
           05 ZAMNE-FONCTION         PIC X(03).
           05 ZAMNE-DONNEES.
               10 ZAMNE-CREANCIER    PIC X(08).
               10 ZAMNE-REFMND       PIC X(15).
               10 ZAMNE-DEBCPT       PIC X(24).
               10 ZAMNE-DEBNOM       PIC X(20).
               10 ZAMNE-DTSIGN       PIC X(10).
               10 ZAMNE-STATUT       PIC X(01).
                   88 ZAMNE-ACTIF    VALUE "A".
                   88 ZAMNE-REVOQUE  VALUE "R".
           05 ZAMNE-RETOUR.
               10 ZAMNE-CODRET       PIC X(02).
                   88 ZAMNE-CODRET-OK  VALUE "00".
                   88 ZAMNE-CODRET-EOF VALUE "04".
               10 ZAMNE-SQLCODE      PIC S9(3).
               10 ZAMNE-LIBRET       PIC X(30).
