      *  ZCMA copy for TBCRE, the register of our corporate customers
      *  who collect from THEIR customers by direct debit (creditor
      *  side - TBMND is the debtor side). One row per creditor
      *  identifier, naming the customer account credited when a
      *  collection settles and debited when it comes back.
      *  Maintained through GKMCRE01 ; GKCOL01 accepts collection
      *  instructions only from an active creditor.
       01 ZACRE-ZCMA.
           05 ZACRE-FONCTION         PIC X(03).
           05 ZACRE-DONNEES.
               10 ZACRE-CREANCIER    PIC X(08).
               10 ZACRE-COMPTE       PIC X(11).
               10 ZACRE-CODDEV       PIC X(03).
               10 ZACRE-DTADH        PIC X(10).
               10 ZACRE-STATUT       PIC X(01).
                   88 ZACRE-ACTIF    VALUE "A".
                   88 ZACRE-SUSPENDU VALUE "S".
           05 ZACRE-RETOUR.
               10 ZACRE-CODRET       PIC X(02).
                   88 ZACRE-CODRET-OK  VALUE "00".
                   88 ZACRE-CODRET-EOF VALUE "04".
               10 ZACRE-SQLCODE      PIC S9(3).
               10 ZACRE-LIBRET       PIC X(30).
