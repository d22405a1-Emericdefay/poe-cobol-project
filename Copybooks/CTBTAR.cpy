      *  ZCMA copy for TBTAR, the corporate price list GKANA01 prices
      *  an analysed account's month of services from - one row per
      *  CODOPE and channel (ZAHIS-ORIGINE), the channel '***'
      *  pricing any channel the code has no row of its own for.
      *  The unit price is in account currency ; a service with no
      *  row at all is counted on the statement but not charged.
       01 ZATAR-ZCMA.
           05 ZATAR-FONCTION         PIC X(03).
           05 ZATAR-DONNEES.
               10 ZATAR-CODOPE       PIC X(03).
               10 ZATAR-ORIGINE      PIC X(03).
               10 ZATAR-PRIXU        PIC S9(9)V9(2) USAGE COMP-3.
               10 ZATAR-LIBELLE      PIC X(20).
           05 ZATAR-RETOUR.
               10 ZATAR-CODRET       PIC X(02).
                   88 ZATAR-CODRET-OK  VALUE "00".
                   88 ZATAR-CODRET-EOF VALUE "04".
               10 ZATAR-SQLCODE      PIC S9(3).
               10 ZATAR-LIBRET       PIC X(30).
