      *  ZCMA copy for TBECL, the expected-credit-loss provision rate
      *  table - one row per loan product and impairment stage (1
      *  performing, 2 significant increase in credit risk, 3 credit
      *  impaired), the rate (decimal fraction, 0.0150 = 1.50%)
      *  applied to the remaining principal. A row with a blank
      *  product is the default for products without their own row.
      *  Maintained through GKMECL01 ; applied at month-end by
      *  GKPRV01.
       01 ZAECL-ZCMA.
           05 ZAECL-FONCTION         PIC X(03).
           05 ZAECL-DONNEES.
               10 ZAECL-PRODUIT      PIC X(04).
               10 ZAECL-STAGE        PIC 9(01).
               10 ZAECL-TAUX         PIC S9(3)V9(4) USAGE COMP-3.
           05 ZAECL-RETOUR.
               10 ZAECL-CODRET       PIC X(02).
                   88 ZAECL-CODRET-OK  VALUE "00".
                   88 ZAECL-CODRET-EOF VALUE "04".
               10 ZAECL-SQLCODE      PIC S9(3).
               10 ZAECL-LIBRET       PIC X(30).
