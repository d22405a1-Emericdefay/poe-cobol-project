      *  ZCMA copy for TBGAR, the loan collateral register - one row
      *  per security taken on a TBPRT loan, numbered within the
      *  loan : the kind of collateral, its valuation and the date it
      *  was valued, the haircut applied to it (decimal fraction,
      *  0.2000 = 20% off the valuation) and, for a pledged term
      *  deposit, the TBDEP reference it blocks. Maintained through
      *  GKMGAR01 under maker/checker (the 'GAR' TBHAB domain), both
      *  identities kept on the row. GKLTV01 walks a loan's
      *  collateral (CGAR cursor) for its monthly loan-to-value run ;
      *  GKDEP01 looks a deposit's pledges up (CGA2 cursor, OP2/FE2/
      *  CL2) before any early break or payout.
       01 ZAGAR-ZCMA.
           05 ZAGAR-FONCTION         PIC X(03).
           05 ZAGAR-DONNEES.
               10 ZAGAR-REFPRT       PIC X(10).
               10 ZAGAR-RANG         PIC X(02).
      *        Real estate, securities, pledged term deposit, vehicle,
      *        third-party guarantee, other
               10 ZAGAR-TYPGAR       PIC X(03).
                   88 ZAGAR-IMMOBILIER VALUE "IMM".
                   88 ZAGAR-TITRES     VALUE "TIT".
                   88 ZAGAR-DEPOT      VALUE "DEP".
                   88 ZAGAR-VEHICULE   VALUE "VEH".
                   88 ZAGAR-CAUTION    VALUE "CAU".
                   88 ZAGAR-AUTRE      VALUE "AUT".
                   88 ZAGAR-TYPGAR-OK  VALUE "IMM" "TIT" "DEP" "VEH"
                                             "CAU" "AUT".
               10 ZAGAR-LIBELLE      PIC X(30).
      *        Valuation in the loan's currency, and its date - for a
      *        pledged deposit the principal at pledge time (GKLTV01
      *        takes the deposit's live principal)
               10 ZAGAR-VALEUR       PIC S9(13)V9(2) USAGE COMP-3.
               10 ZAGAR-CODDEV       PIC X(03).
               10 ZAGAR-DTEVAL       PIC X(10).
               10 ZAGAR-DECOTE       PIC S9(3)V9(4) USAGE COMP-3.
      *        Pledged TBDEP deposit (ZAGAR-DEPOT only), else spaces
               10 ZAGAR-REFDEP       PIC X(10).
               10 ZAGAR-MAKER        PIC X(08).
               10 ZAGAR-APPROB       PIC X(08).
           05 ZAGAR-RETOUR.
               10 ZAGAR-CODRET       PIC X(02).
                   88 ZAGAR-CODRET-OK  VALUE "00".
                   88 ZAGAR-CODRET-EOF VALUE "04".
               10 ZAGAR-SQLCODE      PIC S9(3).
               10 ZAGAR-LIBRET       PIC X(30).
