      *  ZCMA copy for TBBEN, the beneficial-owner register - one
      *  row per natural person who owns or controls a corporate
      *  TBCLI customer (ZACLI-ENTREPRISE), numbered within the
      *  company : identity, share of ownership, the nature of the
      *  control, and how and when that was verified. Maintained
      *  through GKMBEN01 under maker/checker (the 'BEN' TBHAB
      *  domain), both identities kept on the row. GKKYC01 walks a
      *  company's owners (CBEN cursor) when its review falls due
      *  and lists the companies with none recorded, or with owners
      *  not verified again since the last review.
       01 ZABEN-ZCMA.
           05 ZABEN-FONCTION         PIC X(03).
           05 ZABEN-DONNEES.
               10 ZABEN-CLIENT       PIC X(08).
               10 ZABEN-RANG         PIC X(02).
               10 ZABEN-NOM          PIC X(30).
               10 ZABEN-DTNAIS       PIC X(10).
               10 ZABEN-NATION       PIC X(02).
               10 ZABEN-PAYSRES      PIC X(02).
      *        Share of the capital or voting rights held, percent
               10 ZABEN-PCTDET       PIC S9(3)V9(2) USAGE COMP-3.
               10 ZABEN-TYPCTL       PIC X(01).
                   88 ZABEN-DETENTION  VALUE "D".
                   88 ZABEN-CONTROLE   VALUE "C".
                   88 ZABEN-DIRIGEANT  VALUE "G".
                   88 ZABEN-TYPCTL-OK  VALUE "D" "C" "G".
      *        How the ownership was verified - identity document,
      *        public company register, signed declaration
               10 ZABEN-MODVERIF     PIC X(03).
                   88 ZABEN-VERIF-PIECE    VALUE "IDN".
                   88 ZABEN-VERIF-REGISTRE VALUE "REG".
                   88 ZABEN-VERIF-DECLAR   VALUE "ATT".
                   88 ZABEN-MODVERIF-OK    VALUE "IDN" "REG" "ATT".
               10 ZABEN-DTVERIF      PIC X(10).
               10 ZABEN-MAKER        PIC X(08).
               10 ZABEN-APPROB       PIC X(08).
           05 ZABEN-RETOUR.
               10 ZABEN-CODRET       PIC X(02).
                   88 ZABEN-CODRET-OK  VALUE "00".
                   88 ZABEN-CODRET-EOF VALUE "04".
               10 ZABEN-SQLCODE      PIC S9(3).
               10 ZABEN-LIBRET       PIC X(30).
