      *  ZCMA copy for TBMSG, the statement message table - one row
      *  per regulatory notice or commercial message to print on
      *  statements, maintained under maker/checker by GKMMSG01.
      *  A message prints on the statement of every account it
      *  targets whose period overlaps its validity window (DTFIN
      *  spaces = open-ended). Each target column left blank matches
      *  any account ; filled ones must all match - product (TBPRD),
      *  branch (ZACPT-AGENCE), tier and currency. GKSTMT01/02/03
      *  print TEXTE1 then TEXTE2 when not blank, and count the
      *  deliveries in TBMSC.
       01 ZAMSG-ZCMA.
           05 ZAMSG-FONCTION         PIC X(03).
           05 ZAMSG-DONNEES.
               10 ZAMSG-MSGID        PIC X(08).
               10 ZAMSG-TYPMSG       PIC X(01).
                   88 ZAMSG-REGLEMENTAIRE VALUE "R".
                   88 ZAMSG-COMMERCIAL    VALUE "C".
               10 ZAMSG-DTDEB        PIC X(10).
               10 ZAMSG-DTFIN        PIC X(10).
               10 ZAMSG-PRODUIT      PIC X(04).
               10 ZAMSG-AGENCE       PIC X(03).
               10 ZAMSG-TIER         PIC X(01).
               10 ZAMSG-DEVISE       PIC X(03).
               10 ZAMSG-TEXTE1       PIC X(60).
               10 ZAMSG-TEXTE2       PIC X(60).
           05 ZAMSG-RETOUR.
               10 ZAMSG-CODRET       PIC X(02).
                   88 ZAMSG-CODRET-OK  VALUE "00".
                   88 ZAMSG-CODRET-EOF VALUE "04".
               10 ZAMSG-SQLCODE      PIC S9(3).
               10 ZAMSG-LIBRET       PIC X(30).
