      *  ZCMA copy for TBPOA, the power-of-attorney register - one
      *  row per account and attorney, the third party (a relative,
      *  a company's accountant...) a holder has empowered to act on
      *  the account : the attorney's identity and identity-document
      *  number, the scope granted (inquiry only, debits up to a
      *  ceiling in the account's currency, or full), the validity
      *  dates and the power-of-attorney deed reference. Maintained
      *  through GKMPOA01 under maker/checker (the 'POA' TBHAB
      *  domain), both identities kept on the row ; GKMAJ001 checks a
      *  branch debit submitted in an attorney's name against it,
      *  GKINQ01 shows it to the branch, and GKPOA01 reports the
      *  authorities expiring and those of deceased grantors.
       01 ZAPOA-ZCMA.
           05 ZAPOA-FONCTION         PIC X(03).
           05 ZAPOA-DONNEES.
               10 ZAPOA-COMPTE       PIC X(11).
               10 ZAPOA-MANDATAIRE   PIC X(08).
               10 ZAPOA-NOM          PIC X(30).
               10 ZAPOA-PIECEID      PIC X(20).
               10 ZAPOA-PORTEE       PIC X(01).
                   88 ZAPOA-CONSULTATION VALUE "C".
                   88 ZAPOA-PLAFONNE     VALUE "L".
                   88 ZAPOA-TOTAL        VALUE "T".
                   88 ZAPOA-PORTEE-OK    VALUE "C" "L" "T".
      *        Debit ceiling per operation, scope 'L' only
               10 ZAPOA-PLAFOND      PIC S9(13)V9(2) USAGE COMP-3.
               10 ZAPOA-CODDEV       PIC X(03).
               10 ZAPOA-DTDEB        PIC X(10).
      *        Expiry date - spaces = until revoked
               10 ZAPOA-DTFIN        PIC X(10).
               10 ZAPOA-REFDOC       PIC X(15).
               10 ZAPOA-MAKER        PIC X(08).
               10 ZAPOA-APPROB       PIC X(08).
           05 ZAPOA-RETOUR.
               10 ZAPOA-CODRET       PIC X(02).
                   88 ZAPOA-CODRET-OK  VALUE "00".
                   88 ZAPOA-CODRET-EOF VALUE "04".
               10 ZAPOA-SQLCODE      PIC S9(3).
               10 ZAPOA-LIBRET       PIC X(30).
