      *  ZCMA copy for TBDOC, the KYC document register - one row per
      *  document held on a customer's file : the document type, its
      *  reference (passport number, utility bill reference...), the
      *  day it was received and the day it stops being valid (spaces
      *  for a document that never expires), with the maker and the
      *  checker who recorded it. Maintained by GKMDOC01 under four
      *  eyes ; read by GKDOS01 to stamp ZACLI-DOSSIER and by GKDOC01
      *  for the weekly chase list.
       01 ZADOC-ZCMA.
           05 ZADOC-FONCTION         PIC X(03).
           05 ZADOC-DONNEES.
               10 ZADOC-CLIENT       PIC X(08).
      *        IDEN identity, ADRS proof of address, STAT company
      *        statutes/registration, ORIG source of funds, ...
               10 ZADOC-TYPDOC       PIC X(04).
               10 ZADOC-REFDOC       PIC X(20).
               10 ZADOC-DTRECU       PIC X(10).
               10 ZADOC-DTEXP        PIC X(10).
               10 ZADOC-MAKER        PIC X(08).
               10 ZADOC-CHECKER      PIC X(08).
           05 ZADOC-RETOUR.
               10 ZADOC-CODRET       PIC X(02).
                   88 ZADOC-CODRET-OK  VALUE "00".
                   88 ZADOC-CODRET-EOF VALUE "04".
               10 ZADOC-SQLCODE      PIC S9(3).
               10 ZADOC-LIBRET       PIC X(30).
