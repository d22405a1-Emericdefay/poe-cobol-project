      *  ZCMA copy for TBPRV, the loan provision history - one row
      *  per loan and month-end closing date GKPRV01 ran for : the
      *  stage the loan was put in (days past due of its oldest open
      *  TBARR arrears row), the remaining principal, the TBECL rate
      *  applied, the required provision and the provision held
      *  before this closing. The GL journal carries the difference
      *  between the two ; the next closing starts from MNTPRV.
       01 ZAPRV-ZCMA.
           05 ZAPRV-FONCTION         PIC X(03).
           05 ZAPRV-DONNEES.
               10 ZAPRV-REFPRT       PIC X(10).
               10 ZAPRV-DTARRETE     PIC X(10).
               10 ZAPRV-COMPTE       PIC X(11).
               10 ZAPRV-AGENCE       PIC X(03).
               10 ZAPRV-PRODUIT      PIC X(04).
               10 ZAPRV-CODDEV       PIC X(03).
               10 ZAPRV-STAGE        PIC 9(01).
                   88 ZAPRV-STAGE-1  VALUE 1.
                   88 ZAPRV-STAGE-2  VALUE 2.
                   88 ZAPRV-STAGE-3  VALUE 3.
               10 ZAPRV-JOURSRET     PIC 9(05).
               10 ZAPRV-CRD          PIC S9(13)V9(2) USAGE COMP-3.
               10 ZAPRV-TAUX         PIC S9(3)V9(4) USAGE COMP-3.
      *        Required provision at DTARRETE / provision held before
               10 ZAPRV-MNTPRV       PIC S9(13)V9(2) USAGE COMP-3.
               10 ZAPRV-MNTPREC      PIC S9(13)V9(2) USAGE COMP-3.
           05 ZAPRV-RETOUR.
               10 ZAPRV-CODRET       PIC X(02).
                   88 ZAPRV-CODRET-OK  VALUE "00".
                   88 ZAPRV-CODRET-EOF VALUE "04".
               10 ZAPRV-SQLCODE      PIC S9(3).
               10 ZAPRV-LIBRET       PIC X(30).
