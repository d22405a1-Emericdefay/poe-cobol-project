      *  ZCMA copy for TBPAV, the withdrawal-notice register of the
      *  notice-period savings products (ZAPRD-PREAVIS non-zero) -
      *  one row per notice a customer gives : the amount announced,
      *  the day it was given, the day it matures (given + the
      *  product's notice period) and the last day it may be drawn
      *  against. Recorded/cancelled and lapsed by GKPAV01 ; drawn
      *  down by MFMAJCPT's VERIF-PREAVIS, which only lets a debit
      *  through on such a product when active matured notices cover
      *  it (or charges the product's penalty interest instead).
       01 ZAPAV-ZCMA.
           05 ZAPAV-FONCTION         PIC X(03).
           05 ZAPAV-DONNEES.
               10 ZAPAV-COMPTE       PIC X(11).
               10 ZAPAV-REFPAV       PIC X(10).
      *        Amount announced / amount already drawn against it
               10 ZAPAV-MNTPAV       PIC S9(13)V9(2) USAGE COMP-3.
               10 ZAPAV-MNTUTIL      PIC S9(13)V9(2) USAGE COMP-3.
               10 ZAPAV-DTSAISIE     PIC X(10).
               10 ZAPAV-DTECHEANCE   PIC X(10).
               10 ZAPAV-DTLIMITE     PIC X(10).
      *        'A' active, 'U' fully drawn, 'E' lapsed (its window
      *        closed before it was fully drawn), 'X' cancelled
               10 ZAPAV-STATUT       PIC X(01).
                   88 ZAPAV-ACTIF    VALUE "A".
                   88 ZAPAV-UTILISE  VALUE "U".
                   88 ZAPAV-EXPIRE   VALUE "E".
                   88 ZAPAV-ANNULE   VALUE "X".
           05 ZAPAV-RETOUR.
               10 ZAPAV-CODRET       PIC X(02).
                   88 ZAPAV-CODRET-OK  VALUE "00".
                   88 ZAPAV-CODRET-EOF VALUE "04".
               10 ZAPAV-SQLCODE      PIC S9(3).
               10 ZAPAV-LIBRET       PIC X(30).
