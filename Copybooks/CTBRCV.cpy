      *  ZCMA copy for TBRCV, the charge-off and recovery register -
      *  one row per write-off GKCHO01 generated (TYPMVT 'C', the
      *  overdrawn balance moved to the loss account) and one per
      *  recovery it swept off a written-off account to the recovery
      *  account (TYPMVT 'R'), keyed by account + the movement's own
      *  reference. Gross charge-offs less recoveries is the net
      *  loss finance reports, per currency.
       01 ZARCV-ZCMA.
           05 ZARCV-FONCTION         PIC X(03).
           05 ZARCV-DONNEES.
               10 ZARCV-COMPTE       PIC X(11).
               10 ZARCV-REFMVT       PIC X(10).
               10 ZARCV-TYPMVT       PIC X(01).
                   88 ZARCV-PASSAGE-PERTE VALUE "C".
                   88 ZARCV-RECUPERATION  VALUE "R".
               10 ZARCV-DTMVT        PIC X(10).
               10 ZARCV-MONTANT      PIC S9(13)V9(2) USAGE COMP-3.
               10 ZARCV-DEVISE       PIC X(03).
      *        Days continuously overdrawn when written off (zero on
      *        a recovery row)
               10 ZARCV-JOURSNEG     PIC 9(05).
               10 ZARCV-CLIENT       PIC X(08).
               10 ZARCV-AGENCE       PIC X(03).
           05 ZARCV-RETOUR.
               10 ZARCV-CODRET       PIC X(02).
                   88 ZARCV-CODRET-OK  VALUE "00".
                   88 ZARCV-CODRET-EOF VALUE "04".
               10 ZARCV-SQLCODE      PIC S9(3).
               10 ZARCV-LIBRET       PIC X(30).
