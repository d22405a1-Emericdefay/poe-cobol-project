               10 ZARNG-STATUT       PIC X(01).
                   88 ZARNG-ACTIF    VALUE "A".
                   88 ZARNG-EPUISE   VALUE "E".
      *            Closed with its branch - GKFUS01 moved the
      *            branch's accounts to the absorbing branch ; the
      *            numbers already issued stay valid, none is drawn
                   88 ZARNG-CLOS     VALUE "C".
           05 ZARNG-RETOUR.
               10 ZARNG-CODRET       PIC X(02).
                   88 ZARNG-CODRET-OK  VALUE "00".
