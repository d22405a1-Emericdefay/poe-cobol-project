      *                         replays off the new TBHIT columns,
      *                         and an origin-'INT' repost clears
      *                         its suspense entry.
      * 15/10/26  EDEFAY        A release that parks in the TBLIB
      *                         treasury release queue (new CODRET-
      *                         ATTENTE-LIBERATION, the debit is
      *                         above its release threshold) closes
      *                         the hit released like a TBPAP park -
      *                         GKLIB01 owns the debit from there.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                   DISPLAY "GKSCR01 : " PS-REFOPE " LIBERE PAR "
                           PS-DECIDEUR " - EN ATTENTE DE DEUXIEME"
                           " SIGNATURE (TBPAP)"
               WHEN CODRET-ATTENTE-LIBERATION
                   ADD 1 TO WS-NB-LIBERES
                   MOVE PS-DECIDEUR TO ZAHIT-DECIDEUR
                   SET ZAHIT-LIBERE TO TRUE
                   MOVE "UPD" TO ZAHIT-FONCTION
                   CALL "MAHIT" USING ZAHIT-ZCMA, AUTH-QUERY
                   DISPLAY "GKSCR01 : " PS-REFOPE " LIBERE PAR "
                           PS-DECIDEUR " - EN ATTENTE DE LIBERATION"
                           " TRESORERIE (TBLIB)"
               WHEN OTHER
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKSCR01 : " PS-REFOPE
