      *                         enrichment replays, and an
      *                         origin-'INT' repost clears its
      *                         suspense entry.
      * 15/10/26  EDEFAY        A re-drive that parks in the TBLIB
      *                         treasury release queue (new CODRET-
      *                         ATTENTE-LIBERATION) closes the retry
      *                         row like a TBPAP park - GKLIB01 owns
      *                         the debit from there.
      * 15/10/26  EDEFAY        The re-drive replays the parked
      *                         record's creditor id (ZARTY-IDCREAN)
      *                         into the new ZF-CREANCIER, so the
      *                         history row keeps it like a first-
      *                         time posting.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE ZARTY-CTPNOM   TO ZF-CTP-NOM
           MOVE ZARTY-CTPCPT   TO ZF-CTP-COMPTE
           MOVE ZARTY-CTPLIB   TO ZF-CTP-LIBELLE
           MOVE ZARTY-IDCREAN  TO ZF-CREANCIER
           MOVE WS-DATE-CLOTURE TO ZF-DATE-CLOTURE
           IF ZARTY-CODDERN NOT = '26' THEN
               SET ZF-IS-APPROUVE TO TRUE
                   SET ZARTY-POSTE TO TRUE
                   DISPLAY "GKRTY01 : " ZARTY-REFOPE
                           " EN ATTENTE DE DEUXIEME SIGNATURE"
               WHEN CODRET-ATTENTE-LIBERATION
                   ADD 1 TO WS-NB-POSTES
                   SET ZARTY-POSTE TO TRUE
                   DISPLAY "GKRTY01 : " ZARTY-REFOPE
                           " EN ATTENTE DE LIBERATION TRESORERIE"
               WHEN CODRET-CONFLIT-MAJ
               WHEN CODRET-ATTENTE-ECHEC
                   ADD 1 TO ZARTY-NBESSAIS
