      *                         gets one joined view instead of having
      *                         to run MACPT/MADEV/MAHIS lookups
      *                         separately.
      * 15/10/26  EDEFAY        List the attorneys empowered on the
      *                         account and not yet expired (TBPOA,
      *                         new 2500-CONSULTER-MANDATAIRES) in the
      *                         new ZI-MANDATAIRES table, so the
      *                         branch can check a third party's
      *                         authority before serving them.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "./Copybooks/CTBHLD.cpy".
       COPY "./Copybooks/CTBTIT.cpy".
       COPY "./Copybooks/CTBACC.cpy".
       COPY "./Copybooks/CTBPOA.cpy".
      *  Access-log working fields, see 2900-JOURNALISER-ACCES
       01  WS-OPER-ACCES    PIC X(08).
       01  WS-CPT-ACCES     PIC X(11).
               PERFORM 2200-CONSULTER-HISTORIQUE
               PERFORM 2300-CUMULER-BLOCAGES
               PERFORM 2400-CONSULTER-TITULAIRES
               PERFORM 2500-CONSULTER-MANDATAIRES
           END-IF
           .

           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           .

       2500-CONSULTER-MANDATAIRES.
      ******************************************************************EDEFAY
      *  List the account's attorneys whose authority has not expired
      *  (same today's date as 2300), with the scope, ceiling and
      *  expiry granted, up to the ZI-MANDATAIRES table bound.
           MOVE 0 TO ZI-NB-MAN
           MOVE ZI-COMPTE TO ZAPOA-COMPTE
           MOVE "OPN" TO ZAPOA-FONCTION
           CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAPOA-FONCTION
           CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZAPOA-CODRET-EOF
               IF ZI-NB-MAN < 3
                  AND (ZAPOA-DTFIN = SPACES
                   OR ZAPOA-DTFIN >= WS-JOUR-ISO) THEN
                   ADD 1 TO ZI-NB-MAN
                   MOVE ZAPOA-MANDATAIRE TO ZI-M-ID (ZI-NB-MAN)
                   MOVE ZAPOA-NOM        TO ZI-M-NOM (ZI-NB-MAN)
                   MOVE ZAPOA-PORTEE     TO ZI-M-PORTEE (ZI-NB-MAN)
                   MOVE ZAPOA-PLAFOND    TO ZI-M-PLAFOND (ZI-NB-MAN)
                   MOVE ZAPOA-DTFIN      TO ZI-M-DTFIN (ZI-NB-MAN)
               END-IF
               MOVE "FET" TO ZAPOA-FONCTION
               CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAPOA-FONCTION
           CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           .

       2210-EMPILER-HISTORIQUE.
      ******************************************************************EDEFAY
      *  Append the fetched row to ZI-HISTORIQUE, sliding the table
