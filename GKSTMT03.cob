      *                  own TBAUD reconciliation gates the month.
      *                  Runs alongside GKSTMT02 monthly, or on
      *                  demand for any date range via PARAMESTM.
      *
      *                  The TBMSG statement messages in force for the
      *                  period that target the account go out as MSG
      *                  records (one per text line) after its CLO ;
      *                  a monthly run writes the per-message TBMSC
      *                  delivery count for the cycle (channel
      *                  GKSTMT03), an on-demand range only lists it.
      *
      *                  After its CLO each account also gets its
      *                  spending summary as CAT records, one per
      *                  TBCAT category its movements fell in (the
      *                  ZAHIS-CATEG the nightly GKCAT01 stamps) :
      *                  code, catalogue label, count, credits,
      *                  debits - GKSTMT02's printed summary.
      * Rules handling :
      *             RC = 00 : Export written (0 subscribers is fine)
      *             RC = 01 : Could not open FILEOUT-ESTMT
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        MSG records for the TBMSG statement
      *                         messages targeting the account, and
      *                         the TBMSC delivery count per cycle.
      * 15/10/26  EDEFAY        CAT records after each account's CLO :
      *                         the period's spending summary by TBCAT
      *                         category, as GKSTMT02 prints it.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "./Copybooks/CTBOPE.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTRLEXT.cpy".
       COPY "./Copybooks/CTBMSG.cpy".
       COPY "./Copybooks/CTBMSC.cpy".
       COPY "./Copybooks/CMSGCIB.cpy".
       COPY "./Copybooks/CTBCAT.cpy".
       COPY "./Copybooks/CCATSOM.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Output / parameter files
       01  WS-DATDEB       PIC X(10).
       01  WS-DATFIN       PIC X(10).
       01  WS-FIN-LARGE    PIC X(10) VALUE '9999-12-31'.
      *  'Y' when PARAMESTM asked for an on-demand date range rather
      *  than a monthly cycle
       01  WS-PLAGE        PIC X(01) VALUE 'N'.
           88 PLAGE-A-LA-DEMANDE VALUE 'Y'.
      *  Period-end month length working fields
       01  WS-PER-AA       PIC 9(04).
       01  WS-PER-MM       PIC 9(02).
       01  WS-LIGNE        PIC X(120).
       01  WS-MNT-EDIT     PIC -(13)9.99.
       01  WS-SOLDE-EDIT   PIC -(13)9.99.
       01  WS-NBMVT-EDIT   PIC 9(05).
       01  WS-SENS-MVT     PIC X(01).
       01  WS-NUMLIG       PIC 9(01).
      *  Counters
       01  WS-NB-ABONNES   PIC 9(06) VALUE 0.
      ******************************************************************
      *  This routine should follow the logic of the program purpose.
           PERFORM 1001-DEBUT
           IF RC-IS-00 THEN
               PERFORM 1070-CHARGER-MESSAGES
               PERFORM 1080-CHARGER-CATEGORIES
               MOVE "OPN" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               MOVE "FET" TO ZACPT-FONCTION
               PERFORM 1950-ECRIRE-TRAILER
               DISPLAY "GKSTMT03 : " WS-NB-ABONNES " COMPTE(S) "
                       "EXPORTE(S), " ZTRL-NBENR " ENREG(S)"
               PERFORM 1960-ENREGISTRER-REMISES
               IF ZCSO-DEBORD > 0 THEN
                   DISPLAY "GKSTMT03 : !! RESUME PAR CATEGORIE PLEIN - "
                           ZCSO-DEBORD " MOUVEMENT(S) NON RESUME(S)"
               END-IF
               PERFORM 9999-CFILES
           END-IF
           .
      *                On-demand range : 'YYYY-MM-DD YYYY-MM-DD'
                       MOVE PARAMESTM-RECORD(1:10)  TO WS-DATDEB
                       MOVE PARAMESTM-RECORD(12:10) TO WS-DATFIN
                       SET PLAGE-A-LA-DEMANDE TO TRUE
                   ELSE
                       MOVE PARAMESTM-RECORD(1:7) TO WS-PERIODE
                   END-IF
           END-IF
           .

       1070-CHARGER-MESSAGES.
      ******************************************************************EDEFAY
      *  Load the TBMSG messages whose validity window overlaps the
      *  export bounds (CMSG cursor) - only those with a text - into
      *  the ZCIB working table, as GKSTMT02 does.
           MOVE WS-DATDEB TO ZAMSG-DTDEB
           MOVE WS-DATFIN TO ZAMSG-DTFIN
           MOVE "OPN" TO ZAMSG-FONCTION
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAMSG-FONCTION
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZAMSG-CODRET-EOF
               IF ZAMSG-TEXTE1 NOT = SPACES THEN
                   IF ZCIB-NB < ZCIB-MAX THEN
                       ADD 1 TO ZCIB-NB
                       SET ZCIB-IX TO ZCIB-NB
                       MOVE ZAMSG-MSGID   TO ZCIB-MSGID (ZCIB-IX)
                       MOVE ZAMSG-TYPMSG  TO ZCIB-TYPMSG (ZCIB-IX)
                       MOVE ZAMSG-PRODUIT TO ZCIB-PRODUIT (ZCIB-IX)
                       MOVE ZAMSG-AGENCE  TO ZCIB-AGENCE (ZCIB-IX)
                       MOVE ZAMSG-TIER    TO ZCIB-TIER (ZCIB-IX)
                       MOVE ZAMSG-DEVISE  TO ZCIB-DEVISE (ZCIB-IX)
                       MOVE ZAMSG-TEXTE1  TO ZCIB-TEXTE1 (ZCIB-IX)
                       MOVE ZAMSG-TEXTE2  TO ZCIB-TEXTE2 (ZCIB-IX)
                       MOVE 'N'  TO ZCIB-CIBLE (ZCIB-IX)
                       MOVE ZERO TO ZCIB-NBCIBLE (ZCIB-IX)
                       MOVE ZERO TO ZCIB-NBREMIS (ZCIB-IX)
                       MOVE ZERO TO ZCIB-NBRETENU (ZCIB-IX)
                   ELSE
                       ADD 1 TO ZCIB-DEBORD
                   END-IF
               END-IF
               MOVE "FET" TO ZAMSG-FONCTION
               CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAMSG-FONCTION
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           IF ZCIB-DEBORD > 0 THEN
               DISPLAY "GKSTMT03 : !! TABLE MESSAGES PLEINE - "
                       ZCIB-DEBORD " MESSAGE(S) NON EXPORTE(S)"
           END-IF
           .

       1080-CHARGER-CATEGORIES.
      ******************************************************************EDEFAY
      *  Load the TBCAT catalogue entries (the 'K' rows of the CCAT
      *  cursor) - the labels the CAT records carry, as GKSTMT02
      *  does.
           MOVE "OPN" TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACAT-CODRET-OK
               IF ZACAT-CATALOGUE
                  AND ZCSO-CAT-NB < ZCSO-CAT-MAX THEN
                   ADD 1 TO ZCSO-CAT-NB
                   SET ZCSO-CX TO ZCSO-CAT-NB
                   MOVE ZACAT-CATEG  TO ZCSO-CAT-CODE (ZCSO-CX)
                   MOVE ZACAT-LIBCAT TO ZCSO-CAT-LIBCAT (ZCSO-CX)
               END-IF
               MOVE "FET" TO ZACAT-FONCTION
               CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           .

       1500-EXPORTER-COMPTE.
      ******************************************************************EDEFAY
      *  One subscribed account : the GKSTMT02 backward derivation
      *  (one CHIS pass nets the period and the post-period off the
      *  live balance), then the OUV record, the period's MVT records
      *  with the running balance, the CLO record, the CAT spending
      *  summary and the MSG records.
           ADD 1 TO WS-NB-ABONNES
           MOVE ZERO TO WS-NET-PERIODE
           MOVE ZERO TO WS-NET-APRES
           WRITE FILEOUT-ESTMT-RECORD FROM WS-LIGNE
           ADD 1 TO ZTRL-NBENR
           MOVE WS-SOLDE-OUVERT TO WS-SOLDE-COURANT
           MOVE ZERO TO ZCSO-NB
           PERFORM 1600-EXPORTER-MOUVEMENTS
           MOVE WS-SOLDE-CLOT TO WS-SOLDE-EDIT
           MOVE SPACES TO WS-LIGNE
                  DELIMITED BY SIZE INTO WS-LIGNE
           WRITE FILEOUT-ESTMT-RECORD FROM WS-LIGNE
           ADD 1 TO ZTRL-NBENR
           PERFORM 1680-EXPORTER-CATEGORIES
           PERFORM 2600-CIBLER-MESSAGES
           PERFORM 1700-EXPORTER-MESSAGES
           .

       1700-EXPORTER-MESSAGES.
      ******************************************************************EDEFAY
      *  One MSG record per text line of each message targeting the
      *  account : account, message id, line number, text.
           PERFORM VARYING ZCIB-IX FROM 1 BY 1
                   UNTIL ZCIB-IX > ZCIB-NB
               IF ZCIB-CIBLE-OUI (ZCIB-IX) THEN
                   ADD 1 TO ZCIB-NBREMIS (ZCIB-IX)
                   MOVE 1 TO WS-NUMLIG
                   MOVE SPACES TO WS-LIGNE
                   STRING 'MSG;' ZACPT-COMPTE ';'
                          ZCIB-MSGID (ZCIB-IX) ';' WS-NUMLIG ';'
                          ZCIB-TEXTE1 (ZCIB-IX)
                          DELIMITED BY SIZE INTO WS-LIGNE
                   WRITE FILEOUT-ESTMT-RECORD FROM WS-LIGNE
                   ADD 1 TO ZTRL-NBENR
                   IF ZCIB-TEXTE2 (ZCIB-IX) NOT = SPACES THEN
                       MOVE 2 TO WS-NUMLIG
                       MOVE SPACES TO WS-LIGNE
                       STRING 'MSG;' ZACPT-COMPTE ';'
                              ZCIB-MSGID (ZCIB-IX) ';' WS-NUMLIG ';'
                              ZCIB-TEXTE2 (ZCIB-IX)
                              DELIMITED BY SIZE INTO WS-LIGNE
                       WRITE FILEOUT-ESTMT-RECORD FROM WS-LIGNE
                       ADD 1 TO ZTRL-NBENR
                   END-IF
               END-IF
           END-PERFORM
           .

       2600-CIBLER-MESSAGES.
      ******************************************************************EDEFAY
      *  Mark the messages that target this account - every filled
      *  target column must match, a blank one matches any ; the
      *  bank's internal accounts receive none (GKSTMT02's rule).
           PERFORM VARYING ZCIB-IX FROM 1 BY 1
                   UNTIL ZCIB-IX > ZCIB-NB
               MOVE 'N' TO ZCIB-CIBLE (ZCIB-IX)
               IF NOT ZACPT-INTERNE
                  AND (ZCIB-PRODUIT (ZCIB-IX) = SPACES
                       OR ZCIB-PRODUIT (ZCIB-IX) = ZACPT-PRODUIT)
                  AND (ZCIB-AGENCE (ZCIB-IX) = SPACES
                       OR ZCIB-AGENCE (ZCIB-IX) = ZACPT-AGENCE)
                  AND (ZCIB-TIER (ZCIB-IX) = SPACES
                       OR ZCIB-TIER (ZCIB-IX) = ZACPT-TIER)
                  AND (ZCIB-DEVISE (ZCIB-IX) = SPACES
                       OR ZCIB-DEVISE (ZCIB-IX) = ZACPT-DEVISE) THEN
                   SET ZCIB-CIBLE-OUI (ZCIB-IX) TO TRUE
                   ADD 1 TO ZCIB-NBCIBLE (ZCIB-IX)
               END-IF
           END-PERFORM
           .

       1960-ENREGISTRER-REMISES.
      ******************************************************************EDEFAY
      *  Per message, the subscribed accounts targeted and reached -
      *  written to TBMSC for a monthly cycle (channel GKSTMT03,
      *  rewritten on a rerun) ; an on-demand range is no cycle and
      *  only lists it.
           PERFORM VARYING ZCIB-IX FROM 1 BY 1
                   UNTIL ZCIB-IX > ZCIB-NB
               DISPLAY "GKSTMT03 : MESSAGE " ZCIB-MSGID (ZCIB-IX)
                       " CIBLE " ZCIB-NBCIBLE (ZCIB-IX)
                       " REMIS " ZCIB-NBREMIS (ZCIB-IX)
               IF NOT PLAGE-A-LA-DEMANDE THEN
                   INITIALIZE ZAMSC-DONNEES
                   MOVE ZCIB-MSGID (ZCIB-IX) TO ZAMSC-MSGID
                   MOVE WS-PERIODE TO ZAMSC-CYCLE
                   MOVE 'GKSTMT03' TO ZAMSC-CANAL
                   MOVE "SEL" TO ZAMSC-FONCTION
                   CALL "MAMSC" USING ZAMSC-ZCMA, AUTH-QUERY
                   IF ZAMSC-CODRET-OK THEN
                       MOVE "UPD" TO ZAMSC-FONCTION
                   ELSE
                       MOVE "INS" TO ZAMSC-FONCTION
                   END-IF
                   MOVE ZCIB-NBCIBLE (ZCIB-IX) TO ZAMSC-NBCIBLE
                   MOVE ZCIB-NBREMIS (ZCIB-IX) TO ZAMSC-NBREMIS
                   MOVE ZERO TO ZAMSC-NBRETENU
                   MOVE WS-JOUR-ISO TO ZAMSC-DTMAJ
                   CALL "MAMSC" USING ZAMSC-ZCMA, AUTH-QUERY
                   IF NOT ZAMSC-CODRET-OK THEN
                       DISPLAY "GKSTMT03 : COMPTAGE TBMSC KO "
                               ZCIB-MSGID (ZCIB-IX) ", CODRET="
                               ZAMSC-CODRET
                   END-IF
               END-IF
           END-PERFORM
           .

       1510-CUMULER-MOUVEMENTS.
           WRITE FILEOUT-ESTMT-RECORD FROM WS-LIGNE
           ADD 1 TO ZTRL-NBENR
           ADD ZAHIS-MNTOPE TO ZTRL-HASHMNT
           PERFORM 2700-CUMULER-CATEGORIE
           .

       1680-EXPORTER-CATEGORIES.
      ******************************************************************EDEFAY
      *  One CAT record per category the period's movements fell in :
      *  account, code, label, count, credits, debits. Internal
      *  accounts get none.
           IF ZACPT-INTERNE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ZCSO-IX FROM 1 BY 1
                   UNTIL ZCSO-IX > ZCSO-NB
               PERFORM 2710-LIBELLE-CATEGORIE
               MOVE ZCSO-NBMVT (ZCSO-IX)   TO WS-NBMVT-EDIT
               MOVE ZCSO-CREDITS (ZCSO-IX) TO WS-MNT-EDIT
               MOVE ZCSO-DEBITS (ZCSO-IX)  TO WS-SOLDE-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'CAT;' ZACPT-COMPTE ';' ZCSO-CATEG (ZCSO-IX) ';'
                      ZCSO-LIBELLE ';' WS-NBMVT-EDIT ';' WS-MNT-EDIT
                      ';' WS-SOLDE-EDIT
                      DELIMITED BY SIZE INTO WS-LIGNE
               WRITE FILEOUT-ESTMT-RECORD FROM WS-LIGNE
               ADD 1 TO ZTRL-NBENR
           END-PERFORM
           .

       2000-SIGNER-MOUVEMENT.
       1950-ECRIRE-TRAILER.
      ******************************************************************EDEFAY
      *  Stamp the standard CTRLEXT control trailer as the export's
      *  last record - every record counted (OUV/MVT/CLO/CAT/MSG, the
      *  count GKVERF01 re-checks), hash total over the MVT amounts.
           ACCEPT ZTRL-DTGEN-DIGITS FROM DATE YYYYMMDD
           STRING ZTRL-DTGEN-DIGITS(1:4) '-'
           WRITE FILEOUT-ESTMT-RECORD FROM ZTRL-LIGNE
           .

       2700-CUMULER-CATEGORIE.
      ******************************************************************EDEFAY
      *  Add the signed movement just exported to its category's line
      *  of the account's summary - credits and debits kept apart,
      *  both positive (GKSTMT02's accumulation).
           MOVE 'N' TO ZCSO-TROUVE
           PERFORM VARYING ZCSO-IX FROM 1 BY 1
                   UNTIL ZCSO-IX > ZCSO-NB
               IF ZCSO-CATEG (ZCSO-IX) = ZAHIS-CATEG THEN
                   SET ZCSO-TROUVE-OUI TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT ZCSO-TROUVE-OUI THEN
               IF ZCSO-NB < ZCSO-MAX THEN
                   ADD 1 TO ZCSO-NB
                   SET ZCSO-IX TO ZCSO-NB
                   MOVE ZAHIS-CATEG TO ZCSO-CATEG (ZCSO-IX)
                   MOVE ZERO TO ZCSO-NBMVT (ZCSO-IX)
                   MOVE ZERO TO ZCSO-CREDITS (ZCSO-IX)
                   MOVE ZERO TO ZCSO-DEBITS (ZCSO-IX)
               ELSE
                   ADD 1 TO ZCSO-DEBORD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO ZCSO-NBMVT (ZCSO-IX)
           IF WS-MVT-SIGNE < ZERO THEN
               SUBTRACT WS-MVT-SIGNE FROM ZCSO-DEBITS (ZCSO-IX)
           ELSE
               ADD WS-MVT-SIGNE TO ZCSO-CREDITS (ZCSO-IX)
           END-IF
           .

       2710-LIBELLE-CATEGORIE.
      ******************************************************************EDEFAY
      *  ZCSO-LIBELLE := the catalogue label of summary line ZCSO-IX -
      *  'NON CATEGORISE' for untagged rows, the bare code for one no
      *  longer in the catalogue.
           IF ZCSO-CATEG (ZCSO-IX) = SPACES THEN
               MOVE 'NON CATEGORISE' TO ZCSO-LIBELLE
               EXIT PARAGRAPH
           END-IF
           MOVE ZCSO-CATEG (ZCSO-IX) TO ZCSO-LIBELLE
           PERFORM VARYING ZCSO-CX FROM 1 BY 1
                   UNTIL ZCSO-CX > ZCSO-CAT-NB
               IF ZCSO-CAT-CODE (ZCSO-CX) = ZCSO-CATEG (ZCSO-IX) THEN
                   MOVE ZCSO-CAT-LIBCAT (ZCSO-CX) TO ZCSO-LIBELLE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       2110-DERNIER-JOUR-DU-MOIS.
      ******************************************************************EDEFAY
      *  Length of month WS-PER-MM in year WS-PER-AA, same leap-year
