      *                  to print with the running balance (second
      *                  CHIS pass) - no buffering bound on account
      *                  activity.
      *
      *                  A customer flagged gone-away (ZACLI-NPAI,
      *                  mail returned undelivered - GKNPAI01) gets no
      *                  printed statement : it is held and listed on
      *                  SYSOUT until GKMCLI01 records a new address,
      *                  then a PARAMSTM2 rerun of the period reprints
      *                  it.
      *
      *                  Every statement going out by post - a
      *                  customer account whose TBCLI row is on file -
      *                  is also written to FILEOUT-IMPWRK, the print
      *                  work file (CIMPWRK layout) : a document record
      *                  with the addressee, the postal code lifted
      *                  from the TBCLI address and the envelope
      *                  insert codes (TBPRM GKSTMT02/ENCART cycle
      *                  insert, 'DEB' closing overdrawn, 'DRM'
      *                  dormant), then each printed line. GKSTMT05
      *                  sorts it into the print vendor's stream.
      *
      *                  The TBMSG statement messages in force for the
      *                  period print after the closing balance of
      *                  every customer account they target (product,
      *                  branch, tier, currency) ; per message the
      *                  accounts targeted, reached and held are
      *                  written to TBMSC for the cycle (channel
      *                  GKSTMT02), rewritten on a rerun.
      *
      *                  Every customer statement closes on a
      *                  spending summary : the period's movements
      *                  totalled per TBCAT category (the ZAHIS-CATEG
      *                  the nightly GKCAT01 stamps) - count, credits,
      *                  debits, with the catalogue's label - before
      *                  its messages. Internal accounts get none.
      * Rules handling :
      *             RC = 00 : Every statement produced and reconciled
      *             RC = 01 : Could not open FILEOUT-RELEVES or
      *                       FILEOUT-IMPWRK
      *             RC = 05 : One or more closing balances did not tie
      *                       to the TBAUD after-image - file not to
      *                       be released ; also when more
      *                       messages are in force than the table
      *                       takes
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-RELEVES - the statement file.
      *                   FILEOUT-IMPWRK - the print work file for
      *                   GKSTMT05.
      *                   PARAMSTM2 - OPTIONAL, one line 'YYYY-MM' for
      *                   the period. Defaults to the month of the
      *                   TBPRC processing date (machine clock when
      *                         the overflow now prints and holds the
      *                         file (RC 05) like any other failed
      *                         tie-out.
      * 15/10/26  EDEFAY        Statements of gone-away customers
      *                         (ZACLI-NPAI) are held, not printed -
      *                         counted and listed on SYSOUT.
      * 15/10/26  EDEFAY        Print work file FILEOUT-IMPWRK for the
      *                         print vendor stream (GKSTMT05) -
      *                         postal code and insert codes per
      *                         mailed statement.
      * 15/10/26  EDEFAY        TBMSG statement messages printed on
      *                         the accounts they target, delivery
      *                         counted in TBMSC per message/cycle.
      * 15/10/26  EDEFAY        Spending summary by category (TBCAT
      *                         label, count, credits, debits) after
      *                         the closing balance of every customer
      *                         statement.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO DYNAMIC FILEOUT-RELEVES-NAME
           FILE STATUS IS WS-FS-RELEVES
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-IMPWRK-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-IMPWRK-NAME
           FILE STATUS IS WS-FS-IMPWRK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMSTM2-FDNAME
           ASSIGN TO DYNAMIC PARAMSTM2-NAME
           FILE STATUS IS WS-FS-PARAM
       FD  FILEOUT-RELEVES-FDNAME RECORDING MODE F.
       01  FILEOUT-RELEVES-RECORD.
          05  FILLER      PIC X(100).
       FD  FILEOUT-IMPWRK-FDNAME RECORDING MODE F.
       01  FILEOUT-IMPWRK-RECORD.
          05  FILLER      PIC X(140).
       FD  PARAMSTM2-FDNAME RECORDING MODE F.
       01  PARAMSTM2-RECORD.
          05  FILLER      PIC X(80).
       COPY "./Copybooks/CTBOPE.cpy".
       COPY "./Copybooks/CTBAUD.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CIMPWRK.cpy".
       COPY "./Copybooks/CTBMSG.cpy".
       COPY "./Copybooks/CTBMSC.cpy".
       COPY "./Copybooks/CMSGCIB.cpy".
       COPY "./Copybooks/CTBCAT.cpy".
       COPY "./Copybooks/CCATSOM.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Output / parameter files
       01  FILEOUT-RELEVES-NAME PIC X(30) VALUE 'FILEOUT-RELEVES'.
       01  WS-FS-RELEVES   PIC X(02).
           88 FS-RELEVES-OK VALUE '00'.
       01  FILEOUT-IMPWRK-NAME PIC X(30) VALUE 'FILEOUT-IMPWRK'.
       01  WS-FS-IMPWRK    PIC X(02).
           88 FS-IMPWRK-OK VALUE '00'.
       01  PARAMSTM2-NAME  PIC X(30) VALUE 'PARAMSTM2'.
       01  WS-FS-PARAM     PIC X(02).
           88 FS-PARAM-OK  VALUE '00'.
               VALUE 'ECART AUDIT - APRES IMAGE '.
           05  RPT-R-MONTANT PIC -(13)9.99.
           05  FILLER      PIC X(57) VALUE SPACES.
       01  RPT-MESSAGE.
           05  FILLER      PIC X(10) VALUE 'MESSAGE : '.
           05  RPT-M-TEXTE PIC X(60).
           05  FILLER      PIC X(30) VALUE SPACES.
      *  Spending summary by category
       01  RPT-CAT-TITRE.
           05  FILLER      PIC X(20) VALUE 'RESUME PAR CATEGORIE'.
           05  FILLER      PIC X(80) VALUE SPACES.
       01  RPT-CATEG.
           05  RPT-C-CATEG PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-C-LIBCAT PIC X(20).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-C-NBMVT PIC Z(04)9.
           05  FILLER      PIC X(09) VALUE ' CREDITS '.
           05  RPT-C-CREDITS PIC Z(13)9.99.
           05  FILLER      PIC X(08) VALUE ' DEBITS '.
           05  RPT-C-DEBITS PIC Z(13)9.99.
           05  FILLER      PIC X(19) VALUE SPACES.
      *  Print work file - is this statement mailed, the cycle-wide
      *  insert, postal-code scan
       01  WS-IMPRIMABLE   PIC X(01).
           88 IMPRIMABLE   VALUE 'Y'.
       01  WS-ENCART-CYCLE PIC X(03) VALUE SPACES.
       01  WS-CP-IX        PIC 9(02).
       01  WS-CP-LONG      PIC 9(02).
      *  Counters
       01  WS-NB-COMPTES   PIC 9(06) VALUE 0.
       01  WS-NB-ECARTS    PIC 9(06) VALUE 0.
       01  WS-NB-RETENUS   PIC 9(06) VALUE 0.
       01  WS-NB-DOCS-IMP  PIC 9(06) VALUE 0.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
           PERFORM 1001-DEBUT
           IF RC-IS-00 THEN
               PERFORM 1050-PRECHARGER-AUDIT
               PERFORM 1070-CHARGER-MESSAGES
               PERFORM 1080-CHARGER-CATEGORIES
               MOVE "OPN" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               MOVE "FET" TO ZACPT-FONCTION
      ******************************************************************EDEFAY
      *  Resolve the statement period - PARAMSTM2's 'YYYY-MM' when
      *  supplied, else the month of the TBPRC processing date (machine
      *  clock when TBPRC is not set) - then open FILEOUT-RELEVES and
      *  the print work file, and pick up the cycle's general insert.
           ACCEPT WS-JOUR-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-JOUR-YYYYMMDD(1:4) '-' WS-JOUR-YYYYMMDD(5:2)
                  '-' WS-JOUR-YYYYMMDD(7:2)
           IF NOT FS-RELEVES-OK THEN
               MOVE '01' TO RC
           END-IF
           OPEN OUTPUT FILEOUT-IMPWRK-FDNAME
           IF NOT FS-IMPWRK-OK THEN
               MOVE '01' TO RC
           END-IF
           MOVE 'GKSTMT02' TO ZAPRM-PGM
           MOVE 'ENCART  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-ENCART-CYCLE
           END-IF
           .

       1050-PRECHARGER-AUDIT.
           END-IF
           .

       1070-CHARGER-MESSAGES.
      ******************************************************************EDEFAY
      *  Load the TBMSG messages whose validity window overlaps the
      *  statement period (CMSG cursor) - only those with a text to
      *  print - into the ZCIB working table.
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
           .

       1080-CHARGER-CATEGORIES.
      ******************************************************************EDEFAY
      *  Load the TBCAT catalogue entries (the 'K' rows of the CCAT
      *  cursor) - the labels the category summary prints.
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

       1500-TRAITER-COMPTE.
      ******************************************************************EDEFAY
      *  One account's statement : first CHIS pass from the period
      *  pass prints the period's rows with the running balance, then
      *  the closing is reconciled to the TBAUD after-image.
           ADD 1 TO WS-NB-COMPTES
           MOVE 'N' TO WS-IMPRIMABLE
           PERFORM 2600-CIBLER-MESSAGES
      *    Gone-away customer : the statement is held, not printed
           IF ZACPT-CLIENT NOT = SPACES THEN
               MOVE ZACPT-CLIENT TO ZACLI-CLIENT
               MOVE "SEL" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               IF ZACLI-CODRET-OK
                  AND ZACLI-NPAI-OUI THEN
                   ADD 1 TO WS-NB-RETENUS
                   DISPLAY "GKSTMT02 : RELEVE RETENU (NPAI DEPUIS "
                           ZACLI-DTNPAI ") " ZACPT-COMPTE
                           " CLIENT " ZACPT-CLIENT
                   PERFORM 2610-COMPTER-RETENUS
                   EXIT PARAGRAPH
               END-IF
      *        Customer account with an address : mailed by the vendor
               IF ZACLI-CODRET-OK
                  AND ZACPT-CLIENTELE THEN
                   SET IMPRIMABLE TO TRUE
               END-IF
           END-IF
           MOVE ZERO TO WS-NET-PERIODE
           MOVE ZERO TO WS-NET-APRES
           PERFORM 1510-CUMULER-MOUVEMENTS
       3000-IMPRIMER-RELEVE.
      ******************************************************************EDEFAY
      *  Second pass : header, opening balance, one line per period
      *  row with the running balance, closing balance. A mailed
      *  statement opens its document in the print work file first.
           IF IMPRIMABLE THEN
               PERFORM 3050-OUVRIR-DOCUMENT
           END-IF
           MOVE ZACPT-COMPTE TO RPT-E-COMPTE
           MOVE ZACPT-NOM    TO RPT-E-NOM
           MOVE WS-PERIODE   TO RPT-E-PERIODE
           WRITE FILEOUT-RELEVES-RECORD FROM RPT-ENTETE
           PERFORM 3900-ECRIRE-IMPRESSION
           MOVE 'SOLDE OUVERTURE   ' TO RPT-S-LIBELLE
           MOVE WS-SOLDE-OUVERT TO RPT-S-MONTANT
           WRITE FILEOUT-RELEVES-RECORD FROM RPT-SOLDE
           PERFORM 3900-ECRIRE-IMPRESSION
           MOVE WS-SOLDE-OUVERT TO WS-SOLDE-COURANT
           MOVE ZERO TO ZCSO-NB
           MOVE ZACPT-COMPTE TO ZAHIS-COMPTE
           MOVE WS-DATDEB    TO ZAHIS-DATDEB
           MOVE WS-DATFIN    TO ZAHIS-DATFIN
           MOVE 'SOLDE CLOTURE     ' TO RPT-S-LIBELLE
           MOVE WS-SOLDE-CLOT TO RPT-S-MONTANT
           WRITE FILEOUT-RELEVES-RECORD FROM RPT-SOLDE
           PERFORM 3900-ECRIRE-IMPRESSION
           PERFORM 3200-IMPRIMER-CATEGORIES
           PERFORM 3300-IMPRIMER-MESSAGES
           .

       3200-IMPRIMER-CATEGORIES.
      ******************************************************************EDEFAY
      *  The spending summary : a title, then one line per category
      *  the period's movements fell in - label, count, credits,
      *  debits. Internal accounts and empty periods print none.
           IF ZACPT-INTERNE
              OR ZCSO-NB = 0 THEN
               EXIT PARAGRAPH
           END-IF
           WRITE FILEOUT-RELEVES-RECORD FROM RPT-CAT-TITRE
           PERFORM 3900-ECRIRE-IMPRESSION
           PERFORM VARYING ZCSO-IX FROM 1 BY 1
                   UNTIL ZCSO-IX > ZCSO-NB
               PERFORM 2710-LIBELLE-CATEGORIE
               MOVE ZCSO-CATEG (ZCSO-IX)   TO RPT-C-CATEG
               MOVE ZCSO-LIBELLE           TO RPT-C-LIBCAT
               MOVE ZCSO-NBMVT (ZCSO-IX)   TO RPT-C-NBMVT
               MOVE ZCSO-CREDITS (ZCSO-IX) TO RPT-C-CREDITS
               MOVE ZCSO-DEBITS (ZCSO-IX)  TO RPT-C-DEBITS
               WRITE FILEOUT-RELEVES-RECORD FROM RPT-CATEG
               PERFORM 3900-ECRIRE-IMPRESSION
           END-PERFORM
           .

       3300-IMPRIMER-MESSAGES.
      ******************************************************************EDEFAY
      *  The statement messages targeting this account, one or two
      *  lines each, counted as delivered.
           PERFORM VARYING ZCIB-IX FROM 1 BY 1
                   UNTIL ZCIB-IX > ZCIB-NB
               IF ZCIB-CIBLE-OUI (ZCIB-IX) THEN
                   ADD 1 TO ZCIB-NBREMIS (ZCIB-IX)
                   MOVE ZCIB-TEXTE1 (ZCIB-IX) TO RPT-M-TEXTE
                   WRITE FILEOUT-RELEVES-RECORD FROM RPT-MESSAGE
                   PERFORM 3900-ECRIRE-IMPRESSION
                   IF ZCIB-TEXTE2 (ZCIB-IX) NOT = SPACES THEN
                       MOVE ZCIB-TEXTE2 (ZCIB-IX) TO RPT-M-TEXTE
                       WRITE FILEOUT-RELEVES-RECORD FROM RPT-MESSAGE
                       PERFORM 3900-ECRIRE-IMPRESSION
                   END-IF
               END-IF
           END-PERFORM
           .

       3050-OUVRIR-DOCUMENT.
      ******************************************************************EDEFAY
      *  Document record of a mailed statement : postal code, the
      *  addressee off TBCLI and up to three envelope inserts - the
      *  cycle's general insert, 'DEB' when the account closes the
      *  period overdrawn, 'DRM' when it is dormant.
           MOVE SPACES TO IMPWRK-LIGNE
           PERFORM 3060-EXTRAIRE-CP
           MOVE ZACLI-CLIENT  TO IW-CLIENT
           MOVE ZACPT-COMPTE  TO IW-COMPTE
           MOVE ZERO          TO IW-SEQ
           SET IW-DOCUMENT    TO TRUE
           MOVE ZACLI-NOM     TO IW-NOM
           MOVE ZACLI-ADRESSE TO IW-ADRESSE
           MOVE WS-PERIODE    TO IW-PERIODE
           MOVE WS-ENCART-CYCLE TO IW-ENCART (1)
           IF WS-SOLDE-CLOT < ZERO THEN
               MOVE 'DEB' TO IW-ENCART (2)
           END-IF
           IF ZACPT-DORMANT THEN
               MOVE 'DRM' TO IW-ENCART (3)
           END-IF
           WRITE FILEOUT-IMPWRK-RECORD FROM IMPWRK-LIGNE
           ADD 1 TO WS-NB-DOCS-IMP
           .

       3060-EXTRAIRE-CP.
      ******************************************************************EDEFAY
      *  Postal code = the first group of exactly five digits in the
      *  free-form TBCLI address, '99999' when there is none - those
      *  documents sort last for the vendor's manual handling.
           MOVE '99999' TO IW-CP
           MOVE ZERO TO WS-CP-LONG
           PERFORM VARYING WS-CP-IX FROM 1 BY 1
                   UNTIL WS-CP-IX > 30
               IF ZACLI-ADRESSE(WS-CP-IX:1) IS NUMERIC THEN
                   ADD 1 TO WS-CP-LONG
               ELSE
                   IF WS-CP-LONG = 5 THEN
                       MOVE ZACLI-ADRESSE(WS-CP-IX - 5:5) TO IW-CP
                       EXIT PERFORM
                   END-IF
                   MOVE ZERO TO WS-CP-LONG
               END-IF
           END-PERFORM
           IF WS-CP-IX > 30
              AND WS-CP-LONG = 5 THEN
               MOVE ZACLI-ADRESSE(26:5) TO IW-CP
           END-IF
           .

       3100-IMPRIMER-LIGNE.
           MOVE WS-SOLDE-COURANT TO RPT-D-SOLDE
           MOVE ZAHIS-CTPNOM TO RPT-D-CTPNOM
           WRITE FILEOUT-RELEVES-RECORD FROM RPT-DETAIL
           PERFORM 3900-ECRIRE-IMPRESSION
           PERFORM 2700-CUMULER-CATEGORIE
           .

       3900-ECRIRE-IMPRESSION.
      ******************************************************************EDEFAY
      *  Copy the statement line just written to the print work file,
      *  next in the document's line sequence - mailed statements only.
           IF IMPRIMABLE THEN
               ADD 1 TO IW-SEQ
               SET IW-TEXTE TO TRUE
               MOVE FILEOUT-RELEVES-RECORD TO IW-DONNEES
               WRITE FILEOUT-IMPWRK-RECORD FROM IMPWRK-LIGNE
           END-IF
           .

       2500-RECONCILIER-AUDIT.
                   COMPUTE RPT-R-MONTANT =
                           WS-SOLDE-CLOT - WS-AUD-APRES-CPT
                   WRITE FILEOUT-RELEVES-RECORD FROM RPT-RECON
                   PERFORM 3900-ECRIRE-IMPRESSION
                   DISPLAY "GKSTMT02 : ECART AUDIT " ZACPT-COMPTE
               END-IF
           END-IF
           .

       2600-CIBLER-MESSAGES.
      ******************************************************************EDEFAY
      *  Mark the messages in force that target this account - every
      *  filled target column must match, a blank one matches any.
      *  The bank's internal accounts receive no message.
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

       2610-COMPTER-RETENUS.
      ******************************************************************EDEFAY
      *  The statement is held : every message targeting the account
      *  counts it as held, not delivered.
           PERFORM VARYING ZCIB-IX FROM 1 BY 1
                   UNTIL ZCIB-IX > ZCIB-NB
               IF ZCIB-CIBLE-OUI (ZCIB-IX) THEN
                   ADD 1 TO ZCIB-NBRETENU (ZCIB-IX)
               END-IF
           END-PERFORM
           .

       2700-CUMULER-CATEGORIE.
      ******************************************************************EDEFAY
      *  Add the signed movement just printed to its category's line
      *  of the account's summary - credits and debits kept apart,
      *  both positive.
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
      ******************************************************************EDEFAY
      *  Report the cycle totals and set the release RC.
           DISPLAY "GKSTMT02 : " WS-NB-COMPTES " COMPTE(S), "
                   WS-NB-ECARTS " ECART(S) AUDIT, " WS-NB-RETENUS
                   " RELEVE(S) RETENU(S) NPAI"
           DISPLAY "GKSTMT02 : " WS-NB-DOCS-IMP
                   " DOCUMENT(S) POUR L'IMPRIMEUR"
           PERFORM 1960-ENREGISTRER-REMISES
           IF ZCSO-DEBORD > 0 THEN
               DISPLAY "GKSTMT02 : !! RESUME PAR CATEGORIE PLEIN - "
                       ZCSO-DEBORD " MOUVEMENT(S) NON RESUME(S)"
           END-IF
           IF ZCIB-DEBORD > 0 THEN
               MOVE '05' TO RC
               DISPLAY "GKSTMT02 : !! TABLE MESSAGES PLEINE - "
                       ZCIB-DEBORD " MESSAGE(S) NON IMPRIME(S)"
           END-IF
           IF WS-NB-AUD-DEBORD > 0 THEN
               DISPLAY "GKSTMT02 : !! PRECHARGEMENT AUDIT PLEIN - "
                       WS-NB-AUD-DEBORD " IMAGE(S) NON RETENUE(S),"
           END-IF
           .

       1960-ENREGISTRER-REMISES.
      ******************************************************************EDEFAY
      *  One TBMSC row per message for this cycle and channel - the
      *  accounts targeted, reached and held. A rerun of the period
      *  rewrites the row (UPD when it exists, INS otherwise).
           PERFORM VARYING ZCIB-IX FROM 1 BY 1
                   UNTIL ZCIB-IX > ZCIB-NB
               DISPLAY "GKSTMT02 : MESSAGE " ZCIB-MSGID (ZCIB-IX)
                       " CIBLE " ZCIB-NBCIBLE (ZCIB-IX)
                       " REMIS " ZCIB-NBREMIS (ZCIB-IX)
                       " RETENU " ZCIB-NBRETENU (ZCIB-IX)
               INITIALIZE ZAMSC-DONNEES
               MOVE ZCIB-MSGID (ZCIB-IX) TO ZAMSC-MSGID
               MOVE WS-PERIODE TO ZAMSC-CYCLE
               MOVE 'GKSTMT02' TO ZAMSC-CANAL
               MOVE "SEL" TO ZAMSC-FONCTION
               CALL "MAMSC" USING ZAMSC-ZCMA, AUTH-QUERY
               IF ZAMSC-CODRET-OK THEN
                   MOVE "UPD" TO ZAMSC-FONCTION
               ELSE
                   MOVE "INS" TO ZAMSC-FONCTION
               END-IF
               MOVE ZCIB-NBCIBLE (ZCIB-IX)  TO ZAMSC-NBCIBLE
               MOVE ZCIB-NBREMIS (ZCIB-IX)  TO ZAMSC-NBREMIS
               MOVE ZCIB-NBRETENU (ZCIB-IX) TO ZAMSC-NBRETENU
               MOVE WS-JOUR-ISO TO ZAMSC-DTMAJ
               CALL "MAMSC" USING ZAMSC-ZCMA, AUTH-QUERY
               IF NOT ZAMSC-CODRET-OK THEN
                   DISPLAY "GKSTMT02 : COMPTAGE TBMSC KO "
                           ZCIB-MSGID (ZCIB-IX) ", CODRET="
                           ZAMSC-CODRET
               END-IF
           END-PERFORM
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-RELEVES-FDNAME
           CLOSE FILEOUT-IMPWRK-FDNAME
           .
