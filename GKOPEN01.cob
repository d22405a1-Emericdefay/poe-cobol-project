      *                         review date (new ZACLI-DTREVUE) is
      *                         overdue, until GKKYC01 records the
      *                         refreshed review.
      * 15/10/26  EDEFAY        OPENIN lines (now 130 bytes) carry the
      *                         account class (OP-CLASSE, blank =
      *                         customer 'C') and, for an internal
      *                         class, its owner department
      *                         (OP-SERVICE, then mandatory), both
      *                         validated and stamped onto the new
      *                         ZACPT-CLASSE/ZACPT-SERVICE.
      * 15/10/26  EDEFAY        A branch whose TBRNG range GKFUS01
      *                         closed (ZARNG-CLOS) opens no account
      *                         and raises no range-running-low
      *                         warning.
      * 15/10/26  EDEFAY        New 1660-EVALUER-DOSSIER : every
      *                         opening has GKDOS01 assess and stamp
      *                         the customer's KYC file completeness
      *                         (ZACLI-DOSSIER) - an account opened
      *                         on an incomplete file takes credits
      *                         but no debit until the documents are
      *                         in (GKMDOC01).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  OPENIN-FDNAME RECORDING MODE F
           RECORD CONTAINS 130 CHARACTERS.
       01  OPENIN-RECORD.
           05  OP-COMPTE       PIC X(11).
           05  OP-NOM          PIC X(20).
           05  OP-AGENCE       PIC X(03).
           05  OP-SEUILALR     PIC X(15).
           05  OP-PRODUIT      PIC X(04).
           05  OP-CLASSE       PIC X(01).
           05  OP-SERVICE      PIC X(08).
           05  FILLER          PIC X(08).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/ZFMAJCPT.cpy".
      *  KYC file completeness, see 1660-EVALUER-DOSSIER
       COPY "./Copybooks/ZDDOS01.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Input file
           END-IF
           IF NOT LIGNE-KO THEN
               PERFORM 1650-HISTORISER-OUVERTURE
               PERFORM 1660-EVALUER-DOSSIER
               IF OP-MNT-DEPOT NOT = SPACES THEN
                   PERFORM 1700-POSTER-DEPOT-INITIAL
               END-IF
                       " : AUCUNE PLAGE DE NUMEROS"
               EXIT PARAGRAPH
           END-IF
           IF ZARNG-CLOS THEN
               SET LIGNE-KO TO TRUE
               DISPLAY "GKOPEN01 : AGENCE " OP-AGENCE
                       " : AGENCE FERMEE (FUSIONNEE)"
               EXIT PARAGRAPH
           END-IF
           IF NOT ZARNG-ACTIF
              OR ZARNG-NUMPROCH > ZARNG-NUMFIN THEN
               SET LIGNE-KO TO TRUE
           PERFORM UNTIL ZARNG-CODRET-EOF
               COMPUTE WS-RESTANT-RNG =
                       ZARNG-NUMFIN - ZARNG-NUMPROCH + 1
      *        A closed (merged) branch's range is not reordered
               IF ZARNG-CLOS THEN
                   CONTINUE
               ELSE
                   IF ZARNG-EPUISE
                      OR WS-RESTANT-RNG < 1 THEN
                       DISPLAY "GKOPEN01 : ATTENTION - PLAGE EPUISEE "
                               "POUR L AGENCE " ZARNG-AGENCE
                   ELSE
                       IF WS-RESTANT-RNG < WS-SEUIL-RESTANT THEN
                           DISPLAY "GKOPEN01 : ATTENTION - PLUS QUE "
                                   WS-RESTANT-RNG " NUMERO(S) POUR L "
                                   "AGENCE " ZARNG-AGENCE
                       END-IF
                   END-IF
               END-IF
               MOVE "FET" TO ZARNG-FONCTION
       2000-VERIFIER-LIGNE.
      ******************************************************************EDEFAY
      *  Per-line validations : account-number syntax, currency on
      *  TBDEV, customer on TBCLI when named, account class known
      *  (an internal one naming its owner department), and no
      *  existing TBCPT row under this number.
           MOVE OP-COMPTE TO WS-CPT-DIGITS (1:11)
           PERFORM 2700-VERIFIER-COMPTE
           IF NOT COMPTE-FORMAT-OK THEN
                           " : PRODUIT INCONNU " OP-PRODUIT
               END-IF
           END-IF
           IF NOT LIGNE-KO THEN
               MOVE OP-CLASSE TO ZACPT-CLASSE
               IF NOT ZACPT-CLIENTELE
                  AND NOT ZACPT-INTERNE THEN
                   SET LIGNE-KO TO TRUE
                   DISPLAY "GKOPEN01 : " OP-COMPTE
                           " : CLASSE DE COMPTE INVALIDE " OP-CLASSE
               END-IF
               IF ZACPT-INTERNE
                  AND OP-SERVICE = SPACES THEN
                   SET LIGNE-KO TO TRUE
                   DISPLAY "GKOPEN01 : " OP-COMPTE
                           " : SERVICE RESPONSABLE OBLIGATOIRE"
               END-IF
           END-IF
           IF NOT LIGNE-KO THEN
               MOVE OP-COMPTE TO ZACPT-COMPTE
               MOVE "SEL" TO ZACPT-FONCTION
           MOVE OP-TIER    TO ZACPT-TIER
           MOVE OP-CLIENT  TO ZACPT-CLIENT
           MOVE OP-AGENCE  TO ZACPT-AGENCE
           IF OP-CLASSE = SPACE THEN
               MOVE 'C'    TO ZACPT-CLASSE
           ELSE
               MOVE OP-CLASSE TO ZACPT-CLASSE
           END-IF
           IF ZACPT-INTERNE THEN
               MOVE OP-SERVICE TO ZACPT-SERVICE
           END-IF
           IF OP-SEUILALR = SPACES THEN
               MOVE ZERO TO ZACPT-SEUILALR
           ELSE
           END-IF
           .

       1660-EVALUER-DOSSIER.
      ******************************************************************EDEFAY
      *  Have GKDOS01 assess the customer's KYC documents and stamp
      *  ZACLI-DOSSIER, so the new account is gated from its first
      *  posting. An incomplete file does not stop the opening - it
      *  is reported, and MFMAJCPT refuses the debits until then.
           IF OP-CLIENT = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE OP-CLIENT   TO ZD-CLIENT
           INITIALIZE ZD-PARAM
           MOVE WS-JOUR-ISO TO ZD-DTREF
           SET ZD-MAJ-OUI TO TRUE
           CALL "GKDOS01" USING ZD-CLIENT, ZD-PARAM, ZD-RETOUR
           IF ZD-CODRET-OK
              AND ZD-DOSSIER-INCOMPLET THEN
               DISPLAY "GKOPEN01 : " OP-COMPTE " : DOSSIER KYC "
                       OP-CLIENT " INCOMPLET - DEBITS REFUSES"
           END-IF
           .

       1700-POSTER-DEPOT-INITIAL.
      ******************************************************************EDEFAY
      *  Post the optional initial deposit through MFMAJCPT like any
