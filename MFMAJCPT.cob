      *                         contradicting the hold's own intent.
      *                         Ordinary authorization holds still
      *                         block through their expiry day.
      * 15/10/26  EDEFAY        CONVERTIR-MONTANT now prices each side
      *                         of the trade : ZADEV-VENTE when the
      *                         posting pays the operation currency out
      *                         (EFF-IS-SUB, the bank sells it),
      *                         ZADEV-ACHAT when it brings it in - the
      *                         buy rate was applied both ways. The
      *                         spread against the mid rate is kept
      *                         and ENREGISTRER-POSITION stamps the
      *                         account, applied/mid rates and margin
      *                         onto the TBPOS row for GKGL001's FX
      *                         income lines.
      * 15/10/26  EDEFAY        Per-run reference-data cache : the
      *                         TBOPE, TBDEV, TBPRD, TBFEE, TBCLI,
      *                         TBPRM and TBCAL single-row SELECTs now
      *                         go through LIRE-xxx, served from
      *                         memory after the first read of a key
      *                         (not-found answers included). The
      *                         cache is emptied whenever the TBCHJ
      *                         change journal's latest row moves -
      *                         every GKM* maintenance batch writes
      *                         one - checked every WS-CACHE-FREQ
      *                         calls (TBPRM 'MFMAJCPT'/'CACHEFRQ',
      *                         default 100). ZF-IS-BILAN-CACHE calls
      *                         display the hit/miss counts.
      * 15/10/26  EDEFAY        VERIF-BLOCAGE also refuses the debit
      *                         side of a written-off account
      *                         (ZACPT-STATUT 'W', set by GKCHO01)
      *                         with the new CODRET-COMPTE-PASSE-
      *                         PERTE (30) - only GKCHO01's own
      *                         recovery sweep may debit it. No
      *                         POSTER-FRAIS fee on such an account.
      * 15/10/26  EDEFAY        New POSTER-FRAIS-IMPAYE : a debit
      *                         refused for funds (CODRET-DECOUVERT or
      *                         CODRET-SOLDE-MIN) arriving on a
      *                         chargeable channel (TBPRM 'MFMAJCPT'/
      *                         'CANIMPAY', default BRA ATM ONL EXT)
      *                         raises the TBFEE 'IMP' unpaid-item fee,
      *                         'U' + the refused reference, linked to
      *                         it through REFOPE-LIE - at most
      *                         'MFMAJCPT'/'MAXIMPJR' (default 3) per
      *                         account and day, and never twice for
      *                         one refused reference, so a TBRTY
      *                         re-drive refused again charges
      *                         nothing. The refusal's ZF-RETOUR is
      *                         handed back untouched.
      * 15/10/26  EDEFAY        MAJ-HISTORIQUE and MAJ-HISTORIQUE-
      *                         FRAIS stamp the posting channel
      *                         (ZF-ORIGINE) onto the new
      *                         ZAHIS-ORIGINE column.
      * 15/10/26  EDEFAY        New VERIF-PREAVIS, after VERIF-SOLDE-
      *                         MIN : a debit on a notice-period
      *                         savings product (new ZAPRD-PREAVIS)
      *                         must be covered by the account's
      *                         matured TBPAV withdrawal notices,
      *                         still inside their drawing window -
      *                         else it is refused with the new
      *                         CODRET-PREAVIS (31) or, when the
      *                         product's ZAPRD-MODPREAV says 'P',
      *                         posted with ZAPRD-TXPREAV penalty
      *                         interest on the uncovered amount over
      *                         the notice period (new POSTER-
      *                         PENALITE-PREAVIS, TBPRM 'MFMAJCPT'/
      *                         'COPEPREA', default PRA). The notices
      *                         drawn on are consumed by the new
      *                         CONSOMMER-PREAVIS once it posts.
      * 15/10/26  EDEFAY        VERIF-BLOCAGE also refuses the debit
      *                         side of every account of a customer
      *                         whose KYC file is incomplete (new
      *                         ZACLI-DOSSIER 'I', stamped by GKDOS01)
      *                         with the new CODRET-DOSSIER-INCOMPLET
      *                         (32). Credits keep landing.
      * 15/10/26  EDEFAY        New VERIF-LIBERATION, before
      *                         VERIF-MANDAT : a channel debit above
      *                         the release threshold of its CODOPE
      *                         and channel (TBPRM 'MFMAJCPT'/'RL' +
      *                         CODOPE + ORIGINE, else 'RL' + CODOPE
      *                         + '***') does not post - it parks in
      *                         the new TBLIB release queue (MALIB
      *                         INS, correlation id and counterparty
      *                         kept) and comes back with the new
      *                         CODRET-ATTENTE-LIBERATION (33) until
      *                         GKLIB01 reposts it with the new
      *                         ZF-LIBERE flag once two treasury
      *                         operators have released it. A failed
      *                         park rejects CODRET-ATTENTE-ECHEC.
      * 15/10/26  EDEFAY        POSTER-FRAIS charges nothing on an
      *                         account whose product is billed by
      *                         account analysis (new ZAPRD-ANALYSE
      *                         'Y') - GKANA01 prices its services
      *                         once a month from TBTAR instead.
      * 15/10/26  EDEFAY        MAJ-HISTORIQUE stamps a collection's
      *                         creditor id (new ZF-CREANCIER) onto
      *                         the new ZAHIS-CREANCIER ; both history
      *                         writers leave the new category columns
      *                         blank for GKCAT01's nightly tagging.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "./Copybooks/CTBVLT.cpy".
       COPY "./Copybooks/CTBFAC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBCHJ.cpy".
       COPY "./Copybooks/CTBPAV.cpy".
       COPY "./Copybooks/CTBLIB.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Overdraft check working fields - the limit actually applied
      *  Both-to-sign mandate seen on the account, see VERIF-MANDAT
       01 WS-MANDAT-CONJOINT   PIC X(01) VALUE 'N'.
           88 MANDAT-CONJOINT  VALUE 'Y'.
      *  Release threshold found for the debit's CODOPE/channel, see
      *  VERIF-LIBERATION
       01 WS-SEUIL-LIB         PIC S9(13)V9(2) COMP-3.
       01 WS-SEUIL-LIB-TROUVE  PIC X(01).
           88 SEUIL-LIB-TROUVE VALUE 'Y'.
       01 WS-NOMPRM-LIB        PIC X(08).
      *  Optimistic-lock retry bound/counter, see MAJ-SOLDE
       01 WS-MAX-RETRIES       PIC 9(01) VALUE 3.
       01 WS-NB-RETRIES        PIC 9(01).
      *  ZF-REFOPE so the pair reads together on a statement
       01 WS-REF-FRAIS         PIC X(10).
       01 WS-LIBOPE-FRAIS      PIC X(20).
      *  Unpaid-item fee, see POSTER-FRAIS-IMPAYE : the TBFEE schedule
      *  code, the chargeable channels and the per-account daily
      *  maximum (TBPRM 'MFMAJCPT'/'CANIMPAY' and 'MAXIMPJR', read
      *  once per load), and the refusal handed back to the caller
       01 WS-COPE-IMPAYE       PIC X(03) VALUE 'IMP'.
       01 WS-CANAUX-IMPAYE     PIC X(18) VALUE 'BRAATMONLEXT'.
       01 WS-CANAUX-IMPAYE-R REDEFINES WS-CANAUX-IMPAYE.
           05 WS-CANAL-IMPAYE  PIC X(03) OCCURS 6 TIMES
                               INDEXED BY WS-CANAL-IX.
       01 WS-MAX-IMPAYE-JOUR   PIC 9(03) VALUE 3.
       01 WS-IMPAYE-PRM-LU     PIC X(01) VALUE 'N'.
           88 IMPAYE-PRM-LU    VALUE 'Y'.
       01 WS-CANAL-FACTURABLE  PIC X(01).
           88 CANAL-FACTURABLE VALUE 'Y'.
       01 WS-RETOUR-REFUS      PIC X(42).
      *  Notice-period savings, see VERIF-PREAVIS : the debit still to
      *  cover in account currency, the matured TBPAV notices drawn
      *  on (consumed by CONSOMMER-PREAVIS once the debit posts) and
      *  the penalty interest on what no notice covers, posted by
      *  POSTER-PENALITE-PREAVIS under TBPRM 'MFMAJCPT'/'COPEPREA'
      *  (read once per load)
       01 WS-PAV-A-COUVRIR     PIC S9(13)V9(2) COMP-3.
       01 WS-PAV-DISPO         PIC S9(13)V9(2) COMP-3.
       01 WS-PAV-PENALITE      PIC S9(13)V9(2) COMP-3 VALUE 0.
       01 WS-PAV-NB            PIC 9(02) VALUE 0.
       01 WS-PAV-TABLE.
           05 WS-PAV-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-PAV-IX.
               10 WS-PAV-REFPAV   PIC X(10).
               10 WS-PAV-PRIS     PIC S9(13)V9(2) COMP-3.
       01 WS-COPE-PREAVIS      PIC X(03) VALUE 'PRA'.
       01 WS-PREAVIS-PRM-LU    PIC X(01) VALUE 'N'.
           88 PREAVIS-PRM-LU   VALUE 'Y'.
      *  The only operator allowed to debit a written-off account,
      *  see VERIF-BLOCAGE - GKCHO01's recovery sweep
       01 WS-OPERATEUR-RECUP   PIC X(08) VALUE 'GKCHO01 '.
      *  Active holds summed by CUMULER-BLOCAGES for the available-
      *  balance overdraft check
       01 WS-TOTAL-BLOCAGES    PIC S9(13)V9(2) COMP-3.
      *  Currency-conversion working fields, see 2900-ARRONDIR-NBDEC
       01 WS-MONTANT-CONVERTI  PIC S9(13)V9(2) COMP-3.
       01 WS-PUISSANCE-NBDEC   PIC 9(5) COMP-3.
      *  The rate CONVERTIR-MONTANT applied, the mid rate between
      *  ZADEV-ACHAT and ZADEV-VENTE, the amount the mid rate would
      *  have converted to and the spread the difference earns -
      *  stamped onto the TBPOS row by ENREGISTRER-POSITION
       01 WS-TAUX-APPLIQUE     PIC S9(6)V9(4) COMP-3.
       01 WS-TAUX-MILIEU       PIC S9(6)V9(4) COMP-3.
       01 WS-MONTANT-MILIEU    PIC S9(13)V9(2) COMP-3.
       01 WS-MARGE-CHANGE      PIC S9(13)V9(2) COMP-3.
      *  VERIF-PLAFOND-JOUR working fields
       01 WS-JOUR-YYYYMMDD     PIC 9(08).
       01 WS-JOUR-ISO          PIC X(10).
       01 WS-MOTIF-VALEUR      PIC X(20) VALUE 'FONDS EN DATE VALEUR'.
       01 WS-DEV-A-CONV        PIC X(03).
       01 WS-SOLDE-A-CONV      PIC S9(13)V9(2) COMP-3.
      *  Reference-data cache, see LIRE-OPE ... LIRE-CAL : each entry
      *  keeps the whole ZCMA image an accessor SEL returned for one
      *  key of one table (WS-CACHE-NUM, the WS-CST-NOM rank), found
      *  or not found alike - a SQL error is never cached. The
      *  module stays loaded between calls, so the cache lives for
      *  the whole run ; a full cache simply stops growing.
       01 WS-CACHE-NB          PIC 9(04) VALUE 0.
       01 WS-CACHE-MAX         PIC 9(04) VALUE 2000.
       01 WS-CACHE.
           05 WS-CACHE-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-CACHE-IX.
               10 WS-CACHE-TABLE  PIC 9(01).
               10 WS-CACHE-CLE    PIC X(24).
               10 WS-CACHE-IMAGE  PIC X(300).
       01 WS-CACHE-NUM         PIC 9(01).
       01 WS-CACHE-CLE-CHERCHE PIC X(24).
       01 WS-CACHE-IMAGE-NEW   PIC X(300).
       01 WS-CACHE-SQLCODE     PIC S9(3).
       01 WS-CACHE-TROUVE      PIC X(01).
           88 CACHE-TROUVE     VALUE 'Y'.
      *  Hit/miss counters per cached table, see AFFICHER-BILAN-CACHE
       01 WS-CST-NOMS          PIC X(21) VALUE 'OPEDEVPRDFEECLIPRMCAL'.
       01 WS-CST-NOMS-R REDEFINES WS-CST-NOMS.
           05 WS-CST-NOM       PIC X(03) OCCURS 7 TIMES.
       01 WS-CACHE-STATS.
           05 WS-CST-ENTRY OCCURS 7 TIMES
               INDEXED BY WS-CST-IX.
               10 WS-CST-HIT      PIC 9(09) VALUE 0.
               10 WS-CST-MISS     PIC 9(09) VALUE 0.
       01 WS-CACHE-PURGES      PIC 9(05) VALUE 0.
      *  Cache freshness : the TBCHJ change journal's latest row as
      *  last seen, re-read every WS-CACHE-FREQ calls (TBPRM
      *  'MFMAJCPT'/'CACHEFRQ', default 100, read once per load) -
      *  a different row means a maintenance batch (GKMDEV01 rate
      *  refresh, GKMOPE01, GKMCAL01...) changed reference data
      *  since, and the cache is emptied. The call counter starts
      *  high so the very first call takes the stamp.
       01 WS-CACHE-FREQ        PIC 9(05) VALUE 100.
       01 WS-CACHE-APPELS      PIC 9(05) VALUE 99999.
       01 WS-CACHE-FREQ-LUE    PIC X(01) VALUE 'N'.
           88 CACHE-FREQ-LUE   VALUE 'Y'.
       01 WS-CACHE-ESTAMPE     PIC X(43) VALUE SPACES.
       01 WS-CACHE-ESTAMPE-LUE PIC X(43).
      *  Effective posting direction - same as ZAOPE-SENS's own
      *  ZAOPE-IS-DEBIT/ZAOPE-IS-CREDIT class, except flipped when this
      *  call is a reversal (ZF-REVERSAL)
      ******************************************************************EDEFAY
      *  This routine should follow the logic of the program purpose.
           INITIALIZE ZF-RETOUR
      *    End-of-run call : report the cache, post nothing
           IF ZF-IS-BILAN-CACHE THEN
               PERFORM AFFICHER-BILAN-CACHE
               GOBACK
           END-IF
           PERFORM VERIFIER-CACHE
      *    Verify CODOPE
           PERFORM VERIF-CODOPE
      *    Verify CODDEV
               PERFORM DETERMINER-SENS
               PERFORM VERIF-BLOCAGE
           END-IF
      *    A high-value channel debit waits for treasury release
      *    before anything else gates it
           IF CODRET-OK
               PERFORM VERIF-LIBERATION
           END-IF
           IF CODRET-OK
               PERFORM VERIF-MANDAT
           END-IF
           IF CODRET-OK
               PERFORM VERIF-SOLDE-MIN
           END-IF
      *    Verify a notice-period savings withdrawal against the
      *    account's matured notices
           IF CODRET-OK
               PERFORM VERIF-PREAVIS
           END-IF
      *    Verify the customer's aggregate exposure across all their
      *    accounts
           IF CODRET-OK
           ELSE
               DISPLAY "MFMAJCPT : REJECTED " ZF-COMPTE " " ZF-CODOPE
                       " CODRET=" ZF-CODRET " " ZF-LIBRET
      *        A debit refused for funds may carry the unpaid-item
      *        fee - the refusal itself goes back to the caller as is
               IF ( CODRET-DECOUVERT OR CODRET-SOLDE-MIN )
                  AND NOT ZF-IS-SIMULATION
                  AND NOT ZF-REVERSAL THEN
                   MOVE ZF-RETOUR TO WS-RETOUR-REFUS
                   PERFORM POSTER-FRAIS-IMPAYE
                   MOVE WS-RETOUR-REFUS TO ZF-RETOUR
               END-IF
           END-IF
           GOBACK
           .
      ******************************************************************EDEFAY
      *  Verify if CODOPE exist
           MOVE ZF-CODOPE TO ZAOPE-COPE
           PERFORM LIRE-OPE
           MOVE ZAOPE-RETOUR TO ZF-RETOUR
           IF NOT CODRET-OK THEN
               SET CODRET-CODOPE-INCONNU TO TRUE
      *    operations inside the open period, which must convert at
      *    their date's rate, not today's
           MOVE ZF-DATOPE TO ZADEV-DTEFF
           PERFORM LIRE-DEV
           MOVE ZADEV-RETOUR TO ZF-RETOUR
           IF NOT CODRET-OK THEN
               SET CODRET-CODDEV-INCONNU TO TRUE
               SET CODRET-COMPTE-BLOQUE TO TRUE
               MOVE "COMPTE BLOQUE - DEBIT REFUSE" TO ZF-LIBRET
           END-IF
      *    A written-off account refuses its debit side the same way :
      *    the debt sits on the loss account, anything credited since
      *    is a recovery. The one debit it takes is GKCHO01's sweep
      *    of those repayments to the recovery account.
           IF ZACPT-PASSE-PERTE
              AND EFF-IS-SUB
              AND ZF-OPERATEUR NOT = WS-OPERATEUR-RECUP THEN
               SET CODRET-COMPTE-PASSE-PERTE TO TRUE
               MOVE "COMPTE PASSE EN PERTE" TO ZF-LIBRET
           END-IF
      *    A customer whose KYC file lacks a mandatory document (or
      *    holds an expired one) keeps receiving credits, but none of
      *    the accounts can be debited until the file is complete.
           IF CODRET-OK
              AND EFF-IS-SUB
              AND ZACPT-CLIENT NOT = SPACES THEN
               MOVE ZACPT-CLIENT TO ZACLI-CLIENT
               PERFORM LIRE-CLI
               IF ZACLI-CODRET-OK
                  AND ZACLI-DOSSIER-INCOMPLET THEN
                   SET CODRET-DOSSIER-INCOMPLET TO TRUE
                   MOVE "DOSSIER KYC INCOMPLET" TO ZF-LIBRET
               END-IF
           END-IF
           .

       VERIF-LIBERATION.
      ******************************************************************EDEFAY
      *  A debit arriving on a channel (ZF-ORIGINE) above the release
      *  threshold of its CODOPE and channel must be released by
      *  treasury first. Without ZF-LIBERE (set only by GKLIB01
      *  reposting a released TBLIB row) it is parked in TBLIB with
      *  its correlation id and counterparty, and refused with
      *  CODRET-ATTENTE-LIBERATION so the caller knows it is queued,
      *  not lost - the VERIF-MANDAT discipline. Credits, reversals,
      *  internal callers (no channel) and system-routed legs
      *  (ZF-APPROUVE) pass untouched, as does a CODOPE with no
      *  threshold. The threshold compares with ZF-MNTOPE as
      *  presented, in the operation currency.
           IF NOT EFF-IS-SUB
              OR ZF-REVERSAL
              OR ZF-IS-APPROUVE
              OR ZF-IS-LIBERE
              OR ZF-ORIGINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-SEUIL-LIB-TROUVE
           MOVE SPACES TO WS-NOMPRM-LIB
           STRING 'RL' ZF-CODOPE ZF-ORIGINE
                  DELIMITED BY SIZE INTO WS-NOMPRM-LIB
           PERFORM LIRE-SEUIL-LIBERATION
           IF NOT SEUIL-LIB-TROUVE THEN
               MOVE SPACES TO WS-NOMPRM-LIB
               STRING 'RL' ZF-CODOPE '***'
                      DELIMITED BY SIZE INTO WS-NOMPRM-LIB
               PERFORM LIRE-SEUIL-LIBERATION
           END-IF
           IF NOT SEUIL-LIB-TROUVE
              OR ZF-MNTOPE NOT > WS-SEUIL-LIB THEN
               EXIT PARAGRAPH
           END-IF
           IF ZF-IS-SIMULATION THEN
      *        A dry run reports the queueing outcome but must not
      *        write a real TBLIB row a later release could post
               SET CODRET-ATTENTE-LIBERATION TO TRUE
               MOVE "ATTENTE LIBERATION TRESORERIE" TO ZF-LIBRET
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ZALIB-DONNEES
           MOVE ZF-REFOPE     TO ZALIB-REFOPE
           MOVE ZF-COMPTE     TO ZALIB-COMPTE
           MOVE ZF-CODOPE     TO ZALIB-CODOPE
           MOVE ZF-CODDEV     TO ZALIB-CODDEV
           MOVE ZF-DATOPE     TO ZALIB-DATOPE
           MOVE ZF-MNTOPE     TO ZALIB-MNTOPE
           MOVE ZF-ORIGINE    TO ZALIB-ORIGINE
           MOVE ZF-OPERATEUR  TO ZALIB-OPERATEUR
           MOVE ZF-CORRELID   TO ZALIB-CORRELID
           MOVE ZF-CTP-NOM    TO ZALIB-CTPNOM
           MOVE ZF-CTP-COMPTE TO ZALIB-CTPCPT
           MOVE ZF-CTP-LIBELLE TO ZALIB-CTPLIB
           MOVE WS-SEUIL-LIB  TO ZALIB-SEUIL
           SET ZALIB-EN-ATTENTE TO TRUE
           MOVE "INS" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
      *    "Queued" is only true when the row actually landed - a
      *    failed park must reject, or the debit silently disappears
           IF ZALIB-CODRET-OK THEN
               SET CODRET-ATTENTE-LIBERATION TO TRUE
               MOVE "ATTENTE LIBERATION TRESORERIE" TO ZF-LIBRET
           ELSE
               SET CODRET-ATTENTE-ECHEC TO TRUE
               MOVE "MISE EN ATTENTE LIBERATION KO" TO ZF-LIBRET
           END-IF
           .

       LIRE-SEUIL-LIBERATION.
      ******************************************************************EDEFAY
      *  TBPRM 'MFMAJCPT'/WS-NOMPRM-LIB through the reference cache -
      *  a numeric value is the release threshold.
           MOVE 'MFMAJCPT'    TO ZAPRM-PGM
           MOVE WS-NOMPRM-LIB TO ZAPRM-NOMPRM
           PERFORM LIRE-PRM
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               MOVE FUNCTION NUMVAL(ZAPRM-VALPRM) TO WS-SEUIL-LIB
               SET SEUIL-LIB-TROUVE TO TRUE
           END-IF
           .

       VERIF-MANDAT.
      *  For a debit (EFF-IS-SUB), reject the operation with a distinct
      *  CODRET if it would push the account past its ZACPT-LIMDEC
      *  overdraft limit, instead of silently posting it. Only converts
      *  ZF-MNTOPE (CONVERTIR-MONTANT) when the operation's currency
      *  differs from the account's own ZACPT-DEVISE.
           IF EFF-IS-SUB THEN
               IF ZF-CODDEV = ZACPT-DEVISE THEN
                   COMPUTE WS-NOUVEAU-SOLDE = ZACPT-SOLDE - ZF-MNTOPE
               END-IF
               IF ZACPT-PRODUIT NOT = SPACES THEN
                   MOVE ZACPT-PRODUIT TO ZAPRD-PRODUIT
                   PERFORM LIRE-PRD
                   IF ZAPRD-CODRET-OK
                      AND ZAPRD-DEC-INTERDIT THEN
                       MOVE ZERO TO WS-LIMDEC-EFF
           END-IF
           .

       VERIF-PREAVIS.
      ******************************************************************EDEFAY
      *  For a debit on a notice-period savings account (its TBPRD
      *  product carries a non-zero ZAPRD-PREAVIS), the withdrawal must
      *  be covered by the account's active TBPAV notices that have
      *  matured by ZF-DATOPE and whose drawing window is still open,
      *  earliest maturity first (the CPAV cursor's order). What each
      *  covers is noted for CONSOMMER-PREAVIS. An uncovered remainder
      *  is refused with CODRET-PREAVIS - or, on a ZAPRD-PREAV-PENALITE
      *  product, lets the debit through and owes ZAPRD-TXPREAV yearly
      *  interest on that remainder over the notice period. Reversals
      *  are never gated. Reuses the WS-NOUVEAU-SOLDE VERIF-DECOUVERT
      *  computed, so the amount is already in account currency.
           MOVE 0 TO WS-PAV-NB
           MOVE ZERO TO WS-PAV-PENALITE
           IF NOT EFF-IS-SUB
              OR ZF-REVERSAL
              OR ZACPT-PRODUIT = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-PRODUIT TO ZAPRD-PRODUIT
           PERFORM LIRE-PRD
           IF NOT ZAPRD-CODRET-OK
              OR ZAPRD-PREAVIS = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PAV-A-COUVRIR = ZACPT-SOLDE - WS-NOUVEAU-SOLDE
           MOVE ZF-COMPTE TO ZAPAV-COMPTE
           MOVE "OPN" TO ZAPAV-FONCTION
           CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAPAV-FONCTION
           CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAPAV-CODRET-OK
                      OR WS-PAV-A-COUVRIR NOT > ZERO
               IF ZAPAV-DTECHEANCE NOT > ZF-DATOPE
                  AND ZAPAV-DTLIMITE NOT < ZF-DATOPE
                  AND WS-PAV-NB < 20 THEN
                   COMPUTE WS-PAV-DISPO = ZAPAV-MNTPAV - ZAPAV-MNTUTIL
                   IF WS-PAV-DISPO > WS-PAV-A-COUVRIR THEN
                       MOVE WS-PAV-A-COUVRIR TO WS-PAV-DISPO
                   END-IF
                   IF WS-PAV-DISPO > ZERO THEN
                       ADD 1 TO WS-PAV-NB
                       SET WS-PAV-IX TO WS-PAV-NB
                       MOVE ZAPAV-REFPAV TO WS-PAV-REFPAV (WS-PAV-IX)
                       MOVE WS-PAV-DISPO TO WS-PAV-PRIS (WS-PAV-IX)
                       SUBTRACT WS-PAV-DISPO FROM WS-PAV-A-COUVRIR
                   END-IF
               END-IF
               MOVE "FET" TO ZAPAV-FONCTION
               CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAPAV-FONCTION
           CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
           IF WS-PAV-A-COUVRIR > ZERO THEN
               IF ZAPRD-PREAV-PENALITE THEN
                   COMPUTE WS-PAV-PENALITE ROUNDED =
                           WS-PAV-A-COUVRIR * ZAPRD-TXPREAV
                           * ZAPRD-PREAVIS / 365
               ELSE
                   SET CODRET-PREAVIS TO TRUE
                   MOVE "PREAVIS DE RETRAIT NON ECHU" TO ZF-LIBRET
               END-IF
           END-IF
           .

       VERIF-LIMITE-CLIENT.
      ******************************************************************EDEFAY
      *  For a debit on an account tied to a TBCLI customer carrying
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-CLIENT TO ZACLI-CLIENT
           PERFORM LIRE-CLI
           IF NOT ZACLI-CODRET-OK
              OR ZACLI-LIMGLOB = ZERO THEN
               EXIT PARAGRAPH
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE ZF-CODDEV TO ZADEV-CDEV
           MOVE ZF-DATOPE TO ZADEV-DTEFF
           PERFORM LIRE-DEV
           IF WS-CUMUL-CLIENT < ( 0 - ZACLI-LIMGLOB ) THEN
               SET CODRET-LIMITE-CLIENT TO TRUE
               MOVE "LIMITE GLOBALE CLIENT DEPASSEE" TO ZF-LIBRET
           SET DEVREF-LUE TO TRUE
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'DEVREF  ' TO ZAPRM-NOMPRM
           PERFORM LIRE-PRM
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-DEVREF
           END-IF
           MOVE WS-DEV-A-CONV TO ZADEV-CDEV
           MOVE ZF-DATOPE     TO ZADEV-DTEFF
           PERFORM LIRE-DEV
           IF ZADEV-CODRET-OK THEN
               COMPUTE WS-CUMUL-CLIENT ROUNDED = WS-CUMUL-CLIENT
                     + ( ZADEV-ACHAT * WS-SOLDE-A-CONV )
       CONVERTIR-MONTANT.
      ******************************************************************EDEFAY
      *  Convert ZF-MNTOPE (denominated in ZF-CODDEV) into the account's
      *  own currency, then round the result down to
      *  ZADEV-NBDEC decimal places instead of assuming every currency
      *  uses two decimals - a JPY-rated (NBDEC=0) conversion lands on
      *  whole units rather than being left at TBDEV's own fixed
      *  two-decimal ACHAT/VENTE precision. Leaves the result in
      *  WS-MONTANT-CONVERTI.
      *  The rate follows the way the money moves : a posting that
      *  pays ZF-CODDEV out (EFF-IS-SUB) has the bank selling it, at
      *  ZADEV-VENTE ; one that brings it in has the bank buying it,
      *  at ZADEV-ACHAT. A currency with no sell rate keyed (VENTE
      *  zero) falls back to ACHAT. The same conversion at the mid
      *  rate gives the spread the bank earns, WS-MARGE-CHANGE.
           MOVE ZADEV-ACHAT TO WS-TAUX-APPLIQUE
           IF EFF-IS-SUB
              AND ZADEV-VENTE NOT = ZERO THEN
               MOVE ZADEV-VENTE TO WS-TAUX-APPLIQUE
           END-IF
           IF ZADEV-VENTE = ZERO THEN
               MOVE ZADEV-ACHAT TO WS-TAUX-MILIEU
           ELSE
               COMPUTE WS-TAUX-MILIEU =
                       ( ZADEV-ACHAT + ZADEV-VENTE ) / 2
           END-IF
           COMPUTE WS-PUISSANCE-NBDEC = 10 ** ZADEV-NBDEC
           COMPUTE WS-MONTANT-CONVERTI =
               FUNCTION INTEGER-PART(
                   ( WS-TAUX-APPLIQUE * ZF-MNTOPE )
                   * WS-PUISSANCE-NBDEC )
               / WS-PUISSANCE-NBDEC
           COMPUTE WS-MONTANT-MILIEU =
               FUNCTION INTEGER-PART(
                   ( WS-TAUX-MILIEU * ZF-MNTOPE )
                   * WS-PUISSANCE-NBDEC )
               / WS-PUISSANCE-NBDEC
           COMPUTE WS-MARGE-CHANGE =
                   FUNCTION ABS( WS-MONTANT-CONVERTI
                               - WS-MONTANT-MILIEU )
           .

       TRAITEMENT.
      ******************************************************************EDEFAY
      *  Check what kind of operation is it, then update account & hist.
      *  Only converts ZF-MNTOPE (CONVERTIR-MONTANT) when the
      *  operation's currency differs from the account's own
      *  ZACPT-DEVISE. Posts to
      *  the EFF-IS-SUB/EFF-IS-ADD side determined by DETERMINER-SENS,
      *  not the raw IS-SUB-OPE/IS-ADD-OPE class, so a reversal posts
      *  with the sign flipped.
               END-IF
               IF CODRET-OK
                  AND NOT ZF-REVERSAL
                  AND NOT ZACPT-PASSE-PERTE
                   PERFORM POSTER-FRAIS
               END-IF
      *        A notice-period withdrawal draws its notices down, and
      *        pays the penalty on whatever they did not cover
               IF CODRET-OK
                  AND WS-PAV-NB > 0
                   PERFORM CONSOMMER-PREAVIS
               END-IF
               IF CODRET-OK
                  AND WS-PAV-PENALITE > ZERO
                   PERFORM POSTER-PENALITE-PREAVIS
               END-IF
      *        MAJ-SOLDE/MAJ-HISTORIQUE's blind MOVE X-RETOUR TO
      *        ZF-RETOUR only fills ZF-RETOUR's first 35 bytes (its
      *        accessors' own RETOUR groups are CODRET+SQLCODE DISPLAY+
      *  pays the operation currency out (bank sells ZF-CODDEV, buys
      *  back the account currency it debits). WS-DELTA-APPLIED holds
      *  the converted account-currency side, signed ; ZF-MNTOPE the
      *  operation-currency side. The row also carries the account,
      *  the operation currency and CONVERTIR-MONTANT's pricing -
      *  applied rate, mid rate and the spread margin, in the
      *  account's currency. A failed INS is logged and the
      *  posting stands - the ledger is advisory, not transactional.
           INITIALIZE ZAPOS-DONNEES
           MOVE ZF-REFOPE TO ZAPOS-REFOPE
           MOVE ZF-DATOPE TO ZAPOS-DTPOS
           MOVE ZF-COMPTE TO ZAPOS-COMPTE
           MOVE ZF-CODDEV TO ZAPOS-DEVOPE
           MOVE WS-TAUX-APPLIQUE TO ZAPOS-TAUXAPP
           MOVE WS-TAUX-MILIEU   TO ZAPOS-TAUXMID
           MOVE ZACPT-DEVISE     TO ZAPOS-DEVMRG
           MOVE WS-MARGE-CHANGE  TO ZAPOS-MNTMRG
           IF EFF-IS-ADD THEN
               MOVE ZF-CODDEV     TO ZAPOS-DEVACH
               MOVE ZF-MNTOPE     TO ZAPOS-MNTACH
      *  into overdraft - a fee is never the posting that gets
      *  refused. A fee failure is logged and compensated but never
      *  un-posts the operation itself : ZF-RETOUR stays '00'.
      *  An account on an analysis-billed product pays no fee here -
      *  its month of services is priced by GKANA01.
           MOVE ZACPT-PRODUIT TO ZAPRD-PRODUIT
           PERFORM LIRE-PRD
           IF ZAPRD-CODRET-OK
              AND ZAPRD-EN-ANALYSE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZF-CODOPE   TO ZAFEE-COPE
           MOVE ZACPT-TIER  TO ZAFEE-TIER
           PERFORM LIRE-FEE
           IF ZAFEE-CODRET-OK
              AND ZAFEE-MNTFRAIS > ZERO THEN
      *        The fee code must itself exist on TBOPE - its label is
      *        carried onto the fee's history row
               MOVE ZAFEE-COPEFRAIS TO ZAOPE-COPE
               PERFORM LIRE-OPE
               IF NOT ZAOPE-CODRET-OK THEN
                   DISPLAY "MFMAJCPT : FRAIS NON POSTE, COPEFRAIS "
                           ZAFEE-COPEFRAIS " INCONNU (" ZF-COMPTE ")"
           END-IF
           .

       POSTER-FRAIS-IMPAYE.
      ******************************************************************EDEFAY
      *  The debit just refused for funds : when it came in on a
      *  chargeable channel and the account's tier has a TBFEE 'IMP'
      *  row, charge the unpaid-item fee under ZAFEE-COPEFRAIS, 'U' +
      *  the refused reference, linked to it through REFOPE-LIE and
      *  posted even into overdraft like every fee. Not charged when
      *  that fee row already exists (the same item back through the
      *  TBRTY re-drive, or a rerun), nor past the daily maximum the
      *  fee code's TBCUM count for the day already reached. Internal
      *  callers (ZF-ORIGINE spaces) are never charged.
           PERFORM CHARGER-PRM-IMPAYE
           MOVE 'N' TO WS-CANAL-FACTURABLE
           IF ZF-ORIGINE NOT = SPACES THEN
               PERFORM VARYING WS-CANAL-IX FROM 1 BY 1
                       UNTIL WS-CANAL-IX > 6
                   IF WS-CANAL-IMPAYE (WS-CANAL-IX) = ZF-ORIGINE THEN
                       SET CANAL-FACTURABLE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT CANAL-FACTURABLE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COPE-IMPAYE TO ZAFEE-COPE
           MOVE ZACPT-TIER     TO ZAFEE-TIER
           PERFORM LIRE-FEE
           IF NOT ZAFEE-CODRET-OK
              OR ZAFEE-MNTFRAIS NOT > ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REF-FRAIS
           STRING 'U' ZF-REFOPE(1:9)
               DELIMITED BY SIZE INTO WS-REF-FRAIS
           MOVE ZF-COMPTE    TO ZAHIS-COMPTE
           MOVE WS-REF-FRAIS TO ZAHIS-REFOPE
           MOVE "SEL" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           IF ZAHIS-CODRET-OK THEN
               DISPLAY "MFMAJCPT : FRAIS IMPAYE " WS-REF-FRAIS
                       " DEJA PERCU (" ZF-COMPTE ")"
               EXIT PARAGRAPH
           END-IF
           IF WS-MAX-IMPAYE-JOUR > 0 THEN
               MOVE ZF-COMPTE       TO ZACUM-COMPTE
               MOVE ZAFEE-COPEFRAIS TO ZACUM-CODOPE
               MOVE ZF-DATOPE       TO ZACUM-DTCUM
               MOVE "SEL" TO ZACUM-FONCTION
               CALL "MACUM" USING ZACUM-ZCMA, AUTH-QUERY
               IF ZACUM-CODRET-OK
                  AND ZACUM-NBOPS NOT < WS-MAX-IMPAYE-JOUR THEN
                   DISPLAY "MFMAJCPT : FRAIS IMPAYE NON PERCU, MAXIMUM "
                           "JOURNALIER ATTEINT (" ZF-COMPTE ")"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZAFEE-COPEFRAIS TO ZAOPE-COPE
           PERFORM LIRE-OPE
           IF NOT ZAOPE-CODRET-OK THEN
               DISPLAY "MFMAJCPT : FRAIS IMPAYE NON POSTE, COPEFRAIS "
                       ZAFEE-COPEFRAIS " INCONNU (" ZF-COMPTE ")"
               EXIT PARAGRAPH
           END-IF
           MOVE ZAOPE-LOPE TO WS-LIBOPE-FRAIS
           PERFORM MAJ-SOLDE-FRAIS
           IF ZACPT-CODRET-OK THEN
               PERFORM MAJ-HISTORIQUE-FRAIS
               IF NOT ZAHIS-CODRET-OK THEN
                   PERFORM COMPENSER-FRAIS
               ELSE
                   MOVE ZAFEE-MNTFRAIS TO WS-MNT-CUMUL
                   MOVE ZAFEE-COPEFRAIS TO WS-COPE-CUMUL
                   PERFORM MAJ-CUMUL-JOUR
                   DISPLAY "MFMAJCPT : FRAIS IMPAYE " WS-REF-FRAIS
                           " PERCU (" ZF-COMPTE ")"
               END-IF
           END-IF
           .

       CHARGER-PRM-IMPAYE.
      ******************************************************************EDEFAY
      *  The unpaid-item fee's chargeable channels (TBPRM 'MFMAJCPT'/
      *  'CANIMPAY', up to six 3-byte channel codes side by side) and
      *  per-account daily maximum ('MFMAJCPT'/'MAXIMPJR', 0 = no
      *  maximum), read once per load like CHARGER-DEVREF.
           IF IMPAYE-PRM-LU THEN
               EXIT PARAGRAPH
           END-IF
           SET IMPAYE-PRM-LU TO TRUE
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'CANIMPAY' TO ZAPRM-NOMPRM
           PERFORM LIRE-PRM
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:18) TO WS-CANAUX-IMPAYE
           END-IF
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'MAXIMPJR' TO ZAPRM-NOMPRM
           PERFORM LIRE-PRM
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-MAX-IMPAYE-JOUR =
                       FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           .

       CONSOMMER-PREAVIS.
      ******************************************************************EDEFAY
      *  The withdrawal posted : draw each notice VERIF-PREAVIS picked
      *  down by what it covered, flipping it to fully drawn once
      *  nothing is left on it. A register failure is logged, never
      *  un-posts the debit.
           PERFORM VARYING WS-PAV-IX FROM 1 BY 1
                   UNTIL WS-PAV-IX > WS-PAV-NB
               MOVE ZF-COMPTE TO ZAPAV-COMPTE
               MOVE WS-PAV-REFPAV (WS-PAV-IX) TO ZAPAV-REFPAV
               MOVE "SEL" TO ZAPAV-FONCTION
               CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
               IF ZAPAV-CODRET-OK THEN
                   ADD WS-PAV-PRIS (WS-PAV-IX) TO ZAPAV-MNTUTIL
                   IF ZAPAV-MNTUTIL NOT < ZAPAV-MNTPAV THEN
                       SET ZAPAV-UTILISE TO TRUE
                   END-IF
                   MOVE "UPD" TO ZAPAV-FONCTION
                   CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
               END-IF
               IF NOT ZAPAV-CODRET-OK THEN
                   DISPLAY "MFMAJCPT : PREAVIS "
                           WS-PAV-REFPAV (WS-PAV-IX)
                           " NON CONSOMME, CODRET=" ZAPAV-CODRET
                           " (" ZF-COMPTE ")"
               END-IF
           END-PERFORM
           .

       POSTER-PENALITE-PREAVIS.
      ******************************************************************EDEFAY
      *  The penalty interest VERIF-PREAVIS owed on a withdrawal no
      *  notice covered : posted like a fee, 'N' + the withdrawal's
      *  reference, linked to it through REFOPE-LIE, even into
      *  overdraft. The fee paragraphs work off the ZAFEE row, so the
      *  penalty code and amount stand in for it there. A failure is
      *  logged and compensated, never un-posts the withdrawal.
           PERFORM CHARGER-PRM-PREAVIS
           MOVE WS-COPE-PREAVIS TO ZAOPE-COPE
           PERFORM LIRE-OPE
           IF NOT ZAOPE-CODRET-OK THEN
               DISPLAY "MFMAJCPT : PENALITE PREAVIS NON POSTEE, CODOPE "
                       WS-COPE-PREAVIS " INCONNU (" ZF-COMPTE ")"
               EXIT PARAGRAPH
           END-IF
           MOVE ZAOPE-LOPE TO WS-LIBOPE-FRAIS
           MOVE SPACES TO WS-REF-FRAIS
           STRING 'N' ZF-REFOPE(1:9)
               DELIMITED BY SIZE INTO WS-REF-FRAIS
           MOVE WS-COPE-PREAVIS TO ZAFEE-COPEFRAIS
           MOVE WS-PAV-PENALITE TO ZAFEE-MNTFRAIS
           PERFORM MAJ-SOLDE-FRAIS
           IF ZACPT-CODRET-OK THEN
               PERFORM MAJ-HISTORIQUE-FRAIS
               IF NOT ZAHIS-CODRET-OK THEN
                   PERFORM COMPENSER-FRAIS
               ELSE
                   MOVE ZAFEE-MNTFRAIS TO WS-MNT-CUMUL
                   MOVE ZAFEE-COPEFRAIS TO WS-COPE-CUMUL
                   PERFORM MAJ-CUMUL-JOUR
                   DISPLAY "MFMAJCPT : PENALITE PREAVIS " WS-REF-FRAIS
                           " PERCUE (" ZF-COMPTE ")"
               END-IF
           END-IF
           .

       CHARGER-PRM-PREAVIS.
      ******************************************************************EDEFAY
      *  The penalty's operation code (TBPRM 'MFMAJCPT'/'COPEPREA'),
      *  read once per load like CHARGER-PRM-IMPAYE.
           IF PREAVIS-PRM-LU THEN
               EXIT PARAGRAPH
           END-IF
           SET PREAVIS-PRM-LU TO TRUE
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'COPEPREA' TO ZAPRM-NOMPRM
           PERFORM LIRE-PRM
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-COPE-PREAVIS
           END-IF
           .

       MAJ-SOLDE-FRAIS.
      ******************************************************************EDEFAY
      *  Debit the fee from the account, tagged with the charged
           MOVE SPACES           TO ZAHIS-CTPNOM
           MOVE SPACES           TO ZAHIS-CTPCPT
           MOVE SPACES           TO ZAHIS-CTPLIB
      *    The fee was raised by the charged operation's channel
           MOVE ZF-ORIGINE       TO ZAHIS-ORIGINE
      *    Nor a creditor, and it waits for GKCAT01's tagging like any
      *    other row
           MOVE SPACES           TO ZAHIS-CREANCIER
           MOVE SPACES           TO ZAHIS-CATEG
           MOVE SPACES           TO ZAHIS-CATMAN
      *    ZAOPE now holds the fee code's own TBOPE row (looked up by
      *    POSTER-FRAIS), so the fee's value date takes the fee
      *    code's own offset
           MOVE ZF-CTP-NOM     TO ZAHIS-CTPNOM
           MOVE ZF-CTP-COMPTE  TO ZAHIS-CTPCPT
           MOVE ZF-CTP-LIBELLE TO ZAHIS-CTPLIB
           MOVE ZF-ORIGINE     TO ZAHIS-ORIGINE
           MOVE ZF-CREANCIER   TO ZAHIS-CREANCIER
      *    Untagged until GKCAT01's nightly pass
           MOVE SPACES         TO ZAHIS-CATEG
           MOVE SPACES         TO ZAHIS-CATMAN
           PERFORM 2950-CALCULER-DATE-VALEUR
           MOVE WS-DATE-VALEUR TO ZAHIS-DTVAL
           IF EFF-IS-SUB THEN
      *  a hit on the currency's financial-center calendar (SE2).
           MOVE 'N' TO WS-JOUR-FERME
           MOVE WS-DATE-VALEUR TO ZACAL-DTCAL
           MOVE SPACES TO ZACAL-DEVISE
           MOVE "SEL" TO ZACAL-FONCTION
           PERFORM LIRE-CAL
           IF ZACAL-CODRET-OK THEN
               SET JOUR-FERME TO TRUE
           ELSE
               MOVE WS-DATE-VALEUR TO ZACAL-DTCAL
               MOVE ZF-CODDEV      TO ZACAL-DEVISE
               MOVE "SE2" TO ZACAL-FONCTION
               PERFORM LIRE-CAL
               IF ZACAL-CODRET-OK THEN
                   SET JOUR-FERME TO TRUE
               END-IF
                  '-' WS-DTVAL-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-VALEUR
           .

       VERIFIER-CACHE.
      ******************************************************************EDEFAY
      *  Every WS-CACHE-FREQ calls, compare the TBCHJ change journal's
      *  latest row (MACHJ SEL) with the one the cache was filled
      *  under ; when it moved, a GKM* maintenance batch has changed
      *  reference data mid-run (a GKMDEV01 rate refresh...) and the
      *  cache is emptied, so the next lookups go back to the tables.
      *  CHARGER-DEVREF's once-per-load reference currency and
      *  CHARGER-PRM-IMPAYE's unpaid-item settings are re-read the
      *  same way.
           IF NOT CACHE-FREQ-LUE THEN
               SET CACHE-FREQ-LUE TO TRUE
               MOVE 'MFMAJCPT' TO ZAPRM-PGM
               MOVE 'CACHEFRQ' TO ZAPRM-NOMPRM
               MOVE "SEL" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF ZAPRM-CODRET-OK
                  AND ZAPRM-VALPRM NOT = SPACES
                  AND FUNCTION NUMVAL(ZAPRM-VALPRM) > 0 THEN
                   MOVE FUNCTION NUMVAL(ZAPRM-VALPRM) TO WS-CACHE-FREQ
               END-IF
           END-IF
           ADD 1 TO WS-CACHE-APPELS
           IF WS-CACHE-APPELS < WS-CACHE-FREQ THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CACHE-APPELS
           MOVE "SEL" TO ZACHJ-FONCTION
           CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           IF ZACHJ-CODRET-OK THEN
               STRING ZACHJ-DTCHJ ZACHJ-HRCHJ ZACHJ-DOMAINE ZACHJ-CLE
                      DELIMITED BY SIZE INTO WS-CACHE-ESTAMPE-LUE
           ELSE
               MOVE SPACES TO WS-CACHE-ESTAMPE-LUE
           END-IF
           IF WS-CACHE-ESTAMPE-LUE NOT = WS-CACHE-ESTAMPE THEN
               IF WS-CACHE-NB > 0 THEN
                   ADD 1 TO WS-CACHE-PURGES
                   DISPLAY "MFMAJCPT : DONNEES DE REFERENCE MODIFIEES ("
                           ZACHJ-DOMAINE " " ZACHJ-DTCHJ " "
                           ZACHJ-HRCHJ ") - CACHE VIDE"
               END-IF
               MOVE ZERO TO WS-CACHE-NB
               MOVE 'N' TO WS-DEVREF-LUE
               MOVE 'EUR' TO WS-DEVREF
               MOVE 'N' TO WS-IMPAYE-PRM-LU
               MOVE 'BRAATMONLEXT' TO WS-CANAUX-IMPAYE
               MOVE 3 TO WS-MAX-IMPAYE-JOUR
               MOVE WS-CACHE-ESTAMPE-LUE TO WS-CACHE-ESTAMPE
           END-IF
           .

       CACHE-CHERCHER.
      ******************************************************************EDEFAY
      *  Look WS-CACHE-NUM/WS-CACHE-CLE-CHERCHE up in the cache ; on a
      *  hit WS-CACHE-IX points at the entry. Counts the hit or miss
      *  against the table.
           MOVE 'N' TO WS-CACHE-TROUVE
           SET WS-CST-IX TO WS-CACHE-NUM
           PERFORM VARYING WS-CACHE-IX FROM 1 BY 1
                   UNTIL WS-CACHE-IX > WS-CACHE-NB
               IF WS-CACHE-TABLE (WS-CACHE-IX) = WS-CACHE-NUM
                  AND WS-CACHE-CLE (WS-CACHE-IX) = WS-CACHE-CLE-CHERCHE
               THEN
                   SET CACHE-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CACHE-TROUVE THEN
               ADD 1 TO WS-CST-HIT (WS-CST-IX)
           ELSE
               ADD 1 TO WS-CST-MISS (WS-CST-IX)
           END-IF
           .

       CACHE-STOCKER.
      ******************************************************************EDEFAY
      *  Keep the accessor's answer (WS-CACHE-IMAGE-NEW) for the key
      *  just missed - found (SQLCODE 0) or not found (+100) alike, a
      *  SQL error is left uncached so the next call retries it. A
      *  full cache simply stops growing.
           IF ( WS-CACHE-SQLCODE = 0 OR WS-CACHE-SQLCODE = 100 )
              AND WS-CACHE-NB < WS-CACHE-MAX THEN
               ADD 1 TO WS-CACHE-NB
               SET WS-CACHE-IX TO WS-CACHE-NB
               MOVE WS-CACHE-NUM         TO WS-CACHE-TABLE (WS-CACHE-IX)
               MOVE WS-CACHE-CLE-CHERCHE TO WS-CACHE-CLE (WS-CACHE-IX)
               MOVE WS-CACHE-IMAGE-NEW   TO WS-CACHE-IMAGE (WS-CACHE-IX)
           END-IF
           .

       LIRE-OPE.
      ******************************************************************EDEFAY
      *  MAOPE SEL of ZAOPE-COPE, through the reference cache.
           MOVE 1 TO WS-CACHE-NUM
           MOVE ZAOPE-COPE TO WS-CACHE-CLE-CHERCHE
           PERFORM CACHE-CHERCHER
           IF CACHE-TROUVE THEN
               MOVE WS-CACHE-IMAGE (WS-CACHE-IX) TO ZAOPE-ZCMA
           ELSE
               MOVE "SEL" TO ZAOPE-FONCTION
               CALL "MAOPE" USING ZAOPE-ZCMA, AUTH-QUERY
               MOVE ZAOPE-SQLCODE TO WS-CACHE-SQLCODE
               MOVE ZAOPE-ZCMA    TO WS-CACHE-IMAGE-NEW
               PERFORM CACHE-STOCKER
           END-IF
           .

       LIRE-DEV.
      ******************************************************************EDEFAY
      *  MADEV SEL of ZADEV-CDEV at ZADEV-DTEFF, through the reference
      *  cache - keyed on the date asked for, each posting date gets
      *  the rate row in force on it.
           MOVE 2 TO WS-CACHE-NUM
           MOVE SPACES TO WS-CACHE-CLE-CHERCHE
           STRING ZADEV-CDEV ZADEV-DTEFF
                  DELIMITED BY SIZE INTO WS-CACHE-CLE-CHERCHE
           PERFORM CACHE-CHERCHER
           IF CACHE-TROUVE THEN
               MOVE WS-CACHE-IMAGE (WS-CACHE-IX) TO ZADEV-ZCMA
           ELSE
               MOVE "SEL" TO ZADEV-FONCTION
               CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
               MOVE ZADEV-SQLCODE TO WS-CACHE-SQLCODE
               MOVE ZADEV-ZCMA    TO WS-CACHE-IMAGE-NEW
               PERFORM CACHE-STOCKER
           END-IF
           .

       LIRE-PRD.
      ******************************************************************EDEFAY
      *  MAPRD SEL of ZAPRD-PRODUIT, through the reference cache.
           MOVE 3 TO WS-CACHE-NUM
           MOVE ZAPRD-PRODUIT TO WS-CACHE-CLE-CHERCHE
           PERFORM CACHE-CHERCHER
           IF CACHE-TROUVE THEN
               MOVE WS-CACHE-IMAGE (WS-CACHE-IX) TO ZAPRD-ZCMA
           ELSE
               MOVE "SEL" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
               MOVE ZAPRD-SQLCODE TO WS-CACHE-SQLCODE
               MOVE ZAPRD-ZCMA    TO WS-CACHE-IMAGE-NEW
               PERFORM CACHE-STOCKER
           END-IF
           .

       LIRE-FEE.
      ******************************************************************EDEFAY
      *  MAFEE SEL of ZAFEE-COPE/ZAFEE-TIER, through the reference
      *  cache - most operations have no fee row, and that answer is
      *  cached too.
           MOVE 4 TO WS-CACHE-NUM
           MOVE SPACES TO WS-CACHE-CLE-CHERCHE
           STRING ZAFEE-COPE ZAFEE-TIER
                  DELIMITED BY SIZE INTO WS-CACHE-CLE-CHERCHE
           PERFORM CACHE-CHERCHER
           IF CACHE-TROUVE THEN
               MOVE WS-CACHE-IMAGE (WS-CACHE-IX) TO ZAFEE-ZCMA
           ELSE
               MOVE "SEL" TO ZAFEE-FONCTION
               CALL "MAFEE" USING ZAFEE-ZCMA, AUTH-QUERY
               MOVE ZAFEE-SQLCODE TO WS-CACHE-SQLCODE
               MOVE ZAFEE-ZCMA    TO WS-CACHE-IMAGE-NEW
               PERFORM CACHE-STOCKER
           END-IF
           .

       LIRE-CLI.
      ******************************************************************EDEFAY
      *  MACLI SEL of ZACLI-CLIENT, through the reference cache.
           MOVE 5 TO WS-CACHE-NUM
           MOVE ZACLI-CLIENT TO WS-CACHE-CLE-CHERCHE
           PERFORM CACHE-CHERCHER
           IF CACHE-TROUVE THEN
               MOVE WS-CACHE-IMAGE (WS-CACHE-IX) TO ZACLI-ZCMA
           ELSE
               MOVE "SEL" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               MOVE ZACLI-SQLCODE TO WS-CACHE-SQLCODE
               MOVE ZACLI-ZCMA    TO WS-CACHE-IMAGE-NEW
               PERFORM CACHE-STOCKER
           END-IF
           .

       LIRE-PRM.
      ******************************************************************EDEFAY
      *  MAPRM SEL of ZAPRM-PGM/ZAPRM-NOMPRM, through the reference
      *  cache.
           MOVE 6 TO WS-CACHE-NUM
           MOVE SPACES TO WS-CACHE-CLE-CHERCHE
           STRING ZAPRM-PGM ZAPRM-NOMPRM
                  DELIMITED BY SIZE INTO WS-CACHE-CLE-CHERCHE
           PERFORM CACHE-CHERCHER
           IF CACHE-TROUVE THEN
               MOVE WS-CACHE-IMAGE (WS-CACHE-IX) TO ZAPRM-ZCMA
           ELSE
               MOVE "SEL" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               MOVE ZAPRM-SQLCODE TO WS-CACHE-SQLCODE
               MOVE ZAPRM-ZCMA    TO WS-CACHE-IMAGE-NEW
               PERFORM CACHE-STOCKER
           END-IF
           .

       LIRE-CAL.
      ******************************************************************EDEFAY
      *  MACAL SEL (house calendar, ZACAL-DEVISE spaces) or SE2 (the
      *  ZACAL-DEVISE currency's own calendar) of ZACAL-DTCAL, as
      *  ZACAL-FONCTION asks, through the reference cache - an open
      *  day's not-found answer is the common one.
           MOVE 7 TO WS-CACHE-NUM
           MOVE SPACES TO WS-CACHE-CLE-CHERCHE
           STRING ZACAL-FONCTION ZACAL-DTCAL ZACAL-DEVISE
                  DELIMITED BY SIZE INTO WS-CACHE-CLE-CHERCHE
           PERFORM CACHE-CHERCHER
           IF CACHE-TROUVE THEN
               MOVE WS-CACHE-IMAGE (WS-CACHE-IX) TO ZACAL-ZCMA
           ELSE
               CALL "MACAL" USING ZACAL-ZCMA, AUTH-QUERY
               MOVE ZACAL-SQLCODE TO WS-CACHE-SQLCODE
               MOVE ZACAL-ZCMA    TO WS-CACHE-IMAGE-NEW
               PERFORM CACHE-STOCKER
           END-IF
           .

       AFFICHER-BILAN-CACHE.
      ******************************************************************EDEFAY
      *  End-of-run report of the reference-data cache : hits and
      *  misses per table, entries held and how many times a TBCHJ
      *  change emptied it.
           DISPLAY "==== MFMAJCPT : CACHE DONNEES DE REFERENCE ===="
           PERFORM VARYING WS-CST-IX FROM 1 BY 1
                   UNTIL WS-CST-IX > 7
               DISPLAY "TB" WS-CST-NOM (WS-CST-IX)
                       " LUS EN CACHE=" WS-CST-HIT (WS-CST-IX)
                       " LUS EN TABLE=" WS-CST-MISS (WS-CST-IX)
           END-PERFORM
           DISPLAY "ENTREES=" WS-CACHE-NB " PURGES=" WS-CACHE-PURGES
           DISPLAY "================================================"
           .
