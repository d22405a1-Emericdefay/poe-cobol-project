      *PROCESS TEST
      ******************************************************************
      * Program name   : GKPSW01
      * Original author: DEFAY E.
      *
      * Description    : Product switch for existing accounts - moves
      *                  an account from its TBPRD product to another
      *                  without closing it, so its number, standing
      *                  orders, mandates and aliases carry over.
      *                  Under maker/checker, the GKMOPE01 way : each
      *                  PARAMPSW line (account, target product,
      *                  effective date, maker) is checked for
      *                  eligibility against the target product and
      *                  queued pending in TBPND (domain 'PSW') ; a
      *                  DIFFERENT entitled operator approves it
      *                  through PARAMAPPR. An approved switch whose
      *                  effective date is reached applies at once,
      *                  one dated later stays pending with its
      *                  checker recorded and every run applies it
      *                  when the date comes (1700). Eligibility is
      *                  checked again at application time :
      *                    - the target product exists and differs ;
      *                    - no deceased, written-off or internal
      *                      account ;
      *                    - a no-overdraft target (ZAPRD-DECOUVERT
      *                      'N') requires a non-negative balance and
      *                      no TBFAC facility in force on the
      *                      effective date.
      *                  Applying sets ZACPT-PRODUIT (MACPT UPD),
      *                  journals old/new product with both identities
      *                  to TBCHJ, and pro-rates the switch month's
      *                  maintenance fee : GKFEE01 charges the new
      *                  product's 'MEN' fee at month end, so the days
      *                  before the effective date are settled here at
      *                  the difference between the two schedules - a
      *                  charge under the old schedule's CODOPE when
      *                  the old product cost more, a refund under
      *                  GKPLF01's COPEREMB code when it cost less.
      * Rules handling :
      *             RC = 00 : Every line queued/approved/applied
      *             RC = 05 : One or more lines or approvals rejected,
      *                       or a fee adjustment failed (see SYSOUT)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMPSW - OPTIONAL, one switch request per
      *                   line (see 1500-TRAITER-LIGNE).
      *                   PARAMAPPR - OPTIONAL, approval decisions
      *                   (reference, checker, APP/REJ).
      *    TBHAB        : domain 'PSW' for makers and checkers.
      *    TBPRM        : GKPLF01 /COPEREMB - fee refund code.
      *
      * Return          : (RETURN-CODE)
      *
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Create first version
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GKPSW01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMPSW-FDNAME
           ASSIGN TO DYNAMIC PARAMPSW-NAME
           FILE STATUS IS WS-FS-PARAMPSW
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMAPPR-FDNAME
           ASSIGN TO DYNAMIC PARAMAPPR-NAME
           FILE STATUS IS WS-FS-PARAMAPPR
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMPSW-FDNAME RECORDING MODE F.
       01  PARAMPSW-RECORD.
           05  PS-COMPTE       PIC X(11).
           05  PS-PRODUIT      PIC X(04).
           05  PS-DTEFF        PIC X(10).
           05  PS-OPERATEUR    PIC X(08).
           05  FILLER          PIC X(47).
       FD  PARAMAPPR-FDNAME RECORDING MODE F.
       01  PARAMAPPR-RECORD.
           05  PA-REFPND       PIC X(18).
           05  PA-CHECKER      PIC X(08).
           05  PA-ACTION       PIC X(03).
           05  FILLER          PIC X(51).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRD.cpy".
       COPY "./Copybooks/CTBFAC.cpy".
       COPY "./Copybooks/CTBFEE.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBHAB.cpy".
       COPY "./Copybooks/CTBPND.cpy".
       COPY "./Copybooks/ZFMAJCPT.cpy".
      *  Maker/checker working fields : this program's TBHAB domain,
      *  the pending-reference builder and the approval-file state
       01  WS-DOMAINE       PIC X(03) VALUE 'PSW'.
       01  WS-RUN-DATE      PIC 9(08).
       01  WS-JOUR-ISO      PIC X(10).
       01  WS-PND-SEQ       PIC 9(03) VALUE 0.
       01  WS-REFPND        PIC X(18).
       01  WS-HRDEM         PIC 9(08).
       01  PARAMAPPR-NAME   PIC X(30) VALUE 'PARAMAPPR'.
       01  WS-FS-PARAMAPPR  PIC X(02).
           88 FS-PARAMAPPR-OK VALUE '00'.
       01  WS-EOF-PARAMAPPR PIC X(01) VALUE 'N'.
           88 EOF-PARAMAPPR VALUE 'Y'.
      *  Change-journal working fields, see
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
      *  Outcome of 1550-APPLIQUER-LIGNE : applied, technical failure
      *  (the row stays pending) or ineligible on the effective date
      *  (the row is closed rejected)
       01  WS-APPLIQUE      PIC X(01).
           88 APPLIQUE-OK   VALUE 'Y'.
           88 APPLIQUE-KO   VALUE 'N'.
           88 APPLIQUE-INELIGIBLE VALUE 'I'.
      *  Outcome of 2000-VERIFIER-ELIGIBILITE
       01  WS-ELIGIBLE      PIC X(01).
           88 ELIGIBLE      VALUE 'Y'.
       01  WS-MOTIF         PIC X(30).
      *  Work copy of one request line - filled either from PARAMPSW
      *  (submission) or from the stored TBPND line (approval, due
      *  sweep), so 1550-APPLIQUER-LIGNE has one shape to work off
       01  WS-LIGNE-TRAVAIL.
           05  WL-COMPTE       PIC X(11).
           05  WL-PRODUIT      PIC X(04).
           05  WL-DTEFF        PIC X(10).
           05  WL-OPERATEUR    PIC X(08).
           05  FILLER          PIC X(47).
      *  Product in place before the switch
       01  WS-ANC-PRODUIT   PIC X(04).
      *  Switch-month fee pro-rating, see 1600
       01  WS-COPE-MENSUEL  PIC X(03) VALUE 'MEN'.
       01  WS-CODOPE-REMB   PIC X(03) VALUE 'RFF'.
       01  WS-FAMILLE       PIC X(01).
       01  WS-FRAIS-ANCIEN  PIC S9(11)V9(2) COMP-3.
       01  WS-COPE-ANCIEN   PIC X(03).
       01  WS-FRAIS-NOUVEAU PIC S9(11)V9(2) COMP-3.
       01  WS-FRAIS-COURANT PIC S9(11)V9(2) COMP-3.
       01  WS-COPE-COURANT  PIC X(03).
       01  WS-AJUSTEMENT    PIC S9(11)V9(2) COMP-3.
       01  WS-DEBUT-MOIS    PIC 9(08).
       01  WS-DEBUT-MOIS-SUIV PIC 9(08).
       01  WS-JOURS-MOIS    PIC 9(02).
       01  WS-JOURS-ANCIEN  PIC 9(02).
       01  WS-DTEFF-NUM     PIC 9(08).
       01  WS-SEQ-AJU       PIC 9(07) VALUE 0.
      *  Due sweep : the approved-but-dated switches collected from
      *  the CPND cursor, applied once the cursor is closed
       01  WS-DUS-NB        PIC 9(03) VALUE 0.
       01  WS-DUS-TABLE.
           05  WS-DUS-REFPND OCCURS 500 TIMES
                             INDEXED BY WS-DUS-IX PIC X(18).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Input file
       01  PARAMPSW-NAME    PIC X(30) VALUE 'PARAMPSW'.
       01  WS-FS-PARAMPSW   PIC X(02).
           88 FS-PARAMPSW-OK VALUE '00'.
       01  WS-EOF-PARAMPSW  PIC X(01) VALUE 'N'.
           88 EOF-PARAMPSW  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Line counters
       01  WS-NB-LUES       PIC 9(06) VALUE 0.
       01  WS-NB-ATTENTE    PIC 9(06) VALUE 0.
       01  WS-NB-APPROUVES  PIC 9(06) VALUE 0.
       01  WS-NB-DIFFERES   PIC 9(06) VALUE 0.
       01  WS-NB-REJETES-AP PIC 9(06) VALUE 0.
       01  WS-NB-OK         PIC 9(06) VALUE 0.
       01  WS-NB-KO         PIC 9(06) VALUE 0.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xxx : Input/Output section
      *    - 1xxx : Main element
      *    - 2xxx : Verifications
      *    - 8xxx : SQL Handling
      *    - 9xxx : Close files
      *
      *    Input/Output managment
      *    - x1xx : Perform a READ
      *    - x2xx : Perform a WRITE
      *    - x3xx : Perform a FETCH
      *    - x5xx : Perform Comparisons
      *    - x7xx : Perform a UPDATE
      *    - x9xx : Perform a CLOSE
      *
      *    Specials
      *    - xxxx : OTHERS
      *    - Dxxx : Displays
      *    - Cxxx : Calls
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-Main.
           MOVE FUNCTION NUMVAL(RC) TO RETURN-CODE
           GOBACK.

       1000-Main.
      ******************************************************************EDEFAY
      *  This routine should follow the logic of the program purpose.
           PERFORM 1001-DEBUT
           PERFORM 1100-LIRE-PARAMPSW
           PERFORM UNTIL EOF-PARAMPSW
               PERFORM 1500-TRAITER-LIGNE
               PERFORM 1100-LIRE-PARAMPSW
           END-PERFORM
           PERFORM 1800-TRAITER-APPROBATIONS
           PERFORM 1700-APPLIQUER-ECHUS
           PERFORM 1900-BILAN
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Processing date (TBPRC, else clock) - the effective dates
      *  compare against it - the fee refund code, and PARAMPSW. An
      *  absent PARAMPSW is an approval/sweep-only run.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HRDEM FROM TIME
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2)
                  "-" WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-JOUR-ISO
           MOVE 'JOURTRT ' TO ZAPRC-CLE
           MOVE "SEL" TO ZAPRC-FONCTION
           CALL "MAPRC" USING ZAPRC-ZCMA, AUTH-QUERY
           IF ZAPRC-CODRET-OK
              AND ZAPRC-DTPRC NOT = SPACES THEN
               MOVE ZAPRC-DTPRC TO WS-JOUR-ISO
           END-IF
           MOVE 'GKPLF01 ' TO ZAPRM-PGM
           MOVE 'COPEREMB' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:3) NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-CODOPE-REMB
           END-IF
           OPEN INPUT PARAMPSW-FDNAME
           IF NOT FS-PARAMPSW-OK THEN
               SET EOF-PARAMPSW TO TRUE
           END-IF
           .

       1100-LIRE-PARAMPSW.
      ******************************************************************EDEFAY
      *  Read the next PARAMPSW request line.
           IF NOT EOF-PARAMPSW THEN
               READ PARAMPSW-FDNAME
                   AT END SET EOF-PARAMPSW TO TRUE
               END-READ
           END-IF
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  Submit one switch request : the maker (PS-OPERATEUR) must
      *  hold the 'PSW' TBHAB entitlement and the account must be
      *  eligible for the target product on the effective date (a
      *  blank date means the processing date) ; the line then
      *  queues as pending in TBPND for a different operator to
      *  approve.
           ADD 1 TO WS-NB-LUES
           IF PS-DTEFF = SPACES THEN
               MOVE WS-JOUR-ISO TO PS-DTEFF
           END-IF
           IF PS-OPERATEUR = SPACES THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPSW01 : " PS-COMPTE
                       " : LIGNE SANS OPERATEUR - REJETEE"
               EXIT PARAGRAPH
           END-IF
           IF PS-DTEFF(5:1) NOT = '-'
              OR PS-DTEFF(8:1) NOT = '-' THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPSW01 : " PS-COMPTE
                       " : DATE D EFFET INVALIDE " PS-DTEFF
               EXIT PARAGRAPH
           END-IF
           MOVE PS-OPERATEUR TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE   TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPSW01 : " PS-OPERATEUR
                       " NON HABILITE " WS-DOMAINE " ("
                       PS-COMPTE ")"
               EXIT PARAGRAPH
           END-IF
           MOVE PARAMPSW-RECORD TO WS-LIGNE-TRAVAIL
           PERFORM 2000-VERIFIER-ELIGIBILITE
           IF NOT ELIGIBLE THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPSW01 : " PS-COMPTE " -> " PS-PRODUIT
                       " : " WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PND-SEQ
           STRING WS-DOMAINE WS-RUN-DATE(3:6)
                  WS-HRDEM(1:6) WS-PND-SEQ
                  DELIMITED BY SIZE INTO WS-REFPND
           INITIALIZE ZAPND-DONNEES
           MOVE WS-REFPND       TO ZAPND-REFPND
           MOVE WS-DOMAINE      TO ZAPND-DOMAINE
           MOVE PARAMPSW-RECORD TO ZAPND-LIGNE
           MOVE PS-OPERATEUR    TO ZAPND-MAKER
           MOVE WS-JOUR-ISO     TO ZAPND-DTDEM
           SET ZAPND-EN-ATTENTE TO TRUE
           MOVE "INS" TO ZAPND-FONCTION
           CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
           IF ZAPND-CODRET-OK THEN
               ADD 1 TO WS-NB-ATTENTE
               DISPLAY "GKPSW01 : EN ATTENTE D APPROBATION "
                       WS-REFPND " " PS-COMPTE " " ZACPT-PRODUIT
                       " -> " PS-PRODUIT " AU " PS-DTEFF
                       " (MAKER " PS-OPERATEUR ")"
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPSW01 : MISE EN ATTENTE KO, "
                       "CODRET=" ZAPND-CODRET " " ZAPND-LIBRET
           END-IF
           .

       1550-APPLIQUER-LIGNE.
      ******************************************************************EDEFAY
      *  Apply one approved switch held in WS-LIGNE-TRAVAIL, ZAPND
      *  carrying the maker/checker : eligibility again (the balance
      *  or the facilities may have moved since submission), then
      *  the product change, its journal row and the switch-month
      *  fee adjustment.
           SET APPLIQUE-KO TO TRUE
           PERFORM 2000-VERIFIER-ELIGIBILITE
           IF NOT ELIGIBLE THEN
               SET APPLIQUE-INELIGIBLE TO TRUE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPSW01 : " WL-COMPTE " -> " WL-PRODUIT
                       " : " WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-PRODUIT TO WS-ANC-PRODUIT
           PERFORM 1560-FRAIS-DES-PRODUITS
           MOVE WL-PRODUIT TO ZACPT-PRODUIT
           MOVE "UPD" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPSW01 : " WL-COMPTE
                       " : UPD REJETE, CODRET=" ZACPT-CODRET
                       " " ZACPT-LIBRET
               EXIT PARAGRAPH
           END-IF
           SET APPLIQUE-OK TO TRUE
           ADD 1 TO WS-NB-OK
           DISPLAY "GKPSW01 : " WL-COMPTE " PRODUIT '" WS-ANC-PRODUIT
                   "' -> '" WL-PRODUIT "' AU " WL-DTEFF
                   " : APPLIQUE (MAKER " ZAPND-MAKER
                   " CHECKER " ZAPND-CHECKER ")"
           INITIALIZE ZACHJ-DONNEES
           MOVE 'PSW' TO ZACHJ-DOMAINE
           MOVE WL-COMPTE TO ZACHJ-CLE
           STRING WS-ANC-PRODUIT ' ' WL-DTEFF
                  DELIMITED BY SIZE INTO ZACHJ-ANCVAL
           MOVE WL-PRODUIT    TO ZACHJ-NOUVAL
           MOVE ZAPND-MAKER   TO ZACHJ-MAKER
           MOVE ZAPND-CHECKER TO ZACHJ-CHECKER
           PERFORM 8500-JOURNALISER-CHANGEMENT
           PERFORM 1600-AJUSTER-FRAIS
           .

       1560-FRAIS-DES-PRODUITS.
      ******************************************************************EDEFAY
      *  The 'MEN' maintenance fee of the old and of the new product,
      *  each priced under the product's fee family (its FAMFRAIS,
      *  else the account's tier) - GKFEE01's own lookup. ZAPRD is
      *  left holding the target product.
           MOVE WS-ANC-PRODUIT TO ZAPRD-PRODUIT
           PERFORM 1570-FRAIS-MENSUEL
           MOVE WS-FRAIS-COURANT TO WS-FRAIS-ANCIEN
           MOVE WS-COPE-COURANT  TO WS-COPE-ANCIEN
           MOVE WL-PRODUIT TO ZAPRD-PRODUIT
           PERFORM 1570-FRAIS-MENSUEL
           MOVE WS-FRAIS-COURANT TO WS-FRAIS-NOUVEAU
           .

       1570-FRAIS-MENSUEL.
      ******************************************************************EDEFAY
      *  'MEN' fee and its CODOPE for the product in ZAPRD-PRODUIT ;
      *  no schedule row means no fee.
           MOVE ZACPT-TIER TO WS-FAMILLE
           IF ZAPRD-PRODUIT NOT = SPACES THEN
               MOVE "SEL" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
               IF ZAPRD-CODRET-OK
                  AND ZAPRD-FAMFRAIS NOT = SPACES THEN
                   MOVE ZAPRD-FAMFRAIS TO WS-FAMILLE
               END-IF
           END-IF
           MOVE WS-COPE-MENSUEL TO ZAFEE-COPE
           MOVE WS-FAMILLE      TO ZAFEE-TIER
           MOVE "SEL" TO ZAFEE-FONCTION
           CALL "MAFEE" USING ZAFEE-ZCMA, AUTH-QUERY
           IF ZAFEE-CODRET-OK
              AND ZAFEE-MNTFRAIS > ZERO THEN
               MOVE ZAFEE-MNTFRAIS  TO WS-FRAIS-COURANT
               MOVE ZAFEE-COPEFRAIS TO WS-COPE-COURANT
           ELSE
               MOVE ZERO   TO WS-FRAIS-COURANT
               MOVE SPACES TO WS-COPE-COURANT
           END-IF
           .

       1600-AJUSTER-FRAIS.
      ******************************************************************EDEFAY
      *  Pro-rate the switch month : GKFEE01 will charge the new
      *  product's fee for the whole month, so the days before the
      *  effective date are settled now at (old fee - new fee) x
      *  those days / days in the month. Only for a switch effective
      *  in the processing month - an earlier month was already
      *  charged at its own month end under the old product.
           IF WL-DTEFF(1:7) NOT = WS-JOUR-ISO(1:7) THEN
               EXIT PARAGRAPH
           END-IF
           STRING WL-DTEFF(1:4) WL-DTEFF(6:2) WL-DTEFF(9:2)
                  DELIMITED BY SIZE INTO WS-DTEFF-NUM
           COMPUTE WS-DEBUT-MOIS = (WS-DTEFF-NUM / 100) * 100 + 1
           IF WS-DTEFF-NUM(5:2) = '12' THEN
               COMPUTE WS-DEBUT-MOIS-SUIV =
                       (WS-DTEFF-NUM / 10000 + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DEBUT-MOIS-SUIV = WS-DEBUT-MOIS + 100
           END-IF
           COMPUTE WS-JOURS-MOIS =
                   FUNCTION INTEGER-OF-DATE(WS-DEBUT-MOIS-SUIV)
                 - FUNCTION INTEGER-OF-DATE(WS-DEBUT-MOIS)
           COMPUTE WS-JOURS-ANCIEN = WS-DTEFF-NUM - WS-DEBUT-MOIS
           COMPUTE WS-AJUSTEMENT ROUNDED =
                   (WS-FRAIS-ANCIEN - WS-FRAIS-NOUVEAU)
                 * WS-JOURS-ANCIEN / WS-JOURS-MOIS
           IF WS-AJUSTEMENT = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEQ-AJU
           INITIALIZE ZF-MAJCPT
           MOVE WL-COMPTE    TO ZF-COMPTE
           STRING 'PSW' WS-SEQ-AJU DELIMITED BY SIZE INTO ZF-REFOPE
           MOVE ZACPT-DEVISE TO ZF-CODDEV
           MOVE WS-JOUR-ISO  TO ZF-DATOPE
           MOVE 'GKPSW01 '   TO ZF-OPERATEUR
           IF WS-AJUSTEMENT > ZERO THEN
               MOVE WS-COPE-ANCIEN TO ZF-CODOPE
               MOVE WS-AJUSTEMENT  TO ZF-MNTOPE
           ELSE
               MOVE WS-CODOPE-REMB TO ZF-CODOPE
               COMPUTE ZF-MNTOPE = ZERO - WS-AJUSTEMENT
           END-IF
           CALL "MFMAJCPT" USING ZF-MAJCPT, ZF-RETOUR
           IF CODRET-OK THEN
               DISPLAY "GKPSW01 : " WL-COMPTE " PRORATA FRAIS "
                       ZF-CODOPE " " ZF-MNTOPE " (" WS-JOURS-ANCIEN
                       "/" WS-JOURS-MOIS " JOURS) " ZF-REFOPE
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPSW01 : " WL-COMPTE " PRORATA FRAIS KO, "
                       "CODRET=" ZF-CODRET " " ZF-LIBRET
           END-IF
           .

       1700-APPLIQUER-ECHUS.
      ******************************************************************EDEFAY
      *  Due sweep : pending 'PSW' rows already carrying their
      *  checker were approved ahead of their effective date ; those
      *  now due apply. Collected first, applied once the CPND
      *  cursor is closed.
           MOVE WS-DOMAINE TO ZAPND-DOMAINE
           MOVE "OPN" TO ZAPND-FONCTION
           CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAPND-FONCTION
           CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZAPND-CODRET-EOF
               MOVE ZAPND-LIGNE TO WS-LIGNE-TRAVAIL
               IF ZAPND-CHECKER NOT = SPACES
                  AND WL-DTEFF NOT > WS-JOUR-ISO
                  AND WS-DUS-NB < 500 THEN
                   ADD 1 TO WS-DUS-NB
                   MOVE ZAPND-REFPND TO WS-DUS-REFPND (WS-DUS-NB)
               END-IF
               MOVE "FET" TO ZAPND-FONCTION
               CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAPND-FONCTION
           CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
           PERFORM VARYING WS-DUS-IX FROM 1 BY 1
                   UNTIL WS-DUS-IX > WS-DUS-NB
               MOVE WS-DUS-REFPND (WS-DUS-IX) TO ZAPND-REFPND
               MOVE "SEL" TO ZAPND-FONCTION
               CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
               IF ZAPND-CODRET-OK THEN
                   MOVE ZAPND-LIGNE TO WS-LIGNE-TRAVAIL
                   PERFORM 1550-APPLIQUER-LIGNE
                   PERFORM 1860-CLORE-DEMANDE
               END-IF
           END-PERFORM
           .

       1800-TRAITER-APPROBATIONS.
      ******************************************************************EDEFAY
      *  Approval pass : each PARAMAPPR line names a pending switch,
      *  the checker deciding it and the decision. No PARAMAPPR DD
      *  means a submission-only run.
           OPEN INPUT PARAMAPPR-FDNAME
           IF FS-PARAMAPPR-OK THEN
               READ PARAMAPPR-FDNAME
                   AT END SET EOF-PARAMAPPR TO TRUE
               END-READ
               PERFORM UNTIL EOF-PARAMAPPR
                   PERFORM 1850-TRAITER-APPROBATION
                   READ PARAMAPPR-FDNAME
                       AT END SET EOF-PARAMAPPR TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAMAPPR-FDNAME
           END-IF
           .

       1850-TRAITER-APPROBATION.
      ******************************************************************EDEFAY
      *  One approval decision : the pending row must exist, still be
      *  pending and undecided, belong to this program's domain ; the
      *  checker must be entitled and must not be the maker
      *  (four-eyes). APP applies a switch already effective and
      *  records the checker on one dated later, for the due sweep ;
      *  REJ just closes it rejected.
           MOVE PA-REFPND TO ZAPND-REFPND
           MOVE "SEL" TO ZAPND-FONCTION
           CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
           EVALUATE TRUE
               WHEN NOT ZAPND-CODRET-OK
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKPSW01 : " PA-REFPND " INTROUVABLE"
               WHEN NOT ZAPND-EN-ATTENTE
                  OR ZAPND-CHECKER NOT = SPACES
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKPSW01 : " PA-REFPND " DEJA DECIDE"
               WHEN ZAPND-DOMAINE NOT = WS-DOMAINE
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKPSW01 : " PA-REFPND
                           " N EST PAS DU DOMAINE " WS-DOMAINE
               WHEN PA-CHECKER = ZAPND-MAKER
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKPSW01 : " PA-REFPND
                           " CHECKER = MAKER - REFUSE"
               WHEN OTHER
                   MOVE PA-CHECKER TO ZAHAB-OPERATEUR
                   MOVE WS-DOMAINE TO ZAHAB-DOMAINE
                   MOVE "SEL" TO ZAHAB-FONCTION
                   CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
                   IF NOT ZAHAB-CODRET-OK THEN
                       ADD 1 TO WS-NB-KO
                       DISPLAY "GKPSW01 : CHECKER " PA-CHECKER
                               " NON HABILITE " WS-DOMAINE
                   ELSE
                       PERFORM 1855-DECIDER
                   END-IF
           END-EVALUATE
           .

       1855-DECIDER.
      ******************************************************************EDEFAY
      *  The checker's decision on a valid pending switch.
           MOVE PA-CHECKER TO ZAPND-CHECKER
           MOVE ZAPND-LIGNE TO WS-LIGNE-TRAVAIL
           IF PA-ACTION NOT = 'APP' THEN
               SET ZAPND-REJETE TO TRUE
               ADD 1 TO WS-NB-REJETES-AP
               DISPLAY "GKPSW01 : " PA-REFPND " REJETE PAR " PA-CHECKER
               MOVE "UPD" TO ZAPND-FONCTION
               CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
               EXIT PARAGRAPH
           END-IF
           IF WL-DTEFF > WS-JOUR-ISO THEN
      *        Approved ahead of its date : the checker is recorded,
      *        the row stays pending for the due sweep
               ADD 1 TO WS-NB-DIFFERES
               MOVE "UPD" TO ZAPND-FONCTION
               CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
               DISPLAY "GKPSW01 : " PA-REFPND " APPROUVE PAR "
                       PA-CHECKER " - APPLICATION AU " WL-DTEFF
               EXIT PARAGRAPH
           END-IF
           PERFORM 1550-APPLIQUER-LIGNE
           PERFORM 1860-CLORE-DEMANDE
           .

       1860-CLORE-DEMANDE.
      ******************************************************************EDEFAY
      *  Close the pending row after an application attempt : applied
      *  is consumed as approved, ineligible on its effective date is
      *  closed rejected, a technical failure (a transient lock
      *  conflict, say) leaves it pending - the due sweep retries it
      *  on the next run.
           EVALUATE TRUE
               WHEN APPLIQUE-OK
                   SET ZAPND-APPROUVE TO TRUE
                   ADD 1 TO WS-NB-APPROUVES
                   MOVE "UPD" TO ZAPND-FONCTION
                   CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
               WHEN APPLIQUE-INELIGIBLE
                   SET ZAPND-REJETE TO TRUE
                   ADD 1 TO WS-NB-REJETES-AP
                   MOVE "UPD" TO ZAPND-FONCTION
                   CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
               WHEN OTHER
                   MOVE "UPD" TO ZAPND-FONCTION
                   CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
                   DISPLAY "GKPSW01 : " ZAPND-REFPND
                           " APPLICATION KO - RESTE EN ATTENTE"
           END-EVALUATE
           .

       2000-VERIFIER-ELIGIBILITE.
      ******************************************************************EDEFAY
      *  Eligibility of WL-COMPTE for WL-PRODUIT on WL-DTEFF, leaving
      *  the account in ZACPT and the target product in ZAPRD.
           MOVE 'N' TO WS-ELIGIBLE
           MOVE SPACES TO WS-MOTIF
           MOVE WL-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               MOVE 'COMPTE INCONNU' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF ZACPT-DECEDE
              OR ZACPT-PASSE-PERTE
              OR ZACPT-INTERNE THEN
               MOVE 'COMPTE NON ELIGIBLE (STATUT)' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF WL-PRODUIT = ZACPT-PRODUIT THEN
               MOVE 'DEJA SUR CE PRODUIT' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE WL-PRODUIT TO ZAPRD-PRODUIT
           MOVE "SEL" TO ZAPRD-FONCTION
           CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
           IF NOT ZAPRD-CODRET-OK
              OR WL-PRODUIT = SPACES THEN
               MOVE 'PRODUIT CIBLE INCONNU' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF ZAPRD-DEC-INTERDIT THEN
               IF ZACPT-SOLDE < ZERO THEN
                   MOVE 'SOLDE DEBITEUR - SANS DECOUVERT'
                       TO WS-MOTIF
                   EXIT PARAGRAPH
               END-IF
               MOVE WL-COMPTE TO ZAFAC-COMPTE
               MOVE WL-DTEFF  TO ZAFAC-DTDEMANDE
               MOVE "SEL" TO ZAFAC-FONCTION
               CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
               IF ZAFAC-CODRET-OK
                  AND ZAFAC-ACTIF THEN
                   MOVE 'FACILITE TBFAC EN VIGUEUR' TO WS-MOTIF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET ELIGIBLE TO TRUE
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKPSW01 : " WS-NB-LUES " LIGNE(S), "
                   WS-NB-ATTENTE " EN ATTENTE, " WS-NB-APPROUVES
                   " APPROUVEE(S), " WS-NB-DIFFERES " DIFFEREE(S), "
                   WS-NB-REJETES-AP " REFUSEE(S), " WS-NB-OK
                   " APPLIQUEE(S), " WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           IF FS-PARAMPSW-OK THEN
               CLOSE PARAMPSW-FDNAME
           END-IF
           .

       8500-JOURNALISER-CHANGEMENT.
      ******************************************************************EDEFAY
      *  One TBCHJ change-journal row for the action just applied -
      *  the caller filled domain/key/old/new/maker/checker, the
      *  timestamp stamps here. A failed INS never un-applies the
      *  change : it is reported and the SYSOUT log remains.
           ACCEPT WS-CHJ-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-CHJ-YYYYMMDD(1:4) '-' WS-CHJ-YYYYMMDD(5:2)
                  '-' WS-CHJ-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO ZACHJ-DTCHJ
           ACCEPT WS-CHJ-HHMMSS FROM TIME
           MOVE WS-CHJ-HHMMSS TO ZACHJ-HRCHJ
           MOVE "INS" TO ZACHJ-FONCTION
           CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           IF NOT ZACHJ-CODRET-OK THEN
               DISPLAY "GKPSW01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
