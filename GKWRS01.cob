      *PROCESS TEST
      ******************************************************************
      * Program name   : GKWRS01
      * Original author: DEFAY E.
      *
      * Description    : Watchlist re-screening of the customer base,
      *                  run after every GKMWLS01 load. GKMAJ001 only
      *                  screens the flows as they come in ; this
      *                  batch screens what we already hold against
      *                  just the TBWLS entries listed since its
      *                  previous run (ZAWLS-LOTCHG above the TBPRM
      *                  watermark) : every customer name (TBCLI),
      *                  every joint holder (TBTIT) and the
      *                  beneficiary of every active standing order
      *                  (TBSTO), with the same name-within-name match
      *                  as GKMAJ001's 1698-CHERCHER-NOM. Each hit
      *                  queues one TBREV row against the customer for
      *                  an analyst. Optional PARAMWRS lines record
      *                  the analysts' decisions : ECA dismisses a
      *                  false positive, CNF confirms the match, BLO
      *                  confirms it and places a legal block (TBBLK,
      *                  the GKBLK01 shape) on the accounts concerned.
      *                  A confirmed standing-order beneficiary also
      *                  suspends the order. Always ends listing the
      *                  rows still waiting for a decision.
      * Rules handling :
      *             RC = 00 : Ran to completion, no new match
      *             RC = 04 : New matches queued for review
      *             RC = 05 : One or more PARAMWRS lines rejected
      *                       (see SYSOUT detail per line)
      *             RC = 21 : Too many new watchlist entries for the
      *                       screening table - nothing screened and
      *                       the watermark left where it was
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMWRS (optional) - one decision per
      *                   line (see 1350-APPLIQUER-DECISION).
      *    TBPRM        : GKWRS01 /DERNLOT - last load screened.
      *                   GKWRS01 /REFSEQ  - review reference sequence.
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
       PROGRAM-ID.    GKWRS01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMWRS-FDNAME
           ASSIGN TO DYNAMIC PARAMWRS-NAME
           FILE STATUS IS WS-FS-PARAMWRS
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMWRS-FDNAME RECORDING MODE F.
       01  PARAMWRS-RECORD.
           05  PW-REFREV       PIC X(10).
           05  PW-DECIDEUR     PIC X(08).
           05  PW-ACTION       PIC X(03).
           05  PW-REFLEG       PIC X(15).
           05  PW-MOTIF        PIC X(20).
           05  FILLER          PIC X(24).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBWLS.cpy".
       COPY "./Copybooks/CTBREV.cpy".
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBTIT.cpy".
       COPY "./Copybooks/CTBSTO.cpy".
       COPY "./Copybooks/CTBBLK.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  PARAMWRS-NAME   PIC X(30) VALUE 'PARAMWRS'.
       01  WS-FS-PARAMWRS  PIC X(02).
           88 FS-PARAMWRS-OK VALUE '00'.
       01  WS-EOF-PARAMWRS PIC X(01) VALUE 'N'.
           88 EOF-PARAMWRS VALUE 'Y'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
      *  Watermark : the last GKMWLS01 load already screened, and the
      *  highest load seen by this run
       01  WS-DERNLOT      PIC 9(06) VALUE 0.
       01  WS-MAXLOT       PIC 9(06) VALUE 0.
      *  The entries listed since the watermark (1400-CHARGER-
      *  NOUVEAUX), same table shape as GKMAJ001's screening cache
       01  WS-WLS-NB       PIC 9(04) VALUE 0.
       01  WS-WLS-TABLE.
           05  WS-WLS-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-WLS-IX.
               10  WS-WLS-NOM    PIC X(20).
               10  WS-WLS-REFWLS PIC X(10).
               10  WS-WLS-LOTCHG PIC 9(06).
       01  WS-WLS-DEBORDE  PIC X(01) VALUE 'N'.
           88 WLS-DEBORDE  VALUE 'Y'.
      *  1698-CHERCHER-NOM working fields and outcome
       01  WS-NOM-EXAMINE  PIC X(20).
       01  WS-LNG-MOTIF    PIC 9(02).
       01  WS-POS-MAX      PIC 9(02).
       01  WS-POS-SCAN     PIC 9(02).
       01  WS-HIT          PIC X(01).
           88 SANCTION-HIT VALUE 'Y'.
       01  WS-HIT-REFWLS   PIC X(10).
       01  WS-HIT-LOTCHG   PIC 9(06).
      *  The hit being queued (1550-ENFILER-REVUE)
       01  WS-RV-CLIENT    PIC X(08).
       01  WS-RV-COMPTE    PIC X(11).
       01  WS-RV-SOURCE    PIC X(03).
       01  WS-RV-REFSTO    PIC X(10).
       01  WS-DEJA-EN-FILE PIC X(01).
           88 DEJA-EN-FILE VALUE 'Y'.
      *  Review reference sequence, see 1050-ALLOUER-SEQ
       01  WS-SEQ          PIC 9(08) VALUE 0.
       01  WS-REFSEQ-LU    PIC X(01) VALUE 'N'.
           88 REFSEQ-LU    VALUE 'Y'.
      *  Decision outcome
       01  WS-DECISION-OK  PIC X(01).
           88 DECISION-OK  VALUE 'Y'.
      *  Counters
       01  WS-NB-CLIENTS   PIC 9(06) VALUE 0.
       01  WS-NB-TITULAIRES PIC 9(06) VALUE 0.
       01  WS-NB-ORDRES    PIC 9(06) VALUE 0.
       01  WS-NB-HITS      PIC 9(06) VALUE 0.
       01  WS-NB-LUES      PIC 9(06) VALUE 0.
       01  WS-NB-OK        PIC 9(06) VALUE 0.
       01  WS-NB-KO        PIC 9(06) VALUE 0.
       01  WS-NB-BLOQUES   PIC 9(06) VALUE 0.
       01  WS-NB-ATTENTE   PIC 9(06) VALUE 0.
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
      *  Decisions first, so a row an analyst just closed is not
      *  counted as pending on this run's listing.
           PERFORM 1001-DEBUT
           PERFORM 1300-TRAITER-DECISIONS
           PERFORM 1400-CHARGER-NOUVEAUX
           IF WLS-DEBORDE THEN
               DISPLAY "GKWRS01 : NOUVELLES ENTREES TROP NOMBREUSES "
                       "POUR LA TABLE - RIEN N'EST FILTRE, REPERE "
                       "INCHANGE"
               MOVE '21' TO RC
           ELSE
               IF WS-WLS-NB > ZERO THEN
                   PERFORM 1500-FILTRER-CLIENTS
                   PERFORM 1600-FILTRER-TITULAIRES
                   PERFORM 1700-FILTRER-ORDRES
               END-IF
               PERFORM 1800-AVANCER-REPERE
           END-IF
           PERFORM 1850-LISTER-EN-ATTENTE
           PERFORM 1900-BILAN
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Derive the processing date - TBPRC's 'JOURTRT ' row, the
      *  machine date when none is set.
           ACCEPT WS-AS-OF-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-AS-OF-YYYYMMDD(1:4) '-'
                  WS-AS-OF-YYYYMMDD(5:2) '-'
                  WS-AS-OF-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-AS-OF-DATE
           MOVE 'JOURTRT ' TO ZAPRC-CLE
           MOVE "SEL" TO ZAPRC-FONCTION
           CALL "MAPRC" USING ZAPRC-ZCMA, AUTH-QUERY
           IF ZAPRC-CODRET-OK
              AND ZAPRC-DTPRC NOT = SPACES THEN
               MOVE ZAPRC-DTPRC TO WS-AS-OF-DATE
           END-IF
           .

       1050-ALLOUER-SEQ.
      ******************************************************************EDEFAY
      *  Allocate the next review reference sequence number -
      *  persisted in TBPRM ('GKWRS01 '/'REFSEQ'), loaded on first
      *  use and written back BEFORE the number is handed out, same
      *  discipline as GKRBA01. A missing row (fresh install) starts
      *  from zero and is INSerted.
           IF NOT REFSEQ-LU THEN
               SET REFSEQ-LU TO TRUE
               MOVE 'GKWRS01 ' TO ZAPRM-PGM
               MOVE 'REFSEQ  ' TO ZAPRM-NOMPRM
               MOVE "SEL" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF ZAPRM-CODRET-OK
                  AND ZAPRM-VALPRM(1:8) IS NUMERIC THEN
                   MOVE ZAPRM-VALPRM(1:8) TO WS-SEQ
               END-IF
           END-IF
           ADD 1 TO WS-SEQ
           MOVE 'GKWRS01 ' TO ZAPRM-PGM
           MOVE 'REFSEQ  ' TO ZAPRM-NOMPRM
           MOVE SPACES TO ZAPRM-VALPRM
           MOVE WS-SEQ TO ZAPRM-VALPRM(1:8)
           MOVE "UPD" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF NOT ZAPRM-CODRET-OK THEN
               MOVE "INS" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF NOT ZAPRM-CODRET-OK THEN
                   DISPLAY "GKWRS01 : SEQUENCE REFSEQ NON PERSISTEE"
                           " CODRET=" ZAPRM-CODRET
               END-IF
           END-IF
           .

       1300-TRAITER-DECISIONS.
      ******************************************************************EDEFAY
      *  Apply the analysts' decisions, when PARAMWRS is supplied.
      *  No PARAMWRS DD means a screening-only run.
           OPEN INPUT PARAMWRS-FDNAME
           IF NOT FS-PARAMWRS-OK THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 1310-LIRE-PARAMWRS
           PERFORM UNTIL EOF-PARAMWRS
               ADD 1 TO WS-NB-LUES
               PERFORM 1350-APPLIQUER-DECISION
               IF DECISION-OK THEN
                   ADD 1 TO WS-NB-OK
               ELSE
                   ADD 1 TO WS-NB-KO
               END-IF
               PERFORM 1310-LIRE-PARAMWRS
           END-PERFORM
           CLOSE PARAMWRS-FDNAME
           .

       1310-LIRE-PARAMWRS.
      ******************************************************************EDEFAY
      *  Read the next PARAMWRS decision line.
           READ PARAMWRS-FDNAME
               AT END SET EOF-PARAMWRS TO TRUE
           END-READ
           .

       1350-APPLIQUER-DECISION.
      ******************************************************************EDEFAY
      *  One decision on a pending review row : the analyst's id is
      *  mandatory ; ECA closes it dismissed, CNF confirmed, BLO
      *  confirmed AND blocked - which needs the legal reference and
      *  reason GKBLK01 insists on. A confirmed beneficiary hit also
      *  suspends the standing order, block or not : no further
      *  payment goes to a listed name.
           MOVE 'N' TO WS-DECISION-OK
           IF PW-DECIDEUR = SPACES THEN
               DISPLAY "GKWRS01 : " PW-REFREV " : DECIDEUR ABSENT"
               EXIT PARAGRAPH
           END-IF
           IF PW-ACTION NOT = 'ECA'
              AND PW-ACTION NOT = 'CNF'
              AND PW-ACTION NOT = 'BLO' THEN
               DISPLAY "GKWRS01 : " PW-REFREV " : ACTION INCONNUE "
                       PW-ACTION
               EXIT PARAGRAPH
           END-IF
           IF PW-ACTION = 'BLO'
              AND (PW-REFLEG = SPACES OR PW-MOTIF = SPACES) THEN
               DISPLAY "GKWRS01 : " PW-REFREV
                       " : REFERENCE LEGALE ET MOTIF OBLIGATOIRES"
               EXIT PARAGRAPH
           END-IF
           MOVE PW-REFREV TO ZAREV-REFREV
           MOVE "SEL" TO ZAREV-FONCTION
           CALL "MAREV" USING ZAREV-ZCMA, AUTH-QUERY
           IF NOT ZAREV-CODRET-OK THEN
               DISPLAY "GKWRS01 : " PW-REFREV " : INTROUVABLE"
               EXIT PARAGRAPH
           END-IF
           IF NOT ZAREV-EN-ATTENTE THEN
               DISPLAY "GKWRS01 : " PW-REFREV " : DEJA DECIDE ("
                       ZAREV-STATUT " PAR " ZAREV-DECIDEUR ")"
               EXIT PARAGRAPH
           END-IF
           IF PW-ACTION = 'ECA' THEN
               SET ZAREV-ECARTE TO TRUE
           ELSE
               SET ZAREV-CONFIRME TO TRUE
           END-IF
           IF PW-ACTION = 'BLO' THEN
               MOVE PW-REFLEG TO ZAREV-REFLEG
           END-IF
           MOVE PW-DECIDEUR   TO ZAREV-DECIDEUR
           MOVE WS-AS-OF-DATE TO ZAREV-DTDECIS
           MOVE "UPD" TO ZAREV-FONCTION
           CALL "MAREV" USING ZAREV-ZCMA, AUTH-QUERY
           IF NOT ZAREV-CODRET-OK THEN
               DISPLAY "GKWRS01 : " PW-REFREV " : UPD KO, CODRET="
                       ZAREV-CODRET
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GKWRS01 : " PW-REFREV " " ZAREV-CLIENT " "
                   ZAREV-NOMEXAM " : " PW-ACTION " PAR " PW-DECIDEUR
           SET DECISION-OK TO TRUE
           IF ZAREV-CONFIRME
              AND ZAREV-SRC-ORDRE THEN
               PERFORM 1370-SUSPENDRE-ORDRE
           END-IF
           IF PW-ACTION = 'BLO' THEN
               IF ZAREV-SRC-CLIENT THEN
                   PERFORM 1380-BLOQUER-COMPTES-CLIENT
               ELSE
                   MOVE ZAREV-COMPTE TO ZACPT-COMPTE
                   MOVE "SEL" TO ZACPT-FONCTION
                   CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
                   IF ZACPT-CODRET-OK THEN
                       PERFORM 1390-POSER-BLOCAGE
                   ELSE
                       MOVE 'N' TO WS-DECISION-OK
                       DISPLAY "GKWRS01 : " PW-REFREV " : COMPTE "
                               ZAREV-COMPTE " INCONNU - NON BLOQUE"
                   END-IF
               END-IF
           END-IF
           .

       1370-SUSPENDRE-ORDRE.
      ******************************************************************EDEFAY
      *  Suspend the standing order whose beneficiary was confirmed.
           MOVE ZAREV-REFSTO TO ZASTO-REFSTO
           MOVE "SEL" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           IF NOT ZASTO-CODRET-OK THEN
               DISPLAY "GKWRS01 : " PW-REFREV " : ORDRE "
                       ZAREV-REFSTO " INTROUVABLE"
               EXIT PARAGRAPH
           END-IF
           SET ZASTO-SUSPENDU TO TRUE
           MOVE 'BENEF SOUS SANCTION' TO ZASTO-MOTIF
           MOVE "UPD" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           IF ZASTO-CODRET-OK THEN
               DISPLAY "GKWRS01 : ORDRE " ZASTO-REFSTO " SUSPENDU"
           ELSE
               MOVE 'N' TO WS-DECISION-OK
               DISPLAY "GKWRS01 : ORDRE " ZASTO-REFSTO
                       " : UPD KO, CODRET=" ZASTO-CODRET
           END-IF
           .

       1380-BLOQUER-COMPTES-CLIENT.
      ******************************************************************EDEFAY
      *  A confirmed customer-name hit blocks every one of the
      *  customer's accounts (MACPT CCL2 cursor).
           MOVE ZAREV-CLIENT TO ZACPT-CLIENT
           MOVE "OP2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPT-CODRET-OK
               PERFORM 1390-POSER-BLOCAGE
               MOVE "FE2" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           .

       1390-POSER-BLOCAGE.
      ******************************************************************EDEFAY
      *  Place the legal block on the account in ZACPT-ZCMA, the
      *  GKBLK01 way : the TBBLK register row first, then the status
      *  flip. Only a live account (active or dormant) is blocked -
      *  one already blocked, frozen or written off is left as is.
           IF NOT ZACPT-ACTIF
              AND NOT ZACPT-DORMANT THEN
               DISPLAY "GKWRS01 : " ZACPT-COMPTE " STATUT "
                       ZACPT-STATUT " - NON BLOQUE"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ZABLK-DONNEES
           MOVE ZACPT-COMPTE  TO ZABLK-COMPTE
           MOVE PW-REFLEG     TO ZABLK-REFLEG
           MOVE PW-MOTIF      TO ZABLK-MOTIF
           MOVE PW-DECIDEUR   TO ZABLK-OPERATEUR
           MOVE WS-AS-OF-DATE TO ZABLK-DTBLOC
           SET ZABLK-ACTIF    TO TRUE
           MOVE "INS" TO ZABLK-FONCTION
           CALL "MABLK" USING ZABLK-ZCMA, AUTH-QUERY
           IF NOT ZABLK-CODRET-OK THEN
               MOVE 'N' TO WS-DECISION-OK
               DISPLAY "GKWRS01 : " ZACPT-COMPTE
                       " : REGISTRE KO, CODRET=" ZABLK-CODRET
               EXIT PARAGRAPH
           END-IF
           SET ZACPT-BLOQUE TO TRUE
           MOVE "UPD" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK THEN
               ADD 1 TO WS-NB-BLOQUES
               DISPLAY "GKWRS01 : " ZACPT-COMPTE " BLOQUE (REF "
                       PW-REFLEG ", PAR " PW-DECIDEUR ")"
           ELSE
               MOVE 'N' TO WS-DECISION-OK
               DISPLAY "GKWRS01 : " ZACPT-COMPTE
                       " : UPD KO, CODRET=" ZACPT-CODRET
           END-IF
           .

       1400-CHARGER-NOUVEAUX.
      ******************************************************************EDEFAY
      *  Load the active TBWLS entries listed by a GKMWLS01 load
      *  after the watermark (TBPRM 'GKWRS01 '/'DERNLOT', zero on a
      *  fresh install : the first run screens against everything).
           MOVE 'GKWRS01 ' TO ZAPRM-PGM
           MOVE 'DERNLOT ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:6) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:6) TO WS-DERNLOT
           END-IF
           MOVE WS-DERNLOT TO WS-MAXLOT
           MOVE "OPN" TO ZAWLS-FONCTION
           CALL "MAWLS" USING ZAWLS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAWLS-FONCTION
           CALL "MAWLS" USING ZAWLS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAWLS-CODRET-OK
               IF ZAWLS-ACTIF
                  AND ZAWLS-LOTCHG > WS-DERNLOT
                  AND ZAWLS-NOM NOT = SPACES THEN
                   IF WS-WLS-NB < 5000 THEN
                       ADD 1 TO WS-WLS-NB
                       SET WS-WLS-IX TO WS-WLS-NB
                       MOVE ZAWLS-NOM TO WS-WLS-NOM (WS-WLS-IX)
                       MOVE ZAWLS-REFWLS
                           TO WS-WLS-REFWLS (WS-WLS-IX)
                       MOVE ZAWLS-LOTCHG
                           TO WS-WLS-LOTCHG (WS-WLS-IX)
                       IF ZAWLS-LOTCHG > WS-MAXLOT THEN
                           MOVE ZAWLS-LOTCHG TO WS-MAXLOT
                       END-IF
                   ELSE
                       SET WLS-DEBORDE TO TRUE
                   END-IF
               END-IF
               MOVE "FET" TO ZAWLS-FONCTION
               CALL "MAWLS" USING ZAWLS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAWLS-FONCTION
           CALL "MAWLS" USING ZAWLS-ZCMA, AUTH-QUERY
           DISPLAY "GKWRS01 : " WS-WLS-NB " NOUVELLE(S) ENTREE(S) "
                   "DEPUIS LE CHARGEMENT " WS-DERNLOT
           .

       1500-FILTRER-CLIENTS.
      ******************************************************************EDEFAY
      *  Every customer name on TBCLI (MACLI CCLI full scan).
           MOVE "OPN" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACLI-CODRET-OK
               ADD 1 TO WS-NB-CLIENTS
               MOVE ZACLI-NOM TO WS-NOM-EXAMINE
               PERFORM 1698-CHERCHER-NOM
               IF SANCTION-HIT THEN
                   MOVE ZACLI-CLIENT TO WS-RV-CLIENT
                   MOVE SPACES       TO WS-RV-COMPTE
                   MOVE 'CLI'        TO WS-RV-SOURCE
                   MOVE SPACES       TO WS-RV-REFSTO
                   PERFORM 1550-ENFILER-REVUE
               END-IF
               MOVE "FET" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           .

       1550-ENFILER-REVUE.
      ******************************************************************EDEFAY
      *  Queue one TBREV row for the hit in WS-RV-xxx/WS-HIT-xxx -
      *  unless the same name against the same entry is already
      *  waiting for that customer (an entry amended by a later load
      *  comes round again).
           MOVE 'N' TO WS-DEJA-EN-FILE
           MOVE WS-RV-CLIENT TO ZAREV-CLIENT
           MOVE "OP2" TO ZAREV-FONCTION
           CALL "MAREV" USING ZAREV-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAREV-FONCTION
           CALL "MAREV" USING ZAREV-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAREV-CODRET-OK
                      OR DEJA-EN-FILE
               IF ZAREV-EN-ATTENTE
                  AND ZAREV-SOURCE  = WS-RV-SOURCE
                  AND ZAREV-COMPTE  = WS-RV-COMPTE
                  AND ZAREV-REFSTO  = WS-RV-REFSTO
                  AND ZAREV-NOMEXAM = WS-NOM-EXAMINE
                  AND ZAREV-REFWLS  = WS-HIT-REFWLS THEN
                   SET DEJA-EN-FILE TO TRUE
               END-IF
               MOVE "FE2" TO ZAREV-FONCTION
               CALL "MAREV" USING ZAREV-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAREV-FONCTION
           CALL "MAREV" USING ZAREV-ZCMA, AUTH-QUERY
           IF DEJA-EN-FILE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 1050-ALLOUER-SEQ
           INITIALIZE ZAREV-DONNEES
           MOVE SPACES TO ZAREV-REFREV
           STRING 'RV' WS-SEQ DELIMITED BY SIZE INTO ZAREV-REFREV
           MOVE WS-RV-CLIENT   TO ZAREV-CLIENT
           MOVE WS-RV-COMPTE   TO ZAREV-COMPTE
           MOVE WS-RV-SOURCE   TO ZAREV-SOURCE
           MOVE WS-RV-REFSTO   TO ZAREV-REFSTO
           MOVE WS-NOM-EXAMINE TO ZAREV-NOMEXAM
           MOVE WS-HIT-REFWLS  TO ZAREV-REFWLS
           MOVE WS-HIT-LOTCHG  TO ZAREV-LOTCHG
           MOVE WS-AS-OF-DATE  TO ZAREV-DTDETECT
           SET ZAREV-EN-ATTENTE TO TRUE
           MOVE "INS" TO ZAREV-FONCTION
           CALL "MAREV" USING ZAREV-ZCMA, AUTH-QUERY
           IF ZAREV-CODRET-OK THEN
               ADD 1 TO WS-NB-HITS
               DISPLAY "GKWRS01 : " ZAREV-REFREV " " WS-RV-SOURCE " "
                       WS-RV-CLIENT " " WS-RV-COMPTE " "
                       WS-NOM-EXAMINE " = LISTE " WS-HIT-REFWLS
           ELSE
      *        A hit that cannot be queued must not be lost : it stays
      *        on SYSOUT and the run ends in error
               MOVE '05' TO RC
               DISPLAY "GKWRS01 : " WS-RV-SOURCE " " WS-RV-CLIENT " "
                       WS-NOM-EXAMINE " = LISTE " WS-HIT-REFWLS
                       " : FILE TBREV KO, CODRET=" ZAREV-CODRET
           END-IF
           .

       1600-FILTRER-TITULAIRES.
      ******************************************************************EDEFAY
      *  Every joint holder on TBTIT (MATIT CTI2 full scan), queued
      *  against the customer the account belongs to.
           MOVE "OP2" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZATIT-CODRET-OK
               ADD 1 TO WS-NB-TITULAIRES
               MOVE ZATIT-TITULAIRE TO WS-NOM-EXAMINE
               PERFORM 1698-CHERCHER-NOM
               IF SANCTION-HIT THEN
                   MOVE ZATIT-COMPTE TO WS-RV-COMPTE
                   MOVE 'TIT'        TO WS-RV-SOURCE
                   MOVE SPACES       TO WS-RV-REFSTO
                   PERFORM 1650-CLIENT-DU-COMPTE
                   PERFORM 1550-ENFILER-REVUE
               END-IF
               MOVE "FE2" TO ZATIT-FONCTION
               CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           .

       1650-CLIENT-DU-COMPTE.
      ******************************************************************EDEFAY
      *  WS-RV-CLIENT := the customer owning account WS-RV-COMPTE -
      *  blank when the account cannot be read, the row still
      *  queues on the account.
           MOVE SPACES TO WS-RV-CLIENT
           MOVE WS-RV-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK THEN
               MOVE ZACPT-CLIENT TO WS-RV-CLIENT
           END-IF
           .

       1700-FILTRER-ORDRES.
      ******************************************************************EDEFAY
      *  The beneficiary of every active standing order on TBSTO
      *  (MASTO CSTO full scan) - a suspended order pays no one.
           MOVE "OPN" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZASTO-CODRET-OK
               IF ZASTO-ACTIF
                  AND ZASTO-NOMBEN NOT = SPACES THEN
                   ADD 1 TO WS-NB-ORDRES
                   MOVE ZASTO-NOMBEN TO WS-NOM-EXAMINE
                   PERFORM 1698-CHERCHER-NOM
                   IF SANCTION-HIT THEN
                       MOVE ZASTO-COMPTE TO WS-RV-COMPTE
                       MOVE 'STO'        TO WS-RV-SOURCE
                       MOVE ZASTO-REFSTO TO WS-RV-REFSTO
                       PERFORM 1650-CLIENT-DU-COMPTE
                       PERFORM 1550-ENFILER-REVUE
                   END-IF
               END-IF
               MOVE "FET" TO ZASTO-FONCTION
               CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           .

       1698-CHERCHER-NOM.
      ******************************************************************EDEFAY
      *  Look for any newly listed name inside WS-NOM-EXAMINE - the
      *  listed name as a substring of the screened one, exactly as
      *  GKMAJ001 screens the flows. Leaves SANCTION-HIT with the
      *  matched entry in WS-HIT-REFWLS/WS-HIT-LOTCHG.
           MOVE 'N' TO WS-HIT
           IF WS-NOM-EXAMINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WLS-IX FROM 1 BY 1
                   UNTIL WS-WLS-IX > WS-WLS-NB
                      OR SANCTION-HIT
               MOVE ZERO TO WS-LNG-MOTIF
               INSPECT FUNCTION REVERSE(WS-WLS-NOM (WS-WLS-IX))
                   TALLYING WS-LNG-MOTIF FOR LEADING SPACES
               COMPUTE WS-LNG-MOTIF = 20 - WS-LNG-MOTIF
               IF WS-LNG-MOTIF > ZERO THEN
                   COMPUTE WS-POS-MAX = 20 - WS-LNG-MOTIF + 1
                   PERFORM VARYING WS-POS-SCAN FROM 1 BY 1
                           UNTIL WS-POS-SCAN > WS-POS-MAX
                              OR SANCTION-HIT
                       IF WS-NOM-EXAMINE (WS-POS-SCAN:WS-LNG-MOTIF)
                          = WS-WLS-NOM (WS-WLS-IX) (1:WS-LNG-MOTIF)
                          THEN
                           SET SANCTION-HIT TO TRUE
                           MOVE WS-WLS-REFWLS (WS-WLS-IX)
                               TO WS-HIT-REFWLS
                           MOVE WS-WLS-LOTCHG (WS-WLS-IX)
                               TO WS-HIT-LOTCHG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       1800-AVANCER-REPERE.
      ******************************************************************EDEFAY
      *  Move the watermark up to the highest load just screened, so
      *  the next run only sees what GKMWLS01 lists after it.
           IF WS-MAXLOT = WS-DERNLOT THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'GKWRS01 ' TO ZAPRM-PGM
           MOVE 'DERNLOT ' TO ZAPRM-NOMPRM
           MOVE SPACES TO ZAPRM-VALPRM
           MOVE WS-MAXLOT TO ZAPRM-VALPRM(1:6)
           MOVE "UPD" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF NOT ZAPRM-CODRET-OK THEN
               MOVE "INS" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF NOT ZAPRM-CODRET-OK THEN
                   DISPLAY "GKWRS01 : REPERE DERNLOT NON PERSISTE"
                           " CODRET=" ZAPRM-CODRET
               END-IF
           END-IF
           .

       1850-LISTER-EN-ATTENTE.
      ******************************************************************EDEFAY
      *  The analysts' worklist : every review row still pending.
           DISPLAY "==== REVUES FILTRAGE EN ATTENTE ===="
           MOVE "OPN" TO ZAREV-FONCTION
           CALL "MAREV" USING ZAREV-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAREV-FONCTION
           CALL "MAREV" USING ZAREV-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAREV-CODRET-OK
               ADD 1 TO WS-NB-ATTENTE
               DISPLAY ZAREV-REFREV " " ZAREV-SOURCE " "
                       ZAREV-CLIENT " " ZAREV-COMPTE " "
                       ZAREV-NOMEXAM " LISTE " ZAREV-REFWLS
                       " DEPUIS " ZAREV-DTDETECT
               MOVE "FET" TO ZAREV-FONCTION
               CALL "MAREV" USING ZAREV-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAREV-FONCTION
           CALL "MAREV" USING ZAREV-ZCMA, AUTH-QUERY
           DISPLAY "===================================="
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC - a rejected
      *  decision or a lost hit outranks the new-match warning.
           DISPLAY "GKWRS01 : " WS-NB-CLIENTS " CLIENT(S), "
                   WS-NB-TITULAIRES " TITULAIRE(S), " WS-NB-ORDRES
                   " ORDRE(S) FILTRE(S), " WS-NB-HITS
                   " NOUVELLE(S) CORRESPONDANCE(S)"
           DISPLAY "GKWRS01 : " WS-NB-LUES " DECISION(S), " WS-NB-OK
                   " OK, " WS-NB-KO " REJETEE(S), " WS-NB-BLOQUES
                   " COMPTE(S) BLOQUE(S), " WS-NB-ATTENTE
                   " EN ATTENTE"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           IF RC-IS-00
              AND WS-NB-HITS > 0 THEN
               MOVE '04' TO RC
           END-IF
           .
