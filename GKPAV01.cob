      *PROCESS TEST
      ******************************************************************
      * Program name   : GKPAV01
      * Original author: DEFAY E.
      *
      * Description    : Withdrawal-notice register intake and daily
      *                  report, for the notice-period savings
      *                  products (ZAPRD-PREAVIS non-zero). Each
      *                  PARAMPAV line records a notice a customer
      *                  gives (PAV : amount, maturing the product's
      *                  notice period after the processing date, then
      *                  drawable for TBPRM 'GKPAV01'/'VALIDITE' days,
      *                  default 30) or cancels one (ANN) in TBPAV.
      *                  With or without intake lines, the run walks
      *                  every active notice and reports the ones
      *                  maturing from the processing date up to TBPRM
      *                  'GKPAV01'/'HORIZON' days ahead (default 0,
      *                  set it to span the days to the next run), and
      *                  the ones whose drawing window closed before
      *                  they were fully drawn - those are flipped to
      *                  lapsed. MFMAJCPT draws the notices down.
      * Rules handling :
      *             RC = 00 : Ran cleanly
      *             RC = 01 : Could not open FILEOUT-PAVRPT
      *             RC = 04 : More notices to report than the tables
      *                       hold (see SYSOUT)
      *             RC = 05 : One or more intake lines rejected (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMPAV - OPTIONAL, one instruction per
      *                   line : action (3, PAV or ANN), account (11),
      *                   notice reference (10), amount (15, PAV only).
      *                   FILEOUT-PAVRPT - the daily notice report.
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
       PROGRAM-ID.    GKPAV01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMPAV-FDNAME
           ASSIGN TO DYNAMIC PARAMPAV-NAME
           FILE STATUS IS WS-FS-PARAMPAV
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-PAVRPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-PAVRPT-NAME
           FILE STATUS IS WS-FS-PAVRPT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMPAV-FDNAME RECORDING MODE F.
       01  PARAMPAV-RECORD.
           05  PA-ACTION       PIC X(03).
           05  PA-COMPTE       PIC X(11).
           05  PA-REFPAV       PIC X(10).
           05  PA-MONTANT      PIC X(15).
           05  FILLER          PIC X(41).
       FD  FILEOUT-PAVRPT-FDNAME RECORDING MODE F.
       01  FILEOUT-PAVRPT-RECORD.
           05  FILLER          PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPAV.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRD.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  PARAMPAV-NAME    PIC X(30) VALUE 'PARAMPAV'.
       01  WS-FS-PARAMPAV   PIC X(02).
           88 FS-PARAMPAV-OK VALUE '00'.
       01  WS-EOF-PARAMPAV  PIC X(01) VALUE 'N'.
           88 EOF-PARAMPAV  VALUE 'Y'.
       01  FILEOUT-PAVRPT-NAME PIC X(30) VALUE 'FILEOUT-PAVRPT'.
       01  WS-FS-PAVRPT     PIC X(02).
           88 FS-PAVRPT-OK  VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date and date arithmetic
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
       01  WS-DATE-DIGITS   PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-ENTIER-ASOF   PIC 9(07).
       01  WS-ENTIER-DATE   PIC 9(07).
       01  WS-DATE-CALC     PIC X(10).
       01  WS-DATE-HORIZON  PIC X(10).
      *  TBPRM 'GKPAV01' : drawing window after maturity and report
      *  horizon, in days
       01  WS-VALIDITE      PIC 9(03) VALUE 30.
       01  WS-HORIZON       PIC 9(03) VALUE 0.
      *  The intake line in hand
       01  WS-MONTANT       PIC S9(13)V9(2) COMP-3.
       01  WS-LIGNE-OK      PIC X(01).
           88 LIGNE-OK      VALUE 'Y'.
      *  Notices maturing and notices lapsed, collected during the
      *  CPAV walk - the lapsed ones are flipped once the cursor is
      *  closed (GKHOLD01's expiry sweep reasoning)
       01  WS-TAB-MAX       PIC 9(04) VALUE 500.
       01  WS-ECH-NB        PIC 9(04) VALUE 0.
       01  WS-ECH-DEBORD    PIC 9(06) VALUE 0.
       01  WS-ECHEANCES.
           05  WS-ECH-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-ECH-IX.
               10  WS-ECH-COMPTE  PIC X(11).
               10  WS-ECH-REFPAV  PIC X(10).
               10  WS-ECH-DTECH   PIC X(10).
               10  WS-ECH-DTLIM   PIC X(10).
               10  WS-ECH-MNTPAV  PIC S9(13)V9(2) COMP-3.
               10  WS-ECH-RESTE   PIC S9(13)V9(2) COMP-3.
       01  WS-EXP-NB        PIC 9(04) VALUE 0.
       01  WS-EXP-DEBORD    PIC 9(06) VALUE 0.
       01  WS-EXPIRATIONS.
           05  WS-EXP-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-EXP-IX.
               10  WS-EXP-COMPTE  PIC X(11).
               10  WS-EXP-REFPAV  PIC X(10).
               10  WS-EXP-DTECH   PIC X(10).
               10  WS-EXP-DTLIM   PIC X(10).
               10  WS-EXP-MNTPAV  PIC S9(13)V9(2) COMP-3.
               10  WS-EXP-RESTE   PIC S9(13)V9(2) COMP-3.
       01  WS-RESTE         PIC S9(13)V9(2) COMP-3.
      *  Counters and totals
       01  WS-NB-LUES       PIC 9(06) VALUE 0.
       01  WS-NB-OK         PIC 9(06) VALUE 0.
       01  WS-NB-KO         PIC 9(06) VALUE 0.
       01  WS-NB-EXPIRES    PIC 9(06) VALUE 0.
       01  WS-TOT-ECH       PIC S9(13)V9(2) COMP-3 VALUE 0.
       01  WS-TOT-EXP       PIC S9(13)V9(2) COMP-3 VALUE 0.
      *  Report lines
       01  RPT-ENTETE.
           05  FILLER          PIC X(33)
               VALUE 'PREAVIS DE RETRAIT - ETAT DU '.
           05  RPT-E-DATE      PIC X(10).
           05  FILLER          PIC X(57) VALUE SPACES.
       01  RPT-SECTION.
           05  RPT-S-TITRE     PIC X(40).
           05  FILLER          PIC X(60) VALUE SPACES.
       01  RPT-COLONNES.
           05  FILLER          PIC X(45)
               VALUE 'COMPTE      REFERENCE  ECHEANCE   LIMITE'.
           05  FILLER          PIC X(16) VALUE '         PREAVIS'.
           05  FILLER          PIC X(17) VALUE '      NON UTILISE'.
           05  FILLER          PIC X(22) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-COMPTE      PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-REFPAV      PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-DTECH       PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-DTLIM       PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-MNTPAV      PIC Z(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-RESTE       PIC Z(12)9.99.
           05  FILLER          PIC X(22) VALUE SPACES.
       01  RPT-TOTAL.
           05  RPT-T-LIBELLE   PIC X(20).
           05  RPT-T-NB        PIC ZZZZ9.
           05  FILLER          PIC X(20)
               VALUE ' PREAVIS, MONTANT   '.
           05  RPT-T-TOTAL     PIC Z(12)9.99.
           05  FILLER          PIC X(39) VALUE SPACES.
       01  RPT-VIDE.
           05  FILLER          PIC X(100) VALUE '  (AUCUN)'.
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
           IF RC-IS-00 THEN
               OPEN INPUT PARAMPAV-FDNAME
               IF FS-PARAMPAV-OK THEN
                   PERFORM 1100-LIRE-PARAMPAV
                   PERFORM UNTIL EOF-PARAMPAV
                       PERFORM 1500-TRAITER-LIGNE
                       PERFORM 1100-LIRE-PARAMPAV
                   END-PERFORM
                   CLOSE PARAMPAV-FDNAME
               END-IF
               PERFORM 1700-BALAYER-PREAVIS
               PERFORM 1800-ECRIRE-ETAT
               PERFORM 1900-BILAN
               CLOSE FILEOUT-PAVRPT-FDNAME
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the processing date and the TBPRM windows, and open
      *  the report.
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
           MOVE 'GKPAV01 ' TO ZAPRM-PGM
           MOVE 'VALIDITE' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:3) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-VALIDITE
           END-IF
           MOVE 'GKPAV01 ' TO ZAPRM-PGM
           MOVE 'HORIZON ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:3) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-HORIZON
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DATE-CALC
           PERFORM 2900-DATE-EN-ENTIER
           MOVE WS-ENTIER-DATE TO WS-ENTIER-ASOF
           COMPUTE WS-ENTIER-DATE = WS-ENTIER-ASOF + WS-HORIZON
           PERFORM 2950-ENTIER-EN-DATE
           MOVE WS-DATE-CALC TO WS-DATE-HORIZON
           OPEN OUTPUT FILEOUT-PAVRPT-FDNAME
           IF NOT FS-PAVRPT-OK THEN
               DISPLAY "GKPAV01 : OUVERTURE FILEOUT-PAVRPT KO, FS="
                       WS-FS-PAVRPT
               MOVE '01' TO RC
           END-IF
           .

       1100-LIRE-PARAMPAV.
      ******************************************************************EDEFAY
      *  Read the next PARAMPAV instruction line.
           READ PARAMPAV-FDNAME
               AT END SET EOF-PARAMPAV TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  Apply one instruction : PAV records a new notice on an active
      *  account of a notice-period product, ANN cancels a notice
      *  still active. The amount travels as text on the line.
           ADD 1 TO WS-NB-LUES
           EVALUATE PA-ACTION
               WHEN 'PAV'
                   PERFORM 1600-ENREGISTRER-PREAVIS
               WHEN 'ANN'
                   PERFORM 1650-ANNULER-PREAVIS
               WHEN OTHER
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKPAV01 : ACTION INCONNUE " PA-ACTION
                           " (" PA-COMPTE " " PA-REFPAV ")"
           END-EVALUATE
           .

       1600-ENREGISTRER-PREAVIS.
      ******************************************************************EDEFAY
      *  A new notice : the account must be active and its product
      *  must carry a notice period ; it matures that many days after
      *  the processing date and stays drawable WS-VALIDITE days more.
           MOVE PA-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK
              OR NOT ZACPT-ACTIF THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPAV01 : PAV " PA-COMPTE " " PA-REFPAV
                       " : REJETE, COMPTE INCONNU OU INACTIF"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ZAPRD-CODRET
           IF ZACPT-PRODUIT NOT = SPACES THEN
               MOVE ZACPT-PRODUIT TO ZAPRD-PRODUIT
               MOVE "SEL" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
           END-IF
           IF NOT ZAPRD-CODRET-OK
              OR ZAPRD-PREAVIS = ZERO THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPAV01 : PAV " PA-COMPTE " " PA-REFPAV
                       " : REJETE, PRODUIT SANS PREAVIS"
               EXIT PARAGRAPH
           END-IF
           IF PA-MONTANT = SPACES
              OR FUNCTION TEST-NUMVAL(PA-MONTANT) NOT = 0 THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPAV01 : PAV " PA-COMPTE " " PA-REFPAV
                       " : REJETE, MONTANT INVALIDE"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTANT = FUNCTION NUMVAL(PA-MONTANT)
           IF WS-MONTANT NOT > ZERO THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPAV01 : PAV " PA-COMPTE " " PA-REFPAV
                       " : REJETE, MONTANT INVALIDE"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ZAPAV-DONNEES
           MOVE PA-COMPTE     TO ZAPAV-COMPTE
           MOVE PA-REFPAV     TO ZAPAV-REFPAV
           MOVE WS-MONTANT    TO ZAPAV-MNTPAV
           MOVE ZERO          TO ZAPAV-MNTUTIL
           MOVE WS-AS-OF-DATE TO ZAPAV-DTSAISIE
           COMPUTE WS-ENTIER-DATE = WS-ENTIER-ASOF + ZAPRD-PREAVIS
           PERFORM 2950-ENTIER-EN-DATE
           MOVE WS-DATE-CALC  TO ZAPAV-DTECHEANCE
           COMPUTE WS-ENTIER-DATE = WS-ENTIER-DATE + WS-VALIDITE
           PERFORM 2950-ENTIER-EN-DATE
           MOVE WS-DATE-CALC  TO ZAPAV-DTLIMITE
           SET ZAPAV-ACTIF TO TRUE
           MOVE "INS" TO ZAPAV-FONCTION
           CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
           IF ZAPAV-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKPAV01 : PAV " PA-COMPTE " " PA-REFPAV
                       " : OK, ECHEANCE " ZAPAV-DTECHEANCE
                       " LIMITE " ZAPAV-DTLIMITE
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPAV01 : PAV " PA-COMPTE " " PA-REFPAV
                       " : REJETE, CODRET=" ZAPAV-CODRET
                       " " ZAPAV-LIBRET
           END-IF
           .

       1650-ANNULER-PREAVIS.
      ******************************************************************EDEFAY
      *  Cancel a notice the customer withdraws - only while active.
           MOVE PA-COMPTE TO ZAPAV-COMPTE
           MOVE PA-REFPAV TO ZAPAV-REFPAV
           MOVE "SEL" TO ZAPAV-FONCTION
           CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
           IF ZAPAV-CODRET-OK
              AND NOT ZAPAV-ACTIF THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPAV01 : ANN " PA-COMPTE " " PA-REFPAV
                       " : REJETE, PREAVIS NON ACTIF (STATUT="
                       ZAPAV-STATUT ")"
               EXIT PARAGRAPH
           END-IF
           IF ZAPAV-CODRET-OK THEN
               SET ZAPAV-ANNULE TO TRUE
               MOVE "UPD" TO ZAPAV-FONCTION
               CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
           END-IF
           IF ZAPAV-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKPAV01 : ANN " PA-COMPTE " " PA-REFPAV
                       " : OK"
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPAV01 : ANN " PA-COMPTE " " PA-REFPAV
                       " : REJETE, CODRET=" ZAPAV-CODRET
                       " " ZAPAV-LIBRET
           END-IF
           .

       1700-BALAYER-PREAVIS.
      ******************************************************************EDEFAY
      *  Walk every active notice (CPAV with a blank COMPTE) : one
      *  maturing between today and the horizon is listed ; one whose
      *  drawing window closed before today is listed with what was
      *  left undrawn, and flipped to lapsed once the cursor is
      *  closed.
           MOVE SPACES TO ZAPAV-COMPTE
           MOVE "OPN" TO ZAPAV-FONCTION
           CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAPAV-FONCTION
           CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAPAV-CODRET-OK
               COMPUTE WS-RESTE = ZAPAV-MNTPAV - ZAPAV-MNTUTIL
               EVALUATE TRUE
                   WHEN ZAPAV-DTLIMITE < WS-AS-OF-DATE
                       IF WS-EXP-NB < WS-TAB-MAX THEN
                           ADD 1 TO WS-EXP-NB
                           SET WS-EXP-IX TO WS-EXP-NB
                           MOVE ZAPAV-COMPTE
                             TO WS-EXP-COMPTE (WS-EXP-IX)
                           MOVE ZAPAV-REFPAV
                             TO WS-EXP-REFPAV (WS-EXP-IX)
                           MOVE ZAPAV-DTECHEANCE
                             TO WS-EXP-DTECH (WS-EXP-IX)
                           MOVE ZAPAV-DTLIMITE
                             TO WS-EXP-DTLIM (WS-EXP-IX)
                           MOVE ZAPAV-MNTPAV
                             TO WS-EXP-MNTPAV (WS-EXP-IX)
                           MOVE WS-RESTE TO WS-EXP-RESTE (WS-EXP-IX)
                           ADD WS-RESTE TO WS-TOT-EXP
                       ELSE
                           ADD 1 TO WS-EXP-DEBORD
                       END-IF
                   WHEN ZAPAV-DTECHEANCE NOT < WS-AS-OF-DATE
                    AND ZAPAV-DTECHEANCE NOT > WS-DATE-HORIZON
                       IF WS-ECH-NB < WS-TAB-MAX THEN
                           ADD 1 TO WS-ECH-NB
                           SET WS-ECH-IX TO WS-ECH-NB
                           MOVE ZAPAV-COMPTE
                             TO WS-ECH-COMPTE (WS-ECH-IX)
                           MOVE ZAPAV-REFPAV
                             TO WS-ECH-REFPAV (WS-ECH-IX)
                           MOVE ZAPAV-DTECHEANCE
                             TO WS-ECH-DTECH (WS-ECH-IX)
                           MOVE ZAPAV-DTLIMITE
                             TO WS-ECH-DTLIM (WS-ECH-IX)
                           MOVE ZAPAV-MNTPAV
                             TO WS-ECH-MNTPAV (WS-ECH-IX)
                           MOVE WS-RESTE TO WS-ECH-RESTE (WS-ECH-IX)
                           ADD ZAPAV-MNTPAV TO WS-TOT-ECH
                       ELSE
                           ADD 1 TO WS-ECH-DEBORD
                       END-IF
               END-EVALUATE
               MOVE "FET" TO ZAPAV-FONCTION
               CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAPAV-FONCTION
           CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-NB
               MOVE WS-EXP-COMPTE (WS-EXP-IX) TO ZAPAV-COMPTE
               MOVE WS-EXP-REFPAV (WS-EXP-IX) TO ZAPAV-REFPAV
               MOVE "SEL" TO ZAPAV-FONCTION
               CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
               IF ZAPAV-CODRET-OK THEN
                   SET ZAPAV-EXPIRE TO TRUE
                   MOVE "UPD" TO ZAPAV-FONCTION
                   CALL "MAPAV" USING ZAPAV-ZCMA, AUTH-QUERY
                   IF ZAPAV-CODRET-OK THEN
                       ADD 1 TO WS-NB-EXPIRES
                   END-IF
               END-IF
           END-PERFORM
           .

       1800-ECRIRE-ETAT.
      ******************************************************************EDEFAY
      *  The daily report : the maturing notices, then the lapsed
      *  ones, each section with its count and amount.
           MOVE WS-AS-OF-DATE TO RPT-E-DATE
           WRITE FILEOUT-PAVRPT-RECORD FROM RPT-ENTETE
           MOVE 'PREAVIS ARRIVANT A ECHEANCE' TO RPT-S-TITRE
           WRITE FILEOUT-PAVRPT-RECORD FROM RPT-SECTION
           WRITE FILEOUT-PAVRPT-RECORD FROM RPT-COLONNES
           IF WS-ECH-NB = 0 THEN
               WRITE FILEOUT-PAVRPT-RECORD FROM RPT-VIDE
           END-IF
           PERFORM VARYING WS-ECH-IX FROM 1 BY 1
                   UNTIL WS-ECH-IX > WS-ECH-NB
               MOVE WS-ECH-COMPTE (WS-ECH-IX) TO RPT-COMPTE
               MOVE WS-ECH-REFPAV (WS-ECH-IX) TO RPT-REFPAV
               MOVE WS-ECH-DTECH (WS-ECH-IX)  TO RPT-DTECH
               MOVE WS-ECH-DTLIM (WS-ECH-IX)  TO RPT-DTLIM
               MOVE WS-ECH-MNTPAV (WS-ECH-IX) TO RPT-MNTPAV
               MOVE WS-ECH-RESTE (WS-ECH-IX)  TO RPT-RESTE
               WRITE FILEOUT-PAVRPT-RECORD FROM RPT-DETAIL
           END-PERFORM
           MOVE 'ARRIVANT A ECHEANCE ' TO RPT-T-LIBELLE
           MOVE WS-ECH-NB  TO RPT-T-NB
           MOVE WS-TOT-ECH TO RPT-T-TOTAL
           WRITE FILEOUT-PAVRPT-RECORD FROM RPT-TOTAL
           MOVE 'PREAVIS EXPIRES NON UTILISES' TO RPT-S-TITRE
           WRITE FILEOUT-PAVRPT-RECORD FROM RPT-SECTION
           WRITE FILEOUT-PAVRPT-RECORD FROM RPT-COLONNES
           IF WS-EXP-NB = 0 THEN
               WRITE FILEOUT-PAVRPT-RECORD FROM RPT-VIDE
           END-IF
           PERFORM VARYING WS-EXP-IX FROM 1 BY 1
                   UNTIL WS-EXP-IX > WS-EXP-NB
               MOVE WS-EXP-COMPTE (WS-EXP-IX) TO RPT-COMPTE
               MOVE WS-EXP-REFPAV (WS-EXP-IX) TO RPT-REFPAV
               MOVE WS-EXP-DTECH (WS-EXP-IX)  TO RPT-DTECH
               MOVE WS-EXP-DTLIM (WS-EXP-IX)  TO RPT-DTLIM
               MOVE WS-EXP-MNTPAV (WS-EXP-IX) TO RPT-MNTPAV
               MOVE WS-EXP-RESTE (WS-EXP-IX)  TO RPT-RESTE
               WRITE FILEOUT-PAVRPT-RECORD FROM RPT-DETAIL
           END-PERFORM
           MOVE 'EXPIRES            ' TO RPT-T-LIBELLE
           MOVE WS-EXP-NB  TO RPT-T-NB
           MOVE WS-TOT-EXP TO RPT-T-TOTAL
           WRITE FILEOUT-PAVRPT-RECORD FROM RPT-TOTAL
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKPAV01 : " WS-NB-LUES " LIGNE(S), " WS-NB-OK
                   " OK, " WS-NB-KO " REJETEE(S), " WS-ECH-NB
                   " ECHEANCE(S), " WS-NB-EXPIRES " EXPIRATION(S)"
           IF WS-ECH-DEBORD > 0
              OR WS-EXP-DEBORD > 0 THEN
               DISPLAY "GKPAV01 : " WS-ECH-DEBORD " ECHEANCE(S) ET "
                       WS-EXP-DEBORD " EXPIRATION(S) NON TRAITEE(S)"
                       " - TABLE DE " WS-TAB-MAX " PLEINE"
               MOVE '04' TO RC
           END-IF
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       2900-DATE-EN-ENTIER.
      ******************************************************************EDEFAY
      *  WS-DATE-CALC (YYYY-MM-DD) to its day number, WS-ENTIER-DATE.
           STRING WS-DATE-CALC(1:4) WS-DATE-CALC(6:2)
                  WS-DATE-CALC(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           .

       2950-ENTIER-EN-DATE.
      ******************************************************************EDEFAY
      *  WS-ENTIER-DATE back to WS-DATE-CALC (YYYY-MM-DD).
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-ENTIER-DATE)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-CALC
           .
