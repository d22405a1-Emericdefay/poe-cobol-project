      *PROCESS TEST
      ******************************************************************
      * Program name   : GKPRV01
      * Original author: DEFAY E.
      *
      * Description    : Month-end expected-credit-loss provisioning
      *                  of the loan book. Walks MAPRT's CPRT cursor
      *                  over every TBPRT loan alongside MAARR's CARR
      *                  cursor (both ordered by loan reference, a
      *                  merge walk) and, for each loan :
      *                  - days past due = closing date less the due
      *                    date of its oldest OPEN TBARR arrears row ;
      *                  - stage 1 up to TBPRM 'GKPRV01 '/'SEUILST2'
      *                    days (default 30), stage 2 up to
      *                    'SEUILST3' (default 90), stage 3 beyond -
      *                    or whenever the settlement account is
      *                    written off (ZACPT-PASSE-PERTE) ;
      *                  - required provision = remaining principal
      *                    (ZAPRT-CRD) x the TBECL rate for the
      *                    settlement account's product and the
      *                    stage (the blank-product row when the
      *                    product has none) ; a repaid loan
      *                    (ZAPRT-TERMINE) requires none, which
      *                    releases what it still held ;
      *                  - the required provision is stored in TBPRV
      *                    for the closing date next to the one held
      *                    at the previous closing, and the change is
      *                    written to FILEOUT-PROVJNL as a balanced
      *                    debit/credit pair in the GKGL001 journal
      *                    layout : an increase under TBGLMAP 'ECL'/
      *                    'C' (impairment charge against the loss
      *                    allowance), a release under 'ECL'/'D' -
      *                    or, without a 'D' row, the 'C' pair
      *                    reversed. The CTRLEXT trailer closes the
      *                    journal as it closes GKGL001's.
      *                  FILEOUT-PRVRPT lists every provisioned loan
      *                  then the totals per branch and currency.
      *                  The closing date is the one GKEOM01 closes :
      *                  the PARAMCLOM override, else the last day of
      *                  the month before the processing date. A
      *                  re-run for the same closing date replaces
      *                  its TBPRV rows and journals the same change
      *                  again against the previous closing - only
      *                  the last journal produced is to be loaded.
      * Rules handling :
      *             RC = 00 : Journal balanced, released
      *             RC = 01 : Could not open FILEOUT-PROVJNL or
      *                       FILEOUT-PRVRPT
      *             RC = 02 : PARAMCLOM override invalid
      *             RC = 05 : One or more loans had no TBECL rate or
      *                       could not be stored, or the 'ECL'
      *                       TBGLMAP mapping is missing - their
      *                       change is missing from the journal,
      *                       file must not be loaded
      *             RC = 06 : Debits and credits do not tie
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-PROVJNL - provision journal, GKGL001
      *                   layout + CTRLEXT trailer.
      *                   FILEOUT-PRVRPT - per-loan and per-branch
      *                   provision report.
      *                   PARAMCLOM - optional closing date override.
      *    TBPRM        : 'GKPRV01 '/'SEUILST2' and 'SEUILST3', the
      *                   days-past-due stage thresholds.
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
       PROGRAM-ID.    GKPRV01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-PROVJNL-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-PROVJNL-NAME
           FILE STATUS IS WS-FS-PROVJNL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-PRVRPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-PRVRPT-NAME
           FILE STATUS IS WS-FS-PRVRPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMCLOM-FDNAME
           ASSIGN TO DYNAMIC PARAMCLOM-NAME
           FILE STATUS IS WS-FS-PARAMCLOM
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-PROVJNL-FDNAME RECORDING MODE F.
       01  FILEOUT-PROVJNL-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-PRVRPT-FDNAME RECORDING MODE F.
       01  FILEOUT-PRVRPT-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMCLOM-FDNAME RECORDING MODE F.
       01  PARAMCLOM-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPRT.cpy".
       COPY "./Copybooks/CTBARR.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBECL.cpy".
       COPY "./Copybooks/CTBPRV.cpy".
       COPY "./Copybooks/CTBGLM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBLOG.cpy".
       COPY "./Copybooks/CTRLEXT.cpy".
      *  Run-log working fields, see 1980-JOURNALISER-EXECUTION
       01  WS-LOG-YYYYMMDD  PIC 9(08).
       01  WS-LOG-HRDEBUT   PIC 9(08).
       01  WS-LOG-HRFIN     PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Output files / optional closing date override
       01  FILEOUT-PROVJNL-NAME PIC X(30) VALUE 'FILEOUT-PROVJNL'.
       01  WS-FS-PROVJNL   PIC X(02).
           88 FS-PROVJNL-OK VALUE '00'.
       01  FILEOUT-PRVRPT-NAME PIC X(30) VALUE 'FILEOUT-PRVRPT'.
       01  WS-FS-PRVRPT    PIC X(02).
           88 FS-PRVRPT-OK VALUE '00'.
       01  PARAMCLOM-NAME   PIC X(30) VALUE 'PARAMCLOM'.
       01  WS-FS-PARAMCLOM  PIC X(02).
           88 FS-PARAMCLOM-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date and the closing date provisioned for
       01  WS-JOUR-YYYYMMDD PIC 9(08).
       01  WS-JOUR-ISO     PIC X(10).
       01  WS-DATE-ARRETE  PIC X(10).
      *  Last-day-of-previous-month derivation
       01  WS-DATE-AA          PIC 9(04).
       01  WS-DATE-MM          PIC 9(02).
       01  WS-DERNIER-JOUR     PIC 9(02).
       01  WS-RESTE-4          PIC 9(04).
      *  Days-past-due computation, see 1510-CHERCHER-ARRIERE
       01  WS-DATE-DIGITS   PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-ENTIER-ARRETE PIC S9(09) COMP-3.
       01  WS-ENTIER-ECH    PIC S9(09) COMP-3.
       01  WS-DTECH-ANCIEN  PIC X(10).
       01  WS-JOURS-RETARD  PIC 9(05).
       01  WS-FIN-ARR       PIC X(01) VALUE 'N'.
           88 FIN-ARR       VALUE 'Y'.
      *  Stage thresholds in days past due (TBPRM)
       01  WS-SEUIL-ST2     PIC 9(05) VALUE 30.
       01  WS-SEUIL-ST3     PIC 9(05) VALUE 90.
      *  Loan in hand
       01  WS-AGENCE        PIC X(03).
       01  WS-PRODUIT       PIC X(04).
       01  WS-CPT-PERTE     PIC X(01).
           88 CPT-PASSE-PERTE VALUE 'Y'.
       01  WS-STAGE         PIC 9(01).
       01  WS-TAUX          PIC S9(3)V9(4) COMP-3.
       01  WS-TAUX-TROUVE   PIC X(01).
           88 TAUX-TROUVE   VALUE 'Y'.
       01  WS-PRV-EXISTE    PIC X(01).
           88 PRV-EXISTE    VALUE 'Y'.
       01  WS-PREC-TROUVE   PIC X(01).
           88 PREC-TROUVE   VALUE 'Y'.
       01  WS-MNT-PRV       PIC S9(13)V9(2) COMP-3.
       01  WS-MNT-PREC      PIC S9(13)V9(2) COMP-3.
       01  WS-MNT-VAR       PIC S9(13)V9(2) COMP-3.
       01  WS-MNT-JNL       PIC S9(13)V9(2) COMP-3.
      *  TBGLMAP pseudo-code the provision change maps under, and the
      *  GL pair resolved for the loan in hand
       01  WS-COPE-ECL      PIC X(03) VALUE 'ECL'.
       01  WS-CPTGL-DEBIT   PIC X(08).
       01  WS-CPTGL-CREDIT  PIC X(08).
      *  Journal line - the GKGL001 layout
       01  JNL-LINE.
           05  JNL-DATE     PIC X(10).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JNL-CPTGL    PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JNL-SENS     PIC X(01).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JNL-MONTANT  PIC 9(11).99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JNL-CODOPE   PIC X(03).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JNL-COMPTE   PIC X(11).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JNL-REFOPE   PIC X(10).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JNL-DEVOPE   PIC X(03).
           05  FILLER       PIC X(13) VALUE SPACES.
      *  Journal totals - the file only releases when these tie
       01  WS-TOTAL-DEBIT   PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDIT  PIC 9(13)V99 VALUE 0.
       01  WS-NB-LIGNES     PIC 9(06) VALUE 0.
       01  WS-NB-SANS-MAP   PIC 9(06) VALUE 0.
      *  Totals per branch and currency, see 1750-CUMULER-AGENCE
       01  WS-AGE-NB       PIC 9(03) VALUE 0.
       01  WS-AGE-MAX      PIC 9(03) VALUE 200.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-AGE-IX.
               10  WS-AGE-CODE     PIC X(03).
               10  WS-AGE-DEVISE   PIC X(03).
               10  WS-AGE-NBPRT    PIC 9(05).
               10  WS-AGE-CRD      PIC S9(13)V9(2) COMP-3.
               10  WS-AGE-PRV      PIC S9(13)V9(2) COMP-3.
               10  WS-AGE-VAR      PIC S9(13)V9(2) COMP-3.
       01  WS-AGE-TROUVE   PIC X(01).
           88 AGE-TROUVE   VALUE 'Y'.
      *  Counters
       01  WS-NB-LUS       PIC 9(06) VALUE 0.
       01  WS-NB-PROVISIONNES PIC 9(06) VALUE 0.
       01  WS-NB-STAGE     PIC 9(06) OCCURS 3 TIMES.
       01  WS-NB-KO        PIC 9(06) VALUE 0.
      *  Report lines
       01  RPT-TITRE-PRET.
           05  FILLER      PIC X(30)
                           VALUE 'PRET       AGE PROD S JOURS   '.
           05  FILLER      PIC X(30)
                           VALUE '         CRD      PROVISION   '.
           05  FILLER      PIC X(20) VALUE '   VARIATION DEV    '.
       01  RPT-LINE.
           05  RPT-REFPRT  PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-AGENCE  PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-PRODUIT PIC X(04).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-STAGE   PIC 9(01).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-JOURS   PIC ZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-CRD     PIC -(10)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-PRV     PIC -(10)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-VAR     PIC -(10)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-DEVISE  PIC X(03).
           05  FILLER      PIC X(04) VALUE SPACES.
       01  RPT-TITRE-AGENCE.
           05  FILLER      PIC X(25)
                           VALUE 'AGE DEV PRETS            '.
           05  FILLER      PIC X(30)
                           VALUE '   CRD         PROVISION      '.
           05  FILLER      PIC X(25)
                           VALUE '   VARIATION             '.
       01  RPT-TOTAL.
           05  RPT-TOT-AGENCE  PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOT-DEVISE  PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOT-NB      PIC ZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOT-CRD     PIC -(13)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOT-PRV     PIC -(13)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOT-VAR     PIC -(13)9.99.
           05  FILLER          PIC X(16) VALUE SPACES.
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
           ACCEPT WS-LOG-HRDEBUT FROM TIME
           PERFORM 1001-DEBUT
           IF RC-IS-00 THEN
               MOVE "OPN" TO ZAARR-FONCTION
               CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
               PERFORM 1210-FETCH-ARRIERE
               MOVE "OPN" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
               MOVE "FET" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
               PERFORM UNTIL ZAPRT-CODRET-EOF
                          OR NOT ZAPRT-CODRET-OK
                   ADD 1 TO WS-NB-LUS
                   PERFORM 1500-TRAITER-PRET
                   MOVE "FET" TO ZAPRT-FONCTION
                   CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CLO" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
               MOVE "CLO" TO ZAARR-FONCTION
               CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
               PERFORM 1800-TOTALISER-AGENCES
               PERFORM 1900-BILAN
               PERFORM 1950-ECRIRE-TRAILER
               PERFORM 9999-CFILES
           END-IF
           PERFORM 1980-JOURNALISER-EXECUTION
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Derive the processing date and the closing date, load the
      *  stage thresholds and open the journal and the report.
           ACCEPT WS-JOUR-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-JOUR-YYYYMMDD(1:4) "-" WS-JOUR-YYYYMMDD(5:2)
                  "-" WS-JOUR-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-JOUR-ISO
           MOVE 'JOURTRT ' TO ZAPRC-CLE
           MOVE "SEL" TO ZAPRC-FONCTION
           CALL "MAPRC" USING ZAPRC-ZCMA, AUTH-QUERY
           IF ZAPRC-CODRET-OK
              AND ZAPRC-DTPRC NOT = SPACES THEN
               MOVE ZAPRC-DTPRC TO WS-JOUR-ISO
           END-IF
           PERFORM 1100-DETERMINER-ARRETE
           IF NOT RC-IS-00 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 1010-CHARGER-PARAMETRES
           OPEN OUTPUT FILEOUT-PROVJNL-FDNAME
           IF NOT FS-PROVJNL-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-PRVRPT-FDNAME
           IF NOT FS-PRVRPT-OK THEN
               MOVE '01' TO RC
               CLOSE FILEOUT-PROVJNL-FDNAME
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-NB-STAGE (1) WS-NB-STAGE (2)
                        WS-NB-STAGE (3)
           STRING WS-DATE-ARRETE(1:4) WS-DATE-ARRETE(6:2)
                  WS-DATE-ARRETE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-ARRETE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           DISPLAY "GKPRV01 : PROVISIONNEMENT AU " WS-DATE-ARRETE
                   " (TRAITEMENT DU " WS-JOUR-ISO ")"
           WRITE FILEOUT-PRVRPT-RECORD FROM RPT-TITRE-PRET
           .

       1010-CHARGER-PARAMETRES.
      ******************************************************************EDEFAY
      *  TBPRM 'GKPRV01 ' stage thresholds in days past due - past
      *  SEUILST2 a loan is stage 2, past SEUILST3 stage 3. Either
      *  left unset keeps its default (30 / 90).
           MOVE 'GKPRV01 ' TO ZAPRM-PGM
           MOVE 'SEUILST2' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               COMPUTE WS-SEUIL-ST2 = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           MOVE 'GKPRV01 ' TO ZAPRM-PGM
           MOVE 'SEUILST3' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               COMPUTE WS-SEUIL-ST3 = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           .

       1100-DETERMINER-ARRETE.
      ******************************************************************EDEFAY
      *  The closing date provisioned for - the one GKEOM01 closes :
      *  the PARAMCLOM override when supplied (an ISO date, not in
      *  the future), else the last day of the month before the
      *  processing date.
           MOVE SPACES TO WS-DATE-ARRETE
           OPEN INPUT PARAMCLOM-FDNAME
           IF FS-PARAMCLOM-OK THEN
               READ PARAMCLOM-FDNAME
               IF FS-PARAMCLOM-OK THEN
                   MOVE PARAMCLOM-RECORD(1:10) TO WS-DATE-ARRETE
               END-IF
               CLOSE PARAMCLOM-FDNAME
           END-IF
           IF WS-DATE-ARRETE NOT = SPACES THEN
               IF WS-DATE-ARRETE(1:4) NOT NUMERIC
                  OR WS-DATE-ARRETE(5:1) NOT = '-'
                  OR WS-DATE-ARRETE(6:2) NOT NUMERIC
                  OR WS-DATE-ARRETE(8:1) NOT = '-'
                  OR WS-DATE-ARRETE(9:2) NOT NUMERIC
                  OR WS-DATE-ARRETE > WS-JOUR-ISO THEN
                   MOVE '02' TO RC
                   DISPLAY "GKPRV01 : PARAMCLOM INVALIDE '"
                           WS-DATE-ARRETE "' - ARRET"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JOUR-ISO(1:4) TO WS-DATE-AA
           MOVE WS-JOUR-ISO(6:2) TO WS-DATE-MM
           IF WS-DATE-MM = 1 THEN
               MOVE 12 TO WS-DATE-MM
               SUBTRACT 1 FROM WS-DATE-AA
           ELSE
               SUBTRACT 1 FROM WS-DATE-MM
           END-IF
           PERFORM 1150-DERNIER-JOUR-DU-MOIS
           STRING WS-DATE-AA '-' WS-DATE-MM '-' WS-DERNIER-JOUR
                  DELIMITED BY SIZE INTO WS-DATE-ARRETE
           .

       1150-DERNIER-JOUR-DU-MOIS.
      ******************************************************************EDEFAY
      *  Length of month WS-DATE-MM in year WS-DATE-AA, leap years
      *  handled the usual way.
           EVALUATE WS-DATE-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DERNIER-JOUR
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DERNIER-JOUR
               WHEN 02
                   MOVE 28 TO WS-DERNIER-JOUR
                   COMPUTE WS-RESTE-4 =
                           FUNCTION MOD(WS-DATE-AA, 4)
                   IF WS-RESTE-4 = 0 THEN
                       MOVE 29 TO WS-DERNIER-JOUR
                       COMPUTE WS-RESTE-4 =
                               FUNCTION MOD(WS-DATE-AA, 100)
                       IF WS-RESTE-4 = 0 THEN
                           COMPUTE WS-RESTE-4 =
                                   FUNCTION MOD(WS-DATE-AA, 400)
                           IF WS-RESTE-4 NOT = 0 THEN
                               MOVE 28 TO WS-DERNIER-JOUR
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           .

       1210-FETCH-ARRIERE.
      ******************************************************************EDEFAY
      *  Fetch the next CARR cursor row ; end of cursor (or a cursor
      *  error) ends the merge walk on the arrears side.
           MOVE "FET" TO ZAARR-FONCTION
           CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
           IF NOT ZAARR-CODRET-OK THEN
               SET FIN-ARR TO TRUE
           END-IF
           .

       1500-TRAITER-PRET.
      ******************************************************************EDEFAY
      *  Stage one loan, price its required provision, store it and
      *  journalize the change against the previous closing.
           PERFORM 1510-CHERCHER-ARRIERE
           PERFORM 1520-LIRE-COMPTE
           EVALUATE TRUE
               WHEN CPT-PASSE-PERTE
               WHEN WS-JOURS-RETARD > WS-SEUIL-ST3
                   MOVE 3 TO WS-STAGE
               WHEN WS-JOURS-RETARD > WS-SEUIL-ST2
                   MOVE 2 TO WS-STAGE
               WHEN OTHER
                   MOVE 1 TO WS-STAGE
           END-EVALUATE
           PERFORM 1540-PROVISION-PRECEDENTE
           MOVE ZERO TO WS-TAUX
           MOVE ZERO TO WS-MNT-PRV
           IF NOT ZAPRT-TERMINE THEN
               PERFORM 1550-CHERCHER-TAUX
               IF NOT TAUX-TROUVE THEN
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKPRV01 : PAS DE TAUX TBECL POUR "
                           WS-PRODUIT "/" WS-STAGE " (" ZAPRT-REFPRT
                           ") - PROVISION NON MISE A JOUR"
                   EXIT PARAGRAPH
               END-IF
               IF ZAPRT-CRD > ZERO THEN
                   COMPUTE WS-MNT-PRV ROUNDED = ZAPRT-CRD * WS-TAUX
               END-IF
           END-IF
      *    Nothing held, nothing required : no row, no journal line
           IF WS-MNT-PRV = ZERO AND WS-MNT-PREC = ZERO
              AND NOT PRV-EXISTE THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-ENREGISTRER-PROVISION
           IF NOT ZAPRV-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPRV01 : ENREGISTREMENT TBPRV KO POUR "
                       ZAPRT-REFPRT ", CODRET=" ZAPRV-CODRET
                       " - VARIATION NON JOURNALISEE"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-PROVISIONNES
           ADD 1 TO WS-NB-STAGE (WS-STAGE)
           COMPUTE WS-MNT-VAR = WS-MNT-PRV - WS-MNT-PREC
           IF WS-MNT-VAR NOT = ZERO THEN
               PERFORM 1700-JOURNALISER-VARIATION
           END-IF
           PERFORM 1750-CUMULER-AGENCE
           MOVE ZAPRT-REFPRT    TO RPT-REFPRT
           MOVE WS-AGENCE       TO RPT-AGENCE
           MOVE WS-PRODUIT      TO RPT-PRODUIT
           MOVE WS-STAGE        TO RPT-STAGE
           MOVE WS-JOURS-RETARD TO RPT-JOURS
           MOVE ZAPRT-CRD       TO RPT-CRD
           MOVE WS-MNT-PRV      TO RPT-PRV
           MOVE WS-MNT-VAR      TO RPT-VAR
           MOVE ZAPRT-CODDEV    TO RPT-DEVISE
           WRITE FILEOUT-PRVRPT-RECORD FROM RPT-LINE
           .

       1510-CHERCHER-ARRIERE.
      ******************************************************************EDEFAY
      *  Merge walk : bring CARR up to this loan's rows, then take the
      *  first OPEN row due on or before the closing date - CARR
      *  returns a loan's rows in due-date order, so that is the
      *  oldest unpaid installment. Days past due = closing date
      *  less its due date ; none open is zero.
           MOVE ZERO TO WS-JOURS-RETARD
           MOVE SPACES TO WS-DTECH-ANCIEN
           PERFORM UNTIL FIN-ARR
                      OR ZAARR-REFPRT NOT < ZAPRT-REFPRT
               PERFORM 1210-FETCH-ARRIERE
           END-PERFORM
           PERFORM UNTIL FIN-ARR
                      OR ZAARR-REFPRT NOT = ZAPRT-REFPRT
               IF ZAARR-OUVERT
                  AND WS-DTECH-ANCIEN = SPACES
                  AND ZAARR-DTECH NOT > WS-DATE-ARRETE THEN
                   MOVE ZAARR-DTECH TO WS-DTECH-ANCIEN
               END-IF
               PERFORM 1210-FETCH-ARRIERE
           END-PERFORM
           IF WS-DTECH-ANCIEN = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           STRING WS-DTECH-ANCIEN(1:4) WS-DTECH-ANCIEN(6:2)
                  WS-DTECH-ANCIEN(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-ECH =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           IF WS-ENTIER-ARRETE > WS-ENTIER-ECH THEN
               COMPUTE WS-JOURS-RETARD =
                       WS-ENTIER-ARRETE - WS-ENTIER-ECH
           END-IF
           .

       1520-LIRE-COMPTE.
      ******************************************************************EDEFAY
      *  The settlement account gives the loan its product, its
      *  branch and - written off - a stage 3 whatever the arrears.
           MOVE SPACES TO WS-AGENCE
           MOVE SPACES TO WS-PRODUIT
           MOVE 'N' TO WS-CPT-PERTE
           MOVE ZAPRT-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK THEN
               MOVE ZACPT-AGENCE  TO WS-AGENCE
               MOVE ZACPT-PRODUIT TO WS-PRODUIT
               IF ZACPT-PASSE-PERTE THEN
                   SET CPT-PASSE-PERTE TO TRUE
               END-IF
           ELSE
               DISPLAY "GKPRV01 : COMPTE " ZAPRT-COMPTE " DU PRET "
                       ZAPRT-REFPRT " INTROUVABLE - TAUX PAR DEFAUT"
           END-IF
           .

       1540-PROVISION-PRECEDENTE.
      ******************************************************************EDEFAY
      *  The provision held before this closing. A row already
      *  stored for this closing date means a re-run : it kept the
      *  previous closing's figure in MNTPREC. Otherwise it is the
      *  MNTPRV of the loan's latest earlier row (CPRV, latest
      *  first) ; none is zero.
           MOVE ZERO TO WS-MNT-PREC
           MOVE 'N' TO WS-PRV-EXISTE
           MOVE 'N' TO WS-PREC-TROUVE
           MOVE ZAPRT-REFPRT   TO ZAPRV-REFPRT
           MOVE WS-DATE-ARRETE TO ZAPRV-DTARRETE
           MOVE "SEL" TO ZAPRV-FONCTION
           CALL "MAPRV" USING ZAPRV-ZCMA, AUTH-QUERY
           IF ZAPRV-CODRET-OK THEN
               SET PRV-EXISTE TO TRUE
               MOVE ZAPRV-MNTPREC TO WS-MNT-PREC
               EXIT PARAGRAPH
           END-IF
           MOVE ZAPRT-REFPRT TO ZAPRV-REFPRT
           MOVE "OPN" TO ZAPRV-FONCTION
           CALL "MAPRV" USING ZAPRV-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAPRV-FONCTION
           CALL "MAPRV" USING ZAPRV-ZCMA, AUTH-QUERY
           PERFORM UNTIL PREC-TROUVE
                      OR NOT ZAPRV-CODRET-OK
               IF ZAPRV-DTARRETE < WS-DATE-ARRETE THEN
                   SET PREC-TROUVE TO TRUE
                   MOVE ZAPRV-MNTPRV TO WS-MNT-PREC
               ELSE
                   MOVE "FET" TO ZAPRV-FONCTION
                   CALL "MAPRV" USING ZAPRV-ZCMA, AUTH-QUERY
               END-IF
           END-PERFORM
           MOVE "CLO" TO ZAPRV-FONCTION
           CALL "MAPRV" USING ZAPRV-ZCMA, AUTH-QUERY
           .

       1550-CHERCHER-TAUX.
      ******************************************************************EDEFAY
      *  TBECL rate for the product and stage, else the blank-product
      *  default row for the stage.
           MOVE 'N' TO WS-TAUX-TROUVE
           MOVE WS-PRODUIT TO ZAECL-PRODUIT
           MOVE WS-STAGE   TO ZAECL-STAGE
           MOVE "SEL" TO ZAECL-FONCTION
           CALL "MAECL" USING ZAECL-ZCMA, AUTH-QUERY
           IF NOT ZAECL-CODRET-OK
              AND WS-PRODUIT NOT = SPACES THEN
               MOVE SPACES   TO ZAECL-PRODUIT
               MOVE WS-STAGE TO ZAECL-STAGE
               MOVE "SEL" TO ZAECL-FONCTION
               CALL "MAECL" USING ZAECL-ZCMA, AUTH-QUERY
           END-IF
           IF ZAECL-CODRET-OK THEN
               SET TAUX-TROUVE TO TRUE
               MOVE ZAECL-TAUX TO WS-TAUX
           END-IF
           .

       1600-ENREGISTRER-PROVISION.
      ******************************************************************EDEFAY
      *  Store the closing's TBPRV row - UPD on a re-run, INS
      *  otherwise.
           INITIALIZE ZAPRV-DONNEES
           MOVE ZAPRT-REFPRT    TO ZAPRV-REFPRT
           MOVE WS-DATE-ARRETE  TO ZAPRV-DTARRETE
           MOVE ZAPRT-COMPTE    TO ZAPRV-COMPTE
           MOVE WS-AGENCE       TO ZAPRV-AGENCE
           MOVE WS-PRODUIT      TO ZAPRV-PRODUIT
           MOVE ZAPRT-CODDEV    TO ZAPRV-CODDEV
           MOVE WS-STAGE        TO ZAPRV-STAGE
           MOVE WS-JOURS-RETARD TO ZAPRV-JOURSRET
           MOVE ZAPRT-CRD       TO ZAPRV-CRD
           MOVE WS-TAUX         TO ZAPRV-TAUX
           MOVE WS-MNT-PRV      TO ZAPRV-MNTPRV
           MOVE WS-MNT-PREC     TO ZAPRV-MNTPREC
           IF PRV-EXISTE THEN
               MOVE "UPD" TO ZAPRV-FONCTION
           ELSE
               MOVE "INS" TO ZAPRV-FONCTION
           END-IF
           CALL "MAPRV" USING ZAPRV-ZCMA, AUTH-QUERY
           .

       1700-JOURNALISER-VARIATION.
      ******************************************************************EDEFAY
      *  Journalize the change as one balanced debit/credit pair. An
      *  increase books under TBGLMAP 'ECL'/'C' ; a release under
      *  'ECL'/'D', or the 'C' pair reversed when no 'D' row exists.
      *  No mapping at all is tallied - the file must not be
      *  released with a change missing from it (RC 05 at 1900).
           MOVE WS-COPE-ECL TO ZAGLM-COPE
           IF WS-MNT-VAR > ZERO THEN
               MOVE WS-MNT-VAR TO WS-MNT-JNL
               MOVE 'C' TO ZAGLM-SENS
               MOVE "SEL" TO ZAGLM-FONCTION
               CALL "MAGLM" USING ZAGLM-ZCMA, AUTH-QUERY
               MOVE ZAGLM-CPTDEBIT  TO WS-CPTGL-DEBIT
               MOVE ZAGLM-CPTCREDIT TO WS-CPTGL-CREDIT
           ELSE
               COMPUTE WS-MNT-JNL = ZERO - WS-MNT-VAR
               MOVE 'D' TO ZAGLM-SENS
               MOVE "SEL" TO ZAGLM-FONCTION
               CALL "MAGLM" USING ZAGLM-ZCMA, AUTH-QUERY
               IF ZAGLM-CODRET-OK THEN
                   MOVE ZAGLM-CPTDEBIT  TO WS-CPTGL-DEBIT
                   MOVE ZAGLM-CPTCREDIT TO WS-CPTGL-CREDIT
               ELSE
                   MOVE WS-COPE-ECL TO ZAGLM-COPE
                   MOVE 'C' TO ZAGLM-SENS
                   MOVE "SEL" TO ZAGLM-FONCTION
                   CALL "MAGLM" USING ZAGLM-ZCMA, AUTH-QUERY
                   MOVE ZAGLM-CPTCREDIT TO WS-CPTGL-DEBIT
                   MOVE ZAGLM-CPTDEBIT  TO WS-CPTGL-CREDIT
               END-IF
           END-IF
           IF NOT ZAGLM-CODRET-OK THEN
               ADD 1 TO WS-NB-SANS-MAP
               DISPLAY "GKPRV01 : PAS DE MAPPING TBGLMAP POUR "
                       WS-COPE-ECL " (" ZAPRT-REFPRT ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-ARRETE TO JNL-DATE
           MOVE WS-COPE-ECL    TO JNL-CODOPE
           MOVE ZAPRT-COMPTE   TO JNL-COMPTE
           MOVE ZAPRT-REFPRT   TO JNL-REFOPE
           MOVE ZAPRT-CODDEV   TO JNL-DEVOPE
           MOVE WS-MNT-JNL     TO JNL-MONTANT
           MOVE WS-CPTGL-DEBIT TO JNL-CPTGL
           MOVE 'D' TO JNL-SENS
           WRITE FILEOUT-PROVJNL-RECORD FROM JNL-LINE
           ADD WS-MNT-JNL TO WS-TOTAL-DEBIT
           MOVE WS-CPTGL-CREDIT TO JNL-CPTGL
           MOVE 'C' TO JNL-SENS
           WRITE FILEOUT-PROVJNL-RECORD FROM JNL-LINE
           ADD WS-MNT-JNL TO WS-TOTAL-CREDIT
           ADD 2 TO WS-NB-LIGNES
           .

       1750-CUMULER-AGENCE.
      ******************************************************************EDEFAY
      *  Add the loan to its branch and currency totals, opening the
      *  entry on first sight.
           MOVE 'N' TO WS-AGE-TROUVE
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-AGE-NB
               IF WS-AGE-CODE (WS-AGE-IX) = WS-AGENCE
                  AND WS-AGE-DEVISE (WS-AGE-IX) = ZAPRT-CODDEV THEN
                   SET AGE-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT AGE-TROUVE THEN
               IF WS-AGE-NB NOT < WS-AGE-MAX THEN
                   DISPLAY "GKPRV01 : TABLE AGENCES PLEINE, "
                           WS-AGENCE "/" ZAPRT-CODDEV
                           " NON TOTALISEE"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AGE-NB
               SET WS-AGE-IX TO WS-AGE-NB
               MOVE WS-AGENCE    TO WS-AGE-CODE (WS-AGE-IX)
               MOVE ZAPRT-CODDEV TO WS-AGE-DEVISE (WS-AGE-IX)
               MOVE ZERO TO WS-AGE-NBPRT (WS-AGE-IX)
                            WS-AGE-CRD (WS-AGE-IX)
                            WS-AGE-PRV (WS-AGE-IX)
                            WS-AGE-VAR (WS-AGE-IX)
           END-IF
           ADD 1 TO WS-AGE-NBPRT (WS-AGE-IX)
           ADD ZAPRT-CRD  TO WS-AGE-CRD (WS-AGE-IX)
           ADD WS-MNT-PRV TO WS-AGE-PRV (WS-AGE-IX)
           ADD WS-MNT-VAR TO WS-AGE-VAR (WS-AGE-IX)
           .

       1800-TOTALISER-AGENCES.
      ******************************************************************EDEFAY
      *  The report's summary block : one line per branch and
      *  currency - loans, remaining principal, required provision
      *  and its change over the month.
           WRITE FILEOUT-PRVRPT-RECORD FROM RPT-TITRE-AGENCE
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-AGE-NB
               MOVE WS-AGE-CODE (WS-AGE-IX)   TO RPT-TOT-AGENCE
               MOVE WS-AGE-DEVISE (WS-AGE-IX) TO RPT-TOT-DEVISE
               MOVE WS-AGE-NBPRT (WS-AGE-IX)  TO RPT-TOT-NB
               MOVE WS-AGE-CRD (WS-AGE-IX)    TO RPT-TOT-CRD
               MOVE WS-AGE-PRV (WS-AGE-IX)    TO RPT-TOT-PRV
               MOVE WS-AGE-VAR (WS-AGE-IX)    TO RPT-TOT-VAR
               WRITE FILEOUT-PRVRPT-RECORD FROM RPT-TOTAL
           END-PERFORM
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Tie the journal out and set the release RC : every loan
      *  provisioned and mapped, debits equal to credits.
           DISPLAY "GKPRV01 : " WS-NB-LUS " PRET(S) LU(S), "
                   WS-NB-PROVISIONNES " PROVISIONNE(S) - STAGE 1="
                   WS-NB-STAGE (1) " STAGE 2=" WS-NB-STAGE (2)
                   " STAGE 3=" WS-NB-STAGE (3) ", " WS-NB-KO " KO"
           DISPLAY "GKPRV01 : " WS-NB-LIGNES " LIGNE(S), DEBIT="
                   WS-TOTAL-DEBIT " CREDIT=" WS-TOTAL-CREDIT
           IF WS-NB-SANS-MAP > 0 OR WS-NB-KO > 0 THEN
               MOVE '05' TO RC
               DISPLAY "GKPRV01 : " WS-NB-KO " PRET(S) NON PROVISIONNE"
                       "(S), " WS-NB-SANS-MAP " VARIATION(S) SANS "
                       "MAPPING - FICHIER NON LIBERABLE"
           ELSE
               IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT THEN
                   MOVE '06' TO RC
                   DISPLAY "GKPRV01 : DEBITS/CREDITS DESEQUILIBRES"
                           " - FICHIER NON LIBERABLE"
               ELSE
                   DISPLAY "GKPRV01 : JOURNAL EQUILIBRE, LIBERE"
               END-IF
           END-IF
           .

       1950-ECRIRE-TRAILER.
      ******************************************************************EDEFAY
      *  Stamp the standard CTRLEXT control trailer as the journal's
      *  last record, as GKGL001 does.
           MOVE WS-NB-LIGNES TO ZTRL-NBENR
           COMPUTE ZTRL-HASHMNT = WS-TOTAL-DEBIT + WS-TOTAL-CREDIT
           ACCEPT ZTRL-DTGEN-DIGITS FROM DATE YYYYMMDD
           STRING ZTRL-DTGEN-DIGITS(1:4) '-'
                  ZTRL-DTGEN-DIGITS(5:2) '-'
                  ZTRL-DTGEN-DIGITS(7:2)
                  DELIMITED BY SIZE INTO ZTRL-DTGEN
           ACCEPT ZTRL-HRGEN FROM TIME
           MOVE ZTRL-NBENR   TO ZTRL-NB-EDIT
           MOVE ZTRL-HASHMNT TO ZTRL-HASH-EDIT
           MOVE SPACES TO ZTRL-LIGNE
           STRING 'TRL;' ZTRL-NB-EDIT ';' ZTRL-HASH-EDIT ';'
                  ZTRL-DTGEN ';' ZTRL-HRGEN
                  DELIMITED BY SIZE INTO ZTRL-LIGNE
           WRITE FILEOUT-PROVJNL-RECORD FROM ZTRL-LIGNE
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-PROVJNL-FDNAME
           CLOSE FILEOUT-PRVRPT-FDNAME
           .

       1980-JOURNALISER-EXECUTION.
      ******************************************************************EDEFAY
      *  One TBLOG row for this execution - start/end times, the
      *  run's record count and its final RC, for GKWIN01's
      *  batch-window trend.
           ACCEPT WS-LOG-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-LOG-YYYYMMDD(1:4) '-' WS-LOG-YYYYMMDD(5:2)
                  '-' WS-LOG-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO ZALOG-DTRUN
           MOVE 'GKPRV01 ' TO ZALOG-PGM
           MOVE WS-LOG-HRDEBUT TO ZALOG-HRDEBUT
           ACCEPT WS-LOG-HRFIN FROM TIME
           MOVE WS-LOG-HRFIN   TO ZALOG-HRFIN
           MOVE WS-NB-LUS      TO ZALOG-NBENR
           MOVE RC TO ZALOG-CODRC
           MOVE "INS" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           IF NOT ZALOG-CODRET-OK THEN
               DISPLAY "GKPRV01 : JOURNAL TBLOG KO, CODRET="
                       ZALOG-CODRET
           END-IF
           .
