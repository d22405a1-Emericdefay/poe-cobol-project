      *PROCESS TEST
      ******************************************************************
      * Program name   : GKLTV01
      * Original author: DEFAY E.
      *
      * Description    : Monthly loan-to-value monitoring of the loan
      *                  book. Walks MAPRT's CPRT cursor over every
      *                  loan not yet repaid and, for each, values its
      *                  TBGAR collateral (CGAR cursor) :
      *                    - each line's valuation less its haircut ;
      *                      a pledged term deposit counts for its
      *                      live TBDEP principal, and for nothing
      *                      once matured or broken ;
      *                    - the loan-to-value is the remaining
      *                      principal (ZAPRT-CRD) over the sum of the
      *                      discounted collateral.
      *                  FILEOUT-LTVREP lists :
      *                    - 'LTV' the loans above the maximum LTV of
      *                      their settlement account's product
      *                      (ZAPRD-LTVMAX, GKMPRD01) - a loan with no
      *                      usable collateral on such a product shows
      *                      as unsecured ;
      *                    - 'REV' the collateral whose valuation is
      *                      older than its type's revaluation
      *                      interval ;
      *                    - 'DEP' the pledged deposits no longer
      *                      live, to be replaced or released.
      * Rules handling :
      *             RC = 00 : No loan over its LTV, no revaluation due
      *             RC = 01 : Could not open FILEOUT-LTVREP
      *             RC = 04 : One or more loans over their maximum
      *                       LTV, or collateral due for revaluation
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-LTVREP - see JCL/GKLTV01.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKLTV01 /RVttt    - revaluation interval in
      *                   months of collateral type ttt (IMM, TIT,
      *                   VEH, CAU, AUT) ; default 12, 0 = never. A
      *                   pledged deposit is never revalued.
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
       PROGRAM-ID.    GKLTV01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-LTVREP-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-LTVREP-NAME
           FILE STATUS IS WS-FS-LTVREP
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-LTVREP-FDNAME RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FILEOUT-LTVREP-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPRT.cpy".
       COPY "./Copybooks/CTBGAR.cpy".
       COPY "./Copybooks/CTBDEP.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRD.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-LTVREP-NAME PIC X(30) VALUE 'FILEOUT-LTVREP'.
       01  WS-FS-LTVREP     PIC X(02).
           88 FS-LTVREP-OK  VALUE '00'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
      *  The loan in hand : its discounted collateral, the product's
      *  maximum LTV and the LTV itself
       01  WS-GARANTIE      PIC S9(13)V9(2) COMP-3.
       01  WS-VALEUR        PIC S9(13)V9(2) COMP-3.
       01  WS-LTVMAX        PIC S9(3)V9(4) COMP-3.
       01  WS-LTV           PIC S9(5)V9(4) COMP-3.
       01  WS-NB-GARANTIES  PIC 9(03).
      *  Revaluation interval of the collateral in hand and the date
      *  its valuation must be more recent than (2000-CALCULER-
      *  LIMITE) - the as-of date less the interval
       01  WS-MOIS-REEVAL   PIC 9(03).
       01  WS-DATE-LIMITE   PIC X(10).
       01  WS-MOIS-TOTAL    PIC 9(07).
       01  WS-DATE-AA       PIC 9(04).
       01  WS-DATE-MM       PIC 9(02).
       01  WS-DATE-JJ       PIC 9(02).
       01  WS-DERNIER-JOUR  PIC 9(02).
       01  WS-RESTE-4       PIC 9(04).
      *  Report lines
       01  RL-TITRE.
           05  FILLER          PIC X(40)
               VALUE 'GKLTV01 - LOAN-TO-VALUE ET REEVALUATION'.
           05  FILLER          PIC X(06) VALUE ' - AU '.
           05  RL-T-DATE       PIC X(10).
           05  FILLER          PIC X(24) VALUE SPACES.
       01  RL-LTV.
           05  RL-L-TAG        PIC X(04) VALUE 'LTV '.
           05  RL-L-REFPRT     PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-L-COMPTE     PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-L-CRD        PIC Z(10)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-L-GARANTIE   PIC Z(10)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-L-LTV        PIC Z(04)9.99.
           05  FILLER          PIC X(05) VALUE '% > '.
           05  RL-L-MAX        PIC ZZ9.99.
           05  FILLER          PIC X(01) VALUE '%'.
           05  FILLER          PIC X(03) VALUE SPACES.
       01  RL-NUE.
           05  RL-N-TAG        PIC X(04) VALUE 'LTV '.
           05  RL-N-REFPRT     PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-N-COMPTE     PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-N-CRD        PIC Z(10)9.99.
           05  FILLER          PIC X(39)
               VALUE ' SANS GARANTIE UTILISABLE'.
       01  RL-REV.
           05  RL-R-TAG        PIC X(04) VALUE 'REV '.
           05  RL-R-REFPRT     PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-R-RANG       PIC X(02).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-R-TYPGAR     PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-R-VALEUR     PIC Z(10)9.99.
           05  FILLER          PIC X(11) VALUE ' EVALUE LE '.
           05  RL-R-DTEVAL     PIC X(10).
           05  FILLER          PIC X(09) VALUE ' AVANT LE'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-R-LIMITE     PIC X(10).
           05  FILLER          PIC X(03) VALUE SPACES.
       01  RL-DEP.
           05  RL-D-TAG        PIC X(04) VALUE 'DEP '.
           05  RL-D-REFPRT     PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-D-RANG       PIC X(02).
           05  FILLER          PIC X(08) VALUE ' DEPOT '.
           05  RL-D-REFDEP     PIC X(10).
           05  FILLER          PIC X(45)
               VALUE ' NANTI NON ACTIF - A REMPLACER OU LEVER'.
       01  RL-BILAN.
           05  FILLER          PIC X(08) VALUE 'TOTAL : '.
           05  RL-B-PRETS      PIC Z(05)9.
           05  FILLER          PIC X(09) VALUE ' PRET(S),'.
           05  RL-B-LTV        PIC Z(05)9.
           05  FILLER          PIC X(14) VALUE ' DEPASSEMENT, '.
           05  RL-B-REV        PIC Z(05)9.
           05  FILLER          PIC X(16) VALUE ' REEVALUATION, '.
           05  RL-B-DEP        PIC Z(05)9.
           05  FILLER          PIC X(09) VALUE ' DEPOT(S)'.
      *  Counters
       01  WS-NB-PRETS      PIC 9(06) VALUE 0.
       01  WS-NB-LTV        PIC 9(06) VALUE 0.
       01  WS-NB-REEVAL     PIC 9(06) VALUE 0.
       01  WS-NB-DEPOTS     PIC 9(06) VALUE 0.
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
               MOVE "OPN" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
               PERFORM 1200-FETCH-PRET
               PERFORM UNTIL NOT ZAPRT-CODRET-OK
                   PERFORM 1500-TRAITER-PRET
                   PERFORM 1200-FETCH-PRET
               END-PERFORM
               MOVE "CLO" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date (TBPRC, then PARAMASOF) and open the
      *  report.
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
           OPEN INPUT PARAMASOF-FDNAME
           IF FS-PARAMASOF-OK THEN
               READ PARAMASOF-FDNAME INTO PARAMASOF-RECORD
               IF FS-PARAMASOF-OK THEN
                   MOVE PARAMASOF-RECORD(1:10) TO WS-AS-OF-DATE
               END-IF
               CLOSE PARAMASOF-FDNAME
           END-IF
           OPEN OUTPUT FILEOUT-LTVREP-FDNAME
           IF NOT FS-LTVREP-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE TO RL-T-DATE
           WRITE FILEOUT-LTVREP-RECORD FROM RL-TITRE
           .

       1200-FETCH-PRET.
      ******************************************************************EDEFAY
      *  Fetch the next CPRT cursor row.
           MOVE "FET" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           .

       1500-TRAITER-PRET.
      ******************************************************************EDEFAY
      *  One loan still owing : value its collateral, then hold its
      *  LTV against its product's maximum. A product with no maximum
      *  is not monitored for LTV - its collateral still is for
      *  revaluation.
           IF ZAPRT-TERMINE
              OR ZAPRT-CRD NOT > ZERO THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-PRETS
           PERFORM 1600-VALORISER-GARANTIES
           MOVE ZERO TO WS-LTVMAX
           MOVE ZAPRT-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK
              AND ZACPT-PRODUIT NOT = SPACES THEN
               MOVE ZACPT-PRODUIT TO ZAPRD-PRODUIT
               MOVE "SEL" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
               IF ZAPRD-CODRET-OK THEN
                   MOVE ZAPRD-LTVMAX TO WS-LTVMAX
               END-IF
           END-IF
           IF WS-LTVMAX NOT > ZERO THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-GARANTIE NOT > ZERO THEN
               ADD 1 TO WS-NB-LTV
               MOVE ZAPRT-REFPRT TO RL-N-REFPRT
               MOVE ZAPRT-COMPTE TO RL-N-COMPTE
               MOVE ZAPRT-CRD    TO RL-N-CRD
               WRITE FILEOUT-LTVREP-RECORD FROM RL-NUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LTV ROUNDED = ZAPRT-CRD / WS-GARANTIE
               ON SIZE ERROR
                   MOVE 99999.9999 TO WS-LTV
           END-COMPUTE
           IF WS-LTV > WS-LTVMAX THEN
               ADD 1 TO WS-NB-LTV
               MOVE ZAPRT-REFPRT TO RL-L-REFPRT
               MOVE ZAPRT-COMPTE TO RL-L-COMPTE
               MOVE ZAPRT-CRD    TO RL-L-CRD
               MOVE WS-GARANTIE  TO RL-L-GARANTIE
               COMPUTE RL-L-LTV ROUNDED = WS-LTV * 100
                   ON SIZE ERROR
                       MOVE 99999.99 TO RL-L-LTV
               END-COMPUTE
               COMPUTE RL-L-MAX ROUNDED = WS-LTVMAX * 100
               WRITE FILEOUT-LTVREP-RECORD FROM RL-LTV
           END-IF
           .

       1600-VALORISER-GARANTIES.
      ******************************************************************EDEFAY
      *  WS-GARANTIE := the loan's collateral, each line at its
      *  valuation less its haircut, reporting on the way the
      *  valuations due for renewal and the dead pledged deposits.
           MOVE ZERO TO WS-GARANTIE
           MOVE ZERO TO WS-NB-GARANTIES
           MOVE ZAPRT-REFPRT TO ZAGAR-REFPRT
           MOVE "OPN" TO ZAGAR-FONCTION
           CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAGAR-FONCTION
           CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAGAR-CODRET-OK
               ADD 1 TO WS-NB-GARANTIES
               PERFORM 1650-VALORISER-GARANTIE
               COMPUTE WS-GARANTIE ROUNDED = WS-GARANTIE
                       + WS-VALEUR * (1 - ZAGAR-DECOTE)
               MOVE "FET" TO ZAGAR-FONCTION
               CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAGAR-FONCTION
           CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           .

       1650-VALORISER-GARANTIE.
      ******************************************************************EDEFAY
      *  WS-VALEUR := one collateral line's valuation before haircut.
      *  A pledged deposit is worth its live principal, nothing once
      *  matured or broken ; any other line is worth its recorded
      *  valuation, reported when older than its type's interval.
           IF ZAGAR-DEPOT THEN
               MOVE ZERO TO WS-VALEUR
               MOVE ZAGAR-REFDEP TO ZADEP-REFDEP
               MOVE "SEL" TO ZADEP-FONCTION
               CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
               IF ZADEP-CODRET-OK
                  AND ZADEP-ACTIF THEN
                   MOVE ZADEP-MNTPRIN TO WS-VALEUR
               ELSE
                   ADD 1 TO WS-NB-DEPOTS
                   MOVE ZAGAR-REFPRT TO RL-D-REFPRT
                   MOVE ZAGAR-RANG   TO RL-D-RANG
                   MOVE ZAGAR-REFDEP TO RL-D-REFDEP
                   WRITE FILEOUT-LTVREP-RECORD FROM RL-DEP
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ZAGAR-VALEUR TO WS-VALEUR
           PERFORM 2000-CALCULER-LIMITE
           IF WS-MOIS-REEVAL > 0
              AND ZAGAR-DTEVAL < WS-DATE-LIMITE THEN
               ADD 1 TO WS-NB-REEVAL
               MOVE ZAGAR-REFPRT TO RL-R-REFPRT
               MOVE ZAGAR-RANG   TO RL-R-RANG
               MOVE ZAGAR-TYPGAR TO RL-R-TYPGAR
               MOVE ZAGAR-VALEUR TO RL-R-VALEUR
               MOVE ZAGAR-DTEVAL TO RL-R-DTEVAL
               MOVE WS-DATE-LIMITE TO RL-R-LIMITE
               WRITE FILEOUT-LTVREP-RECORD FROM RL-REV
           END-IF
           .

       2000-CALCULER-LIMITE.
      ******************************************************************EDEFAY
      *  The collateral type's revaluation interval (TBPRM GKLTV01/
      *  'RV'+type, default 12 months) and WS-DATE-LIMITE := the as-
      *  of date that many months back, day clamped to the month's
      *  length.
           MOVE 12 TO WS-MOIS-REEVAL
           MOVE 'GKLTV01 ' TO ZAPRM-PGM
           MOVE SPACES TO ZAPRM-NOMPRM
           STRING 'RV' ZAGAR-TYPGAR
                  DELIMITED BY SIZE INTO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-MOIS-REEVAL = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           MOVE WS-AS-OF-DATE(1:4) TO WS-DATE-AA
           MOVE WS-AS-OF-DATE(6:2) TO WS-DATE-MM
           MOVE WS-AS-OF-DATE(9:2) TO WS-DATE-JJ
           COMPUTE WS-MOIS-TOTAL = WS-DATE-AA * 12 + WS-DATE-MM - 1
                                 - WS-MOIS-REEVAL
           DIVIDE WS-MOIS-TOTAL BY 12 GIVING WS-DATE-AA
                  REMAINDER WS-DATE-MM
           ADD 1 TO WS-DATE-MM
           PERFORM 2010-DERNIER-JOUR-DU-MOIS
           IF WS-DATE-JJ > WS-DERNIER-JOUR THEN
               MOVE WS-DERNIER-JOUR TO WS-DATE-JJ
           END-IF
           STRING WS-DATE-AA '-' WS-DATE-MM '-' WS-DATE-JJ
                  DELIMITED BY SIZE INTO WS-DATE-LIMITE
           .

       2010-DERNIER-JOUR-DU-MOIS.
      ******************************************************************EDEFAY
      *  Length of month WS-DATE-MM in year WS-DATE-AA, leap years
      *  handled the usual way - same idiom as GKDEP01.
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

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Write the report trailer, display the run totals and set the
      *  final RC.
           MOVE WS-NB-PRETS  TO RL-B-PRETS
           MOVE WS-NB-LTV    TO RL-B-LTV
           MOVE WS-NB-REEVAL TO RL-B-REV
           MOVE WS-NB-DEPOTS TO RL-B-DEP
           WRITE FILEOUT-LTVREP-RECORD FROM RL-BILAN
           DISPLAY "GKLTV01 : " WS-NB-PRETS " PRET(S), " WS-NB-LTV
                   " AU-DELA DE LEUR LTV, " WS-NB-REEVAL
                   " REEVALUATION(S) ECHUE(S), " WS-NB-DEPOTS
                   " DEPOT(S) NANTI(S) NON ACTIF(S)"
           IF WS-NB-LTV > 0
              OR WS-NB-REEVAL > 0
              OR WS-NB-DEPOTS > 0 THEN
               MOVE '04' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-LTVREP-FDNAME
           .
