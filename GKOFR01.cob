      *PROCESS TEST
      ******************************************************************
      * Program name   : GKOFR01
      * Original author: DEFAY E.
      *
      * Description    : Monthly pre-approved overdraft offer scoring.
      *                  Walks every account (MACPT CACC) and keeps
      *                  those eligible for an overdraft offer :
      *                    - active ('A' - no legal block, death
      *                      freeze, write-off or dormancy), and no
      *                      active TBBLK legal block either ;
      *                    - no overdraft yet : no TBFAC facility in
      *                      force, no ZACPT-LIMDEC ;
      *                    - no open TBARR loan arrears ;
      *                    - customer at standard KYC risk ('S') ;
      *                    - over the scoring window (the 183 days to
      *                      the processing date) : enough TBSNP
      *                      snapshots, never below the authorised
      *                      limit (GKODEX01's excess test), average
      *                      closing balance and average monthly
      *                      credit turnover (TBHIS credits) above the
      *                      criteria.
      *                  The limit proposed is a share of the monthly
      *                  credit turnover, capped and rounded down ; an
      *                  offer below the floor is not made. Criteria
      *                  in TBPRM 'GKOFR01' : MINMOY (average balance,
      *                  default 500), MINCRED (monthly credits,
      *                  1000), MINJOURS (snapshots, 120), PCTCRED (%
      *                  of monthly credits, 30), PLAFOND (cap, 5000),
      *                  ARRONDI (rounding step, 100), MINOFFRE
      *                  (floor, 200) - all in the account currency.
      *                  Writes the offers (COFFRE, branch then
      *                  account order) for GKOFR02 and the offer list
      *                  per branch for the account officers.
      * Rules handling :
      *             RC = 00 : Offers written (possibly none)
      *             RC = 01 : Could not open an output file
      *             RC = 04 : Offers written but incomplete - more
      *                       offers or open arrears than the tables
      *                       hold (see SYSOUT)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-OFFRES - the offers, for GKOFR02.
      *                   FILEOUT-OFFRPT - the offer list per branch.
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
       PROGRAM-ID.    GKOFR01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-OFFRES-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-OFFRES-NAME
           FILE STATUS IS WS-FS-OFFRES
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-OFFRPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-OFFRPT-NAME
           FILE STATUS IS WS-FS-OFFRPT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-OFFRES-FDNAME RECORDING MODE F.
       01  FILEOUT-OFFRES-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-OFFRPT-FDNAME RECORDING MODE F.
       01  FILEOUT-OFFRPT-RECORD.
          05  FILLER      PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBBLK.cpy".
       COPY "./Copybooks/CTBFAC.cpy".
       COPY "./Copybooks/CTBARR.cpy".
       COPY "./Copybooks/CTBSNP.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBOPE.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/COFFRE.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Output files
       01  FILEOUT-OFFRES-NAME PIC X(30) VALUE 'FILEOUT-OFFRES'.
       01  WS-FS-OFFRES    PIC X(02).
           88 FS-OFFRES-OK VALUE '00'.
       01  FILEOUT-OFFRPT-NAME PIC X(30) VALUE 'FILEOUT-OFFRPT'.
       01  WS-FS-OFFRPT    PIC X(02).
           88 FS-OFFRPT-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date and scoring window
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-DATE-ENTIER  PIC 9(07).
       01  WS-DATDEB       PIC X(10).
      *  Scoring criteria (TBPRM 'GKOFR01')
       01  WS-MINMOY       PIC S9(13)V9(2) COMP-3 VALUE 500.
       01  WS-MINCRED      PIC S9(13)V9(2) COMP-3 VALUE 1000.
       01  WS-MINJOURS     PIC 9(05) VALUE 120.
       01  WS-PCTCRED      PIC 9(03)V9(2) VALUE 30.
       01  WS-PLAFOND      PIC S9(13)V9(2) COMP-3 VALUE 5000.
       01  WS-ARRONDI      PIC S9(13)V9(2) COMP-3 VALUE 100.
       01  WS-MINOFFRE     PIC S9(13)V9(2) COMP-3 VALUE 200.
       01  WS-PRM-NOM      PIC X(08).
       01  WS-PRM-VALEUR   PIC S9(13)V9(2) COMP-3.
       01  WS-PRM-TROUVE   PIC X(01).
           88 PRM-TROUVE   VALUE 'Y'.
      *  Open arrears accounts, loaded once off MAARR CARR
       01  WS-ARR-NB       PIC 9(04) VALUE 0.
       01  WS-ARR-MAX      PIC 9(04) VALUE 2000.
       01  WS-ARR-DEBORD   PIC 9(06) VALUE 0.
       01  WS-ARR-TABLE.
           05  WS-ARR-COMPTE PIC X(11) OCCURS 2000 TIMES
               INDEXED BY WS-ARR-IX.
       01  WS-ARR-TROUVE   PIC X(01).
           88 ARR-TROUVE   VALUE 'Y'.
      *  The account in hand
       01  WS-ELIGIBLE     PIC X(01).
           88 ELIGIBLE     VALUE 'Y'.
       01  WS-NB-SNP       PIC 9(05).
       01  WS-EXCES        PIC X(01).
           88 EXCES-VU     VALUE 'Y'.
       01  WS-TOT-SOLDE    PIC S9(15)V9(2) COMP-3.
       01  WS-TOT-CRED     PIC S9(15)V9(2) COMP-3.
       01  WS-MOY-SOLDE    PIC S9(13)V9(2) COMP-3.
       01  WS-MOY-CRED     PIC S9(13)V9(2) COMP-3.
       01  WS-LIMITE       PIC S9(13)V9(2) COMP-3.
       01  WS-PAS          PIC S9(13) COMP-3.
      *  Offers, insertion-sorted on branch then account
       01  WS-OFR-NB       PIC 9(04) VALUE 0.
       01  WS-OFR-MAX      PIC 9(04) VALUE 2000.
       01  WS-OFR-DEBORD   PIC 9(06) VALUE 0.
       01  WS-OFR-TABLE.
           05  WS-OFR-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-OFR-IX.
               10  WS-OFR-CLE.
                   15  WS-OFR-AGENCE  PIC X(03).
                   15  WS-OFR-COMPTE  PIC X(11).
               10  WS-OFR-CLIENT   PIC X(08).
               10  WS-OFR-MOYSOLDE PIC S9(13)V9(2) COMP-3.
               10  WS-OFR-MOYCRED  PIC S9(13)V9(2) COMP-3.
               10  WS-OFR-LIMITE   PIC S9(13)V9(2) COMP-3.
               10  WS-OFR-DEVISE   PIC X(03).
       01  WS-CLE-NOUVELLE.
           05  WS-CN-AGENCE    PIC X(03).
           05  WS-CN-COMPTE    PIC X(11).
       01  WS-IX2          PIC 9(04).
       01  WS-POSE         PIC 9(04).
      *  Branch break
       01  WS-AGENCE-PREC  PIC X(03).
       01  WS-AGC-NB       PIC 9(05).
       01  WS-AGC-TOTAL    PIC S9(15)V9(2) COMP-3.
      *  Counters
       01  WS-NB-COMPTES   PIC 9(07) VALUE 0.
       01  WS-NB-X-STATUT  PIC 9(07) VALUE 0.
       01  WS-NB-X-DECOUV  PIC 9(07) VALUE 0.
       01  WS-NB-X-ARRIERE PIC 9(07) VALUE 0.
       01  WS-NB-X-KYC     PIC 9(07) VALUE 0.
       01  WS-NB-X-HISTO   PIC 9(07) VALUE 0.
       01  WS-NB-X-EXCES   PIC 9(07) VALUE 0.
       01  WS-NB-X-CRITERE PIC 9(07) VALUE 0.
      *  Report lines
       01  RPT-ENTETE.
           05  FILLER          PIC X(34)
               VALUE 'OFFRES DE DECOUVERT PRE-APPROUVE -'.
           05  FILLER          PIC X(08) VALUE ' AGENCE '.
           05  RPT-E-AGENCE    PIC X(03).
           05  FILLER          PIC X(04) VALUE ' AU '.
           05  RPT-E-DATE      PIC X(10).
           05  FILLER          PIC X(41) VALUE SPACES.
       01  RPT-COLONNES.
           05  FILLER          PIC X(21) VALUE 'COMPTE      CLIENT'.
           05  FILLER          PIC X(18) VALUE '      SOLDE MOYEN'.
           05  FILLER          PIC X(17) VALUE '    CREDITS/MOIS'.
           05  FILLER          PIC X(13) VALUE '      LIMITE'.
           05  FILLER          PIC X(31) VALUE 'DEV'.
       01  RPT-DETAIL.
           05  RPT-COMPTE      PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-CLIENT      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-MOYSOLDE    PIC -(13)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-MOYCRED     PIC Z(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-LIMITE      PIC Z(8)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-DEVISE      PIC X(03).
           05  FILLER          PIC X(28) VALUE SPACES.
       01  RPT-TOTAL.
           05  FILLER          PIC X(07) VALUE 'AGENCE '.
           05  RPT-T-AGENCE    PIC X(03).
           05  FILLER          PIC X(03) VALUE ' : '.
           05  RPT-T-NB        PIC ZZZZ9.
           05  FILLER          PIC X(22)
               VALUE ' OFFRE(S), LIMITES    '.
           05  RPT-T-TOTAL     PIC -(13)9.99.
           05  FILLER          PIC X(43) VALUE SPACES.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xxx : Input/Output section
      *    - 1xxx : Main element
      *    - 2xxx : Verifications
      *    - 3xxx : Reporting
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
               PERFORM 1100-CHARGER-ARRIERES
               MOVE "OPN" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               MOVE "FET" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               PERFORM UNTIL NOT ZACPT-CODRET-OK
                   ADD 1 TO WS-NB-COMPTES
                   PERFORM 1500-NOTER-COMPTE
                   MOVE "FET" TO ZACPT-FONCTION
                   CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CLO" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               PERFORM 3000-ECRIRE-OFFRES
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the processing date and the scoring window, load the
      *  criteria and open the outputs.
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
           STRING WS-AS-OF-DATE(1:4) WS-AS-OF-DATE(6:2)
                  WS-AS-OF-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) - 182
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATDEB
           MOVE 'MINMOY  ' TO WS-PRM-NOM
           PERFORM 2050-LIRE-CRITERE
           IF PRM-TROUVE THEN
               MOVE WS-PRM-VALEUR TO WS-MINMOY
           END-IF
           MOVE 'MINCRED ' TO WS-PRM-NOM
           PERFORM 2050-LIRE-CRITERE
           IF PRM-TROUVE THEN
               MOVE WS-PRM-VALEUR TO WS-MINCRED
           END-IF
           MOVE 'MINJOURS' TO WS-PRM-NOM
           PERFORM 2050-LIRE-CRITERE
           IF PRM-TROUVE THEN
               MOVE WS-PRM-VALEUR TO WS-MINJOURS
           END-IF
           MOVE 'PCTCRED ' TO WS-PRM-NOM
           PERFORM 2050-LIRE-CRITERE
           IF PRM-TROUVE THEN
               MOVE WS-PRM-VALEUR TO WS-PCTCRED
           END-IF
           MOVE 'PLAFOND ' TO WS-PRM-NOM
           PERFORM 2050-LIRE-CRITERE
           IF PRM-TROUVE THEN
               MOVE WS-PRM-VALEUR TO WS-PLAFOND
           END-IF
           MOVE 'ARRONDI ' TO WS-PRM-NOM
           PERFORM 2050-LIRE-CRITERE
           IF PRM-TROUVE AND WS-PRM-VALEUR >= 1 THEN
               MOVE WS-PRM-VALEUR TO WS-ARRONDI
           END-IF
           MOVE 'MINOFFRE' TO WS-PRM-NOM
           PERFORM 2050-LIRE-CRITERE
           IF PRM-TROUVE THEN
               MOVE WS-PRM-VALEUR TO WS-MINOFFRE
           END-IF
           OPEN OUTPUT FILEOUT-OFFRES-FDNAME
           IF NOT FS-OFFRES-OK THEN
               DISPLAY "GKOFR01 : OUVERTURE FILEOUT-OFFRES KO, FS="
                       WS-FS-OFFRES
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-OFFRPT-FDNAME
           IF NOT FS-OFFRPT-OK THEN
               DISPLAY "GKOFR01 : OUVERTURE FILEOUT-OFFRPT KO, FS="
                       WS-FS-OFFRPT
               CLOSE FILEOUT-OFFRES-FDNAME
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GKOFR01 : FENETRE " WS-DATDEB " - " WS-AS-OF-DATE
           .

       1100-CHARGER-ARRIERES.
      ******************************************************************EDEFAY
      *  The accounts with an open TBARR arrears row.
           MOVE "OPN" TO ZAARR-FONCTION
           CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAARR-FONCTION
           CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAARR-CODRET-OK
               IF ZAARR-OUVERT THEN
                   PERFORM 2200-CHERCHER-ARRIERE
                   IF NOT ARR-TROUVE THEN
                       IF WS-ARR-NB < WS-ARR-MAX THEN
                           ADD 1 TO WS-ARR-NB
                           SET WS-ARR-IX TO WS-ARR-NB
                           MOVE ZAARR-COMPTE
                             TO WS-ARR-COMPTE (WS-ARR-IX)
                       ELSE
                           ADD 1 TO WS-ARR-DEBORD
                       END-IF
                   END-IF
               END-IF
               MOVE "FET" TO ZAARR-FONCTION
               CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAARR-FONCTION
           CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
           .

       1500-NOTER-COMPTE.
      ******************************************************************EDEFAY
      *  One account through the eligibility rules, cheapest first,
      *  then the window's figures, the criteria and the limit.
           IF NOT ZACPT-ACTIF THEN
               ADD 1 TO WS-NB-X-STATUT
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-COMPTE TO ZABLK-COMPTE
           MOVE "SEL" TO ZABLK-FONCTION
           CALL "MABLK" USING ZABLK-ZCMA, AUTH-QUERY
           IF ZABLK-CODRET-OK AND ZABLK-ACTIF THEN
               ADD 1 TO WS-NB-X-STATUT
               EXIT PARAGRAPH
           END-IF
           IF ZACPT-LIMDEC > ZERO THEN
               ADD 1 TO WS-NB-X-DECOUV
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-COMPTE  TO ZAFAC-COMPTE
           MOVE WS-AS-OF-DATE TO ZAFAC-DTDEMANDE
           MOVE "SEL" TO ZAFAC-FONCTION
           CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
           IF ZAFAC-CODRET-OK THEN
               ADD 1 TO WS-NB-X-DECOUV
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-COMPTE TO ZAARR-COMPTE
           PERFORM 2200-CHERCHER-ARRIERE
           IF ARR-TROUVE THEN
               ADD 1 TO WS-NB-X-ARRIERE
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-CLIENT TO ZACLI-CLIENT
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF NOT ZACLI-CODRET-OK
              OR NOT ZACLI-RISQUE-STANDARD THEN
               ADD 1 TO WS-NB-X-KYC
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-LIRE-INSTANTANES
           IF WS-NB-SNP < WS-MINJOURS THEN
               ADD 1 TO WS-NB-X-HISTO
               EXIT PARAGRAPH
           END-IF
           IF EXCES-VU THEN
               ADD 1 TO WS-NB-X-EXCES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MOY-SOLDE ROUNDED = WS-TOT-SOLDE / WS-NB-SNP
           PERFORM 2400-CUMULER-CREDITS
           COMPUTE WS-MOY-CRED ROUNDED = WS-TOT-CRED / 6
           IF WS-MOY-SOLDE < WS-MINMOY
              OR WS-MOY-CRED < WS-MINCRED THEN
               ADD 1 TO WS-NB-X-CRITERE
               EXIT PARAGRAPH
           END-IF
      *    The limit : a share of the monthly credits, capped, rounded
      *    down to the step
           COMPUTE WS-LIMITE = WS-MOY-CRED * WS-PCTCRED / 100
           IF WS-LIMITE > WS-PLAFOND THEN
               MOVE WS-PLAFOND TO WS-LIMITE
           END-IF
           DIVIDE WS-LIMITE BY WS-ARRONDI GIVING WS-PAS
           COMPUTE WS-LIMITE = WS-PAS * WS-ARRONDI
           IF WS-LIMITE < WS-MINOFFRE
              OR WS-LIMITE NOT > ZERO THEN
               ADD 1 TO WS-NB-X-CRITERE
               EXIT PARAGRAPH
           END-IF
           IF WS-OFR-NB < WS-OFR-MAX THEN
               PERFORM 2500-INSERER-OFFRE
           ELSE
               ADD 1 TO WS-OFR-DEBORD
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKOFR01 : " WS-NB-COMPTES " COMPTE(S), "
                   WS-OFR-NB " OFFRE(S)"
           DISPLAY "GKOFR01 : EXCLUS - STATUT/BLOCAGE " WS-NB-X-STATUT
                   ", DECOUVERT EXISTANT " WS-NB-X-DECOUV
                   ", ARRIERES " WS-NB-X-ARRIERE
           DISPLAY "GKOFR01 : EXCLUS - RISQUE KYC " WS-NB-X-KYC
                   ", HISTORIQUE COURT " WS-NB-X-HISTO
                   ", DEPASSEMENT " WS-NB-X-EXCES
                   ", CRITERES " WS-NB-X-CRITERE
           IF WS-OFR-DEBORD > 0 THEN
               DISPLAY "GKOFR01 : " WS-OFR-DEBORD " OFFRE(S) NON "
                       "RETENUE(S) - TABLE DE " WS-OFR-MAX " PLEINE"
               MOVE '04' TO RC
           END-IF
           IF WS-ARR-DEBORD > 0 THEN
               DISPLAY "GKOFR01 : " WS-ARR-DEBORD " ARRIERE(S) NON "
                       "CHARGE(S) - TABLE DE " WS-ARR-MAX " PLEINE, "
                       "VERIFIER LES OFFRES"
               MOVE '04' TO RC
           END-IF
           .

       2050-LIRE-CRITERE.
      ******************************************************************EDEFAY
      *  One numeric TBPRM 'GKOFR01' criterion, WS-PRM-NOM in,
      *  WS-PRM-VALEUR out when present and numeric.
           MOVE 'N' TO WS-PRM-TROUVE
           MOVE 'GKOFR01 ' TO ZAPRM-PGM
           MOVE WS-PRM-NOM TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-PRM-VALEUR = FUNCTION NUMVAL(ZAPRM-VALPRM)
               SET PRM-TROUVE TO TRUE
           END-IF
           .

       2200-CHERCHER-ARRIERE.
      ******************************************************************EDEFAY
      *  Is ZAARR-COMPTE in the open arrears table ?
           MOVE 'N' TO WS-ARR-TROUVE
           PERFORM VARYING WS-ARR-IX FROM 1 BY 1
                   UNTIL WS-ARR-IX > WS-ARR-NB OR ARR-TROUVE
               IF WS-ARR-COMPTE (WS-ARR-IX) = ZAARR-COMPTE THEN
                   SET ARR-TROUVE TO TRUE
               END-IF
           END-PERFORM
           .

       2300-LIRE-INSTANTANES.
      ******************************************************************EDEFAY
      *  The window's TBSNP closing balances : how many, their total,
      *  and whether one went below the authorised limit.
           MOVE ZERO TO WS-NB-SNP
           MOVE ZERO TO WS-TOT-SOLDE
           MOVE 'N' TO WS-EXCES
           MOVE ZACPT-COMPTE TO ZASNP-COMPTE
           MOVE "OPN" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZASNP-CODRET-OK
               IF ZASNP-DTSNP NOT < WS-DATDEB
                  AND ZASNP-DTSNP NOT > WS-AS-OF-DATE THEN
                   ADD 1 TO WS-NB-SNP
                   ADD ZASNP-SOLDE TO WS-TOT-SOLDE
                   IF ( 0 - ZASNP-SOLDE ) > ZACPT-LIMDEC THEN
                       SET EXCES-VU TO TRUE
                   END-IF
               END-IF
               MOVE "FET" TO ZASNP-FONCTION
               CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           .

       2400-CUMULER-CREDITS.
      ******************************************************************EDEFAY
      *  The window's credit turnover : the TBHIS rows applied as
      *  credits (ZAHIS-SENSAPP, else the CODOPE's TBOPE direction on
      *  rows older than that column).
           MOVE ZERO TO WS-TOT-CRED
           MOVE ZACPT-COMPTE  TO ZAHIS-COMPTE
           MOVE WS-DATDEB     TO ZAHIS-DATDEB
           MOVE WS-AS-OF-DATE TO ZAHIS-DATFIN
           MOVE "OPN" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               EVALUATE ZAHIS-SENSAPP
                   WHEN 'C'
                       ADD ZAHIS-MNTOPE TO WS-TOT-CRED
                   WHEN SPACE
                       MOVE ZAHIS-CODOPE TO ZAOPE-COPE
                       MOVE "SEL" TO ZAOPE-FONCTION
                       CALL "MAOPE" USING ZAOPE-ZCMA, AUTH-QUERY
                       IF ZAOPE-CODRET-OK AND ZAOPE-IS-CREDIT THEN
                           ADD ZAHIS-MNTOPE TO WS-TOT-CRED
                       END-IF
               END-EVALUATE
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       2500-INSERER-OFFRE.
      ******************************************************************EDEFAY
      *  Insert the offer keeping the table in branch then account
      *  order - the order both outputs are written in.
           MOVE ZACPT-AGENCE TO WS-CN-AGENCE
           MOVE ZACPT-COMPTE TO WS-CN-COMPTE
           MOVE WS-OFR-NB TO WS-POSE
           ADD 1 TO WS-POSE
           PERFORM VARYING WS-IX2 FROM 1 BY 1
                   UNTIL WS-IX2 > WS-OFR-NB
               IF WS-CLE-NOUVELLE < WS-OFR-CLE (WS-IX2) THEN
                   MOVE WS-IX2 TO WS-POSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD 1 TO WS-OFR-NB
           MOVE WS-OFR-NB TO WS-IX2
           PERFORM UNTIL WS-IX2 <= WS-POSE
               MOVE WS-OFR-ENTRY (WS-IX2 - 1) TO WS-OFR-ENTRY (WS-IX2)
               SUBTRACT 1 FROM WS-IX2
           END-PERFORM
           MOVE ZACPT-AGENCE TO WS-OFR-AGENCE (WS-POSE)
           MOVE ZACPT-COMPTE TO WS-OFR-COMPTE (WS-POSE)
           MOVE ZACPT-CLIENT TO WS-OFR-CLIENT (WS-POSE)
           MOVE WS-MOY-SOLDE TO WS-OFR-MOYSOLDE (WS-POSE)
           MOVE WS-MOY-CRED  TO WS-OFR-MOYCRED (WS-POSE)
           MOVE WS-LIMITE    TO WS-OFR-LIMITE (WS-POSE)
           MOVE ZACPT-DEVISE TO WS-OFR-DEVISE (WS-POSE)
           .

       3000-ECRIRE-OFFRES.
      ******************************************************************EDEFAY
      *  The offers file and, branch by branch, the offer list with a
      *  count and limit total per branch.
           MOVE SPACES TO WS-AGENCE-PREC
           PERFORM VARYING WS-IX2 FROM 1 BY 1
                   UNTIL WS-IX2 > WS-OFR-NB
               IF WS-IX2 = 1
                  OR WS-OFR-AGENCE (WS-IX2) NOT = WS-AGENCE-PREC THEN
                   IF WS-IX2 > 1 THEN
                       PERFORM 3100-TOTAL-AGENCE
                   END-IF
                   MOVE WS-OFR-AGENCE (WS-IX2) TO WS-AGENCE-PREC
                   MOVE ZERO TO WS-AGC-NB
                   MOVE ZERO TO WS-AGC-TOTAL
                   MOVE WS-AGENCE-PREC TO RPT-E-AGENCE
                   MOVE WS-AS-OF-DATE TO RPT-E-DATE
                   WRITE FILEOUT-OFFRPT-RECORD FROM RPT-ENTETE
                   WRITE FILEOUT-OFFRPT-RECORD FROM RPT-COLONNES
               END-IF
               ADD 1 TO WS-AGC-NB
               ADD WS-OFR-LIMITE (WS-IX2) TO WS-AGC-TOTAL
               MOVE WS-OFR-AGENCE (WS-IX2)   TO OF-AGENCE
               MOVE WS-OFR-COMPTE (WS-IX2)   TO OF-COMPTE
               MOVE WS-OFR-CLIENT (WS-IX2)   TO OF-CLIENT
               MOVE WS-AS-OF-DATE            TO OF-DTOFFRE
               MOVE WS-OFR-MOYSOLDE (WS-IX2) TO OF-MOYSOLDE
               MOVE WS-OFR-MOYCRED (WS-IX2)  TO OF-MOYCRED
               MOVE WS-OFR-LIMITE (WS-IX2)   TO OF-LIMITE
               MOVE WS-OFR-DEVISE (WS-IX2)   TO OF-DEVISE
               WRITE FILEOUT-OFFRES-RECORD FROM OFFRE-LIGNE
               MOVE WS-OFR-COMPTE (WS-IX2)   TO RPT-COMPTE
               MOVE WS-OFR-CLIENT (WS-IX2)   TO RPT-CLIENT
               MOVE WS-OFR-MOYSOLDE (WS-IX2) TO RPT-MOYSOLDE
               MOVE WS-OFR-MOYCRED (WS-IX2)  TO RPT-MOYCRED
               MOVE WS-OFR-LIMITE (WS-IX2)   TO RPT-LIMITE
               MOVE WS-OFR-DEVISE (WS-IX2)   TO RPT-DEVISE
               WRITE FILEOUT-OFFRPT-RECORD FROM RPT-DETAIL
           END-PERFORM
           IF WS-OFR-NB > 0 THEN
               PERFORM 3100-TOTAL-AGENCE
           END-IF
           .

       3100-TOTAL-AGENCE.
      ******************************************************************EDEFAY
      *  The closing line of one branch's list.
           MOVE WS-AGENCE-PREC TO RPT-T-AGENCE
           MOVE WS-AGC-NB      TO RPT-T-NB
           MOVE WS-AGC-TOTAL   TO RPT-T-TOTAL
           WRITE FILEOUT-OFFRPT-RECORD FROM RPT-TOTAL
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-OFFRES-FDNAME
           CLOSE FILEOUT-OFFRPT-FDNAME
           .
