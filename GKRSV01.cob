      *PROCESS TEST
      ******************************************************************
      * Program name   : GKRSV01
      * Original author: DEFAY E.
      *
      * Description    : Minimum reserve requirement over the central
      *                  bank's maintenance period. The period's dates
      *                  come from TBPRM ; the reservable base is
      *                  classified with the same TBCBM mapping
      *                  GKCBR01's return uses (most specific row wins,
      *                  '*' matches anything, internal accounts on
      *                  '#IN' + class), a line being reservable when
      *                  TBPRM carries a 'RS' + line code row for it.
      *                  Each reservable account's credit balances are
      *                  read back day by day from its TBSNP snapshots
      *                  and converted into the reference currency ; a
      *                  calendar day without snapshots (week-end,
      *                  holiday) carries the previous day's balances,
      *                  the way the regulator counts them.
      *                  Required reserve = daily average base of each
      *                  line x its reserve ratio, less the lump-sum
      *                  allowance. It is set against the daily average
      *                  balance actually held on the central-bank
      *                  nostro (its own TBSNP snapshots) - day by day
      *                  to the processing date, with the running
      *                  surplus or shortfall and, mid-period, the
      *                  average the nostro must hold over the days
      *                  left for the period to close compliant.
      * Rules handling :
      *             RC = 00 : Reserve held on average to date
      *             RC = 01 : Could not open FILEOUT-RSVRPT
      *             RC = 02 : Period or nostro parameters missing or
      *                       invalid - nothing computed (see SYSOUT)
      *             RC = 03 : Running shortfall - the nostro holds less
      *                       on average than the requirement to date
      *             RC = 04 : Accounts without TBCBM mapping or
      *                       without conversion rate, or a line table
      *                       overflow - the base may be understated
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-RSVRPT - see JCL/GKRSV01.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKRSV01 /PERDEB   - first day of the current
      *                   maintenance period (YYYY-MM-DD)
      *                   GKRSV01 /PERFIN   - its last day
      *                   GKRSV01 /CPTBC    - the central-bank nostro
      *                   account
      *                   GKRSV01 /TXRESERV - reserve ratio (fraction,
      *                   default 0.0100)
      *                   GKRSV01 /ABATTEM  - lump-sum allowance, in
      *                   the reference currency (default 0)
      *                   GKRSV01 /RS + line code - the TBCBM line is
      *                   reservable ; a numeric value is the line's
      *                   own ratio (0 for zero-rated lines), blank
      *                   takes TXRESERV
      *                   MFMAJCPT/DEVREF   - reference currency
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
       PROGRAM-ID.    GKRSV01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-RSVRPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-RSVRPT-NAME
           FILE STATUS IS WS-FS-RSVRPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-RSVRPT-FDNAME RECORDING MODE F.
       01  FILEOUT-RSVRPT-RECORD.
          05  FILLER      PIC X(120).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBCBM.cpy".
       COPY "./Copybooks/CTBSNP.cpy".
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-RSVRPT-NAME PIC X(30) VALUE 'FILEOUT-RSVRPT'.
       01  WS-FS-RSVRPT    PIC X(02).
           88 FS-RSVRPT-OK VALUE '00'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date and the maintenance period - days are
      *  numbered from 1 on the period's first day
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-PER-DEB      PIC X(10) VALUE SPACES.
       01  WS-PER-FIN      PIC X(10) VALUE SPACES.
       01  WS-DATE-ARRET   PIC X(10).
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-DATE-ENTIER  PIC 9(07).
       01  WS-ENTIER-DEB   PIC 9(07).
       01  WS-NB-JOURS-PER PIC 9(03).
       01  WS-NB-JOURS-ECO PIC 9(03).
       01  WS-NB-JOURS-RST PIC 9(03).
       01  WS-JOUR         PIC 9(03).
       01  WS-JOUR-MAX     PIC 9(03) VALUE 100.
       01  WS-DATE-JOUR    PIC X(10).
      *  Parameters
       01  WS-COMPTE-BC    PIC X(11) VALUE SPACES.
       01  WS-TX-RESERVE   PIC S9(3)V9(4) COMP-3 VALUE 0.0100.
       01  WS-ABATTEMENT   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DEVREF-BANQUE PIC X(03) VALUE 'EUR'.
       01  WS-TAUX-CONV    PIC S9(6)V9(3) COMP-3.
      *  TBCBM mapping cache and classifier - GKCBR01's
       01  WS-MAP-NB       PIC 9(03) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-MAP-IX.
               10  WS-MAP-PRODUIT PIC X(04).
               10  WS-MAP-TIER    PIC X(01).
               10  WS-MAP-DEVISE  PIC X(03).
               10  WS-MAP-LIGNE   PIC X(06).
               10  WS-MAP-SCORE   PIC 9(01).
       01  WS-LIGNE-CHOISIE PIC X(06).
       01  WS-SCORE-CHOISI  PIC S9(01).
       01  WS-SCORE         PIC 9(01).
       01  WS-CLE-PRODUIT   PIC X(04).
      *  Line codes met, reservable or not, with each reservable
      *  line's ratio and its base day by day
       01  WS-LGR-MAX      PIC 9(03) VALUE 50.
       01  WS-LGR-NB       PIC 9(03) VALUE 0.
       01  WS-LGR-TABLE.
           05  WS-LGR-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-LGR-IX.
               10  WS-LGR-CODE    PIC X(06).
               10  WS-LGR-RESERV  PIC X(01).
                   88 LGR-RESERVABLE VALUE 'Y'.
               10  WS-LGR-TAUX    PIC S9(3)V9(4) COMP-3.
               10  WS-LGR-NBCPT   PIC 9(06).
               10  WS-LGR-CUMUL   PIC S9(17)V99 COMP-3.
               10  WS-LGR-JOUR    PIC S9(15)V99 COMP-3
                                  OCCURS 100 TIMES.
       01  WS-LGR-TROUVE   PIC X(01).
           88 LGR-TROUVE   VALUE 'Y'.
      *  Day by day : snapshots seen, base, ratio-weighted base and
      *  the balance held on the central-bank nostro
       01  WS-JR-TABLE.
           05  WS-JR-ENTRY OCCURS 100 TIMES.
               10  WS-JR-VU       PIC X(01).
               10  WS-JR-BASE     PIC S9(15)V99 COMP-3.
               10  WS-JR-EXIGE    PIC S9(15)V99 COMP-3.
               10  WS-JR-DETENU   PIC S9(15)V99 COMP-3.
      *  Running figures
       01  WS-CUM-BASE     PIC S9(17)V99 COMP-3.
       01  WS-CUM-EXIGE    PIC S9(17)V99 COMP-3.
       01  WS-CUM-DETENU   PIC S9(17)V99 COMP-3.
       01  WS-MOY-BASE     PIC S9(15)V99 COMP-3.
       01  WS-MOY-DETENU   PIC S9(15)V99 COMP-3.
       01  WS-RESERVE-REQ  PIC S9(15)V99 COMP-3.
       01  WS-ECART        PIC S9(15)V99 COMP-3.
       01  WS-MOY-A-TENIR  PIC S9(15)V99 COMP-3.
      *  Counters
       01  WS-NB-COMPTES   PIC 9(06) VALUE 0.
       01  WS-NB-RESERV    PIC 9(06) VALUE 0.
       01  WS-NB-SANS-MAP  PIC 9(06) VALUE 0.
       01  WS-NB-SANS-COURS PIC 9(06) VALUE 0.
       01  WS-NB-REPORTES  PIC 9(03) VALUE 0.
      *  Report lines
       01  RPT-TITRE.
           05  FILLER          PIC X(32)
               VALUE 'RESERVES OBLIGATOIRES - PERIODE '.
           05  RPT-T-DEB       PIC X(10).
           05  FILLER          PIC X(04) VALUE ' AU '.
           05  RPT-T-FIN       PIC X(10).
           05  FILLER          PIC X(16) VALUE ' - SITUATION AU '.
           05  RPT-T-DATE      PIC X(10).
           05  FILLER          PIC X(09) VALUE '  DEVISE '.
           05  RPT-T-DEVISE    PIC X(03).
           05  FILLER          PIC X(26) VALUE SPACES.
       01  RPT-PARAM.
           05  FILLER          PIC X(18) VALUE 'COMPTE BANQUE CENT'.
           05  FILLER          PIC X(05) VALUE 'RALE '.
           05  RPT-P-COMPTE    PIC X(11).
           05  FILLER          PIC X(08) VALUE '   TAUX '.
           05  RPT-P-TAUX      PIC 9.9999.
           05  FILLER          PIC X(14) VALUE '   ABATTEMENT '.
           05  RPT-P-ABATT     PIC -(12)9.99.
           05  FILLER          PIC X(42) VALUE SPACES.
       01  RPT-SECTION.
           05  RPT-X-TEXTE     PIC X(60).
           05  FILLER          PIC X(60) VALUE SPACES.
       01  RPT-ENTETE-LIGNE.
           05  FILLER          PIC X(40)
               VALUE 'LIGNE      TAUX    NBCPT    ASSIETTE MOY'.
           05  FILLER          PIC X(40)
               VALUE 'ENNE      RESERVE EXIGEE                '.
           05  FILLER          PIC X(40) VALUE SPACES.
       01  RPT-LIGNE.
           05  RPT-L-CODE      PIC X(06).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-L-TAUX      PIC 9.9999.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-L-NBCPT     PIC Z(05)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-BASE      PIC -(15)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-RESERVE   PIC -(15)9.99.
           05  FILLER          PIC X(56) VALUE SPACES.
       01  RPT-ENTETE-JOUR.
           05  FILLER          PIC X(40)
               VALUE 'DATE           ASSIETTE JOUR    EXIGIBLE'.
           05  FILLER          PIC X(40)
               VALUE ' JOUR      DETENU JOUR      EXIGE CUMUL '.
           05  FILLER          PIC X(40)
               VALUE '    DETENU MOYEN    EXCED/DEFICIT       '.
       01  RPT-JOUR.
           05  RPT-J-DATE      PIC X(10).
           05  RPT-J-REPORT    PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-J-BASE      PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-J-EXIGE     PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-J-DETENU    PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-J-RESERVE   PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-J-MOYDET    PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-J-ECART     PIC -(12)9.99.
           05  FILLER          PIC X(07) VALUE SPACES.
       01  RPT-TOTAL.
           05  RPT-S-LIBELLE   PIC X(40).
           05  RPT-S-MONTANT   PIC -(15)9.99.
           05  FILLER          PIC X(61) VALUE SPACES.
       01  RPT-BLANC       PIC X(120) VALUE SPACES.
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
               PERFORM 1050-LIRE-PERIODE
           END-IF
           IF RC-IS-00 THEN
               PERFORM 1100-CHARGER-MAPPING
               PERFORM 1300-LIRE-ASSIETTE
               PERFORM 1500-LIRE-NOSTRO
           END-IF
           IF RC-IS-00 OR RC = '04' THEN
               PERFORM 1600-REPORTER-JOURS
               PERFORM 3000-ECRIRE-LIGNES
               PERFORM 3100-ECRIRE-JOURS
               PERFORM 3200-ECRIRE-SYNTHESE
           END-IF
           IF FS-RSVRPT-OK THEN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date and the reference currency and open
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
           OPEN INPUT PARAMASOF-FDNAME
           IF FS-PARAMASOF-OK THEN
               READ PARAMASOF-FDNAME INTO PARAMASOF-RECORD
               IF FS-PARAMASOF-OK THEN
                   MOVE PARAMASOF-RECORD(1:10) TO WS-AS-OF-DATE
               END-IF
               CLOSE PARAMASOF-FDNAME
           END-IF
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'DEVREF  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-DEVREF-BANQUE
           END-IF
           OPEN OUTPUT FILEOUT-RSVRPT-FDNAME
           IF NOT FS-RSVRPT-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1050-LIRE-PERIODE.
      ******************************************************************EDEFAY
      *  The maintenance period, the nostro, the ratio and the
      *  allowance. The period must have started, and run no longer
      *  than the day table holds ; it is read up to the processing
      *  date, or to its own end once closed.
           MOVE 'GKRSV01 ' TO ZAPRM-PGM
           MOVE 'PERDEB  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:10) TO WS-PER-DEB
           END-IF
           MOVE 'GKRSV01 ' TO ZAPRM-PGM
           MOVE 'PERFIN  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:10) TO WS-PER-FIN
           END-IF
           MOVE 'GKRSV01 ' TO ZAPRM-PGM
           MOVE 'CPTBC   ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:11) TO WS-COMPTE-BC
           END-IF
           MOVE 'GKRSV01 ' TO ZAPRM-PGM
           MOVE 'TXRESERV' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-TX-RESERVE = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           MOVE 'GKRSV01 ' TO ZAPRM-PGM
           MOVE 'ABATTEM ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-ABATTEMENT = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           MOVE WS-PER-DEB       TO RPT-T-DEB
           MOVE WS-PER-FIN       TO RPT-T-FIN
           MOVE WS-AS-OF-DATE    TO RPT-T-DATE
           MOVE WS-DEVREF-BANQUE TO RPT-T-DEVISE
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-TITRE
           MOVE WS-COMPTE-BC     TO RPT-P-COMPTE
           MOVE WS-TX-RESERVE    TO RPT-P-TAUX
           MOVE WS-ABATTEMENT    TO RPT-P-ABATT
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-PARAM
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-BLANC
           IF WS-PER-DEB = SPACES OR WS-PER-FIN = SPACES
              OR WS-PER-FIN < WS-PER-DEB THEN
               DISPLAY "GKRSV01 : PERIODE DE CONSTITUTION ABSENTE OU "
                       "INVALIDE (TBPRM GKRSV01/PERDEB, PERFIN)"
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
           IF WS-COMPTE-BC = SPACES THEN
               DISPLAY "GKRSV01 : COMPTE BANQUE CENTRALE NON "
                       "CONFIGURE (TBPRM GKRSV01/CPTBC)"
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
           IF WS-AS-OF-DATE < WS-PER-DEB THEN
               DISPLAY "GKRSV01 : PERIODE " WS-PER-DEB
                       " NON COMMENCEE AU " WS-AS-OF-DATE
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DATE-ARRET
           IF WS-PER-FIN < WS-AS-OF-DATE THEN
               MOVE WS-PER-FIN TO WS-DATE-ARRET
           END-IF
           STRING WS-PER-DEB(1:4) WS-PER-DEB(6:2) WS-PER-DEB(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-DEB =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           MOVE WS-PER-FIN TO WS-DATE-JOUR
           PERFORM 2000-NUMERO-JOUR
           IF WS-JOUR > WS-JOUR-MAX OR WS-JOUR = ZERO THEN
               DISPLAY "GKRSV01 : PERIODE DE PLUS DE " WS-JOUR-MAX
                       " JOURS"
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JOUR TO WS-NB-JOURS-PER
           MOVE WS-DATE-ARRET TO WS-DATE-JOUR
           PERFORM 2000-NUMERO-JOUR
           MOVE WS-JOUR TO WS-NB-JOURS-ECO
           COMPUTE WS-NB-JOURS-RST = WS-NB-JOURS-PER - WS-NB-JOURS-ECO
           PERFORM VARYING WS-JOUR FROM 1 BY 1
                   UNTIL WS-JOUR > WS-JOUR-MAX
               MOVE 'N'  TO WS-JR-VU (WS-JOUR)
               MOVE ZERO TO WS-JR-BASE (WS-JOUR)
               MOVE ZERO TO WS-JR-EXIGE (WS-JOUR)
               MOVE ZERO TO WS-JR-DETENU (WS-JOUR)
           END-PERFORM
           .

       1100-CHARGER-MAPPING.
      ******************************************************************EDEFAY
      *  Load the TBCBM mapping into the cache, scored as GKCBR01
      *  scores it - the classifier keeps the most specific match.
           MOVE "OPN" TO ZACBM-FONCTION
           CALL "MACBM" USING ZACBM-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACBM-FONCTION
           CALL "MACBM" USING ZACBM-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZACBM-CODRET-EOF
               IF WS-MAP-NB < 500 THEN
                   ADD 1 TO WS-MAP-NB
                   SET WS-MAP-IX TO WS-MAP-NB
                   MOVE ZACBM-PRODUIT TO WS-MAP-PRODUIT (WS-MAP-IX)
                   MOVE ZACBM-TIER    TO WS-MAP-TIER (WS-MAP-IX)
                   MOVE ZACBM-DEVISE  TO WS-MAP-DEVISE (WS-MAP-IX)
                   MOVE ZACBM-LIGNE   TO WS-MAP-LIGNE (WS-MAP-IX)
                   MOVE ZERO TO WS-SCORE
                   IF ZACBM-PRODUIT NOT = '*   ' THEN
                       ADD 1 TO WS-SCORE
                   END-IF
                   IF ZACBM-TIER NOT = '*' THEN
                       ADD 1 TO WS-SCORE
                   END-IF
                   IF ZACBM-DEVISE NOT = '*  ' THEN
                       ADD 1 TO WS-SCORE
                   END-IF
                   MOVE WS-SCORE TO WS-MAP-SCORE (WS-MAP-IX)
               END-IF
               MOVE "FET" TO ZACBM-FONCTION
               CALL "MACBM" USING ZACBM-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACBM-FONCTION
           CALL "MACBM" USING ZACBM-ZCMA, AUTH-QUERY
           .

       1300-LIRE-ASSIETTE.
      ******************************************************************EDEFAY
      *  The TBCPT scan : every account on a reservable line brings
      *  its period's snapshots into its line's days. The central-bank
      *  nostro is an asset, read on its own in 1500.
           MOVE "OPN" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZACPT-CODRET-EOF
               ADD 1 TO WS-NB-COMPTES
               IF ZACPT-COMPTE NOT = WS-COMPTE-BC THEN
                   PERFORM 1400-CLASSER-UN-COMPTE
               END-IF
               MOVE "FET" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           .

       1400-CLASSER-UN-COMPTE.
      ******************************************************************EDEFAY
      *  Pick the account's line code the way GKCBR01 does, find the
      *  line in the cache (reading its TBPRM 'RS' row the first time
      *  it is met) and, on a reservable line, fold in the account's
      *  credit balances - only deposits are reservable liabilities,
      *  an overdrawn day counts nothing.
           MOVE ZACPT-PRODUIT TO WS-CLE-PRODUIT
           IF ZACPT-INTERNE THEN
               STRING '#IN' ZACPT-CLASSE DELIMITED BY SIZE
                      INTO WS-CLE-PRODUIT
           END-IF
           MOVE SPACES TO WS-LIGNE-CHOISIE
           MOVE -1 TO WS-SCORE-CHOISI
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                   UNTIL WS-MAP-IX > WS-MAP-NB
               IF ( WS-MAP-PRODUIT (WS-MAP-IX) = '*   '
                    OR WS-MAP-PRODUIT (WS-MAP-IX) = WS-CLE-PRODUIT )
                  AND ( WS-MAP-TIER (WS-MAP-IX) = '*'
                    OR WS-MAP-TIER (WS-MAP-IX) = ZACPT-TIER )
                  AND ( WS-MAP-DEVISE (WS-MAP-IX) = '*  '
                    OR WS-MAP-DEVISE (WS-MAP-IX) = ZACPT-DEVISE )
                  AND WS-MAP-SCORE (WS-MAP-IX) > WS-SCORE-CHOISI
                  THEN
                   MOVE WS-MAP-LIGNE (WS-MAP-IX)
                       TO WS-LIGNE-CHOISIE
                   MOVE WS-MAP-SCORE (WS-MAP-IX)
                       TO WS-SCORE-CHOISI
               END-IF
           END-PERFORM
           IF WS-LIGNE-CHOISIE = SPACES THEN
               ADD 1 TO WS-NB-SANS-MAP
               DISPLAY "GKRSV01 : " ZACPT-COMPTE " (PRODUIT "
                       WS-CLE-PRODUIT " TIER " ZACPT-TIER " DEV "
                       ZACPT-DEVISE ") SANS MAPPING"
               MOVE '04' TO RC
               EXIT PARAGRAPH
           END-IF
           PERFORM 1410-TROUVER-LIGNE
           IF NOT LGR-TROUVE THEN
               EXIT PARAGRAPH
           END-IF
           IF NOT LGR-RESERVABLE (WS-LGR-IX) THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-RESERV
           ADD 1 TO WS-LGR-NBCPT (WS-LGR-IX)
           PERFORM 2300-TAUX-CONVERSION
           MOVE ZACPT-COMPTE TO ZASNP-COMPTE
           MOVE "OPN" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZASNP-CODRET-EOF
               IF ZASNP-DTSNP >= WS-PER-DEB
                  AND ZASNP-DTSNP <= WS-DATE-ARRET THEN
                   MOVE ZASNP-DTSNP TO WS-DATE-JOUR
                   PERFORM 2000-NUMERO-JOUR
                   MOVE 'Y' TO WS-JR-VU (WS-JOUR)
                   IF ZASNP-SOLDE > ZERO THEN
                       COMPUTE WS-LGR-JOUR (WS-LGR-IX, WS-JOUR)
                               ROUNDED =
                               WS-LGR-JOUR (WS-LGR-IX, WS-JOUR)
                             + ZASNP-SOLDE * WS-TAUX-CONV
                   END-IF
               END-IF
               MOVE "FET" TO ZASNP-FONCTION
               CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           .

       1410-TROUVER-LIGNE.
      ******************************************************************EDEFAY
      *  Position WS-LGR-IX on WS-LIGNE-CHOISIE, adding the line the
      *  first time : reservable when TBPRM 'GKRSV01 '/'RS' + line
      *  exists, at its own ratio if numeric, else at TXRESERV.
           MOVE 'N' TO WS-LGR-TROUVE
           PERFORM VARYING WS-LGR-IX FROM 1 BY 1
                   UNTIL WS-LGR-IX > WS-LGR-NB
               IF WS-LGR-CODE (WS-LGR-IX) = WS-LIGNE-CHOISIE THEN
                   SET LGR-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LGR-TROUVE THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-LGR-NB NOT < WS-LGR-MAX THEN
               DISPLAY "GKRSV01 : TABLE DES LIGNES PLEINE, "
                       WS-LIGNE-CHOISIE " / " ZACPT-COMPTE
                       " NON CUMULE"
               MOVE '04' TO RC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LGR-NB
           SET WS-LGR-IX TO WS-LGR-NB
           SET LGR-TROUVE TO TRUE
           MOVE WS-LIGNE-CHOISIE TO WS-LGR-CODE (WS-LGR-IX)
           MOVE 'N'  TO WS-LGR-RESERV (WS-LGR-IX)
           MOVE ZERO TO WS-LGR-TAUX (WS-LGR-IX)
           MOVE ZERO TO WS-LGR-NBCPT (WS-LGR-IX)
           MOVE ZERO TO WS-LGR-CUMUL (WS-LGR-IX)
           PERFORM VARYING WS-JOUR FROM 1 BY 1
                   UNTIL WS-JOUR > WS-JOUR-MAX
               MOVE ZERO TO WS-LGR-JOUR (WS-LGR-IX, WS-JOUR)
           END-PERFORM
           MOVE 'GKRSV01 ' TO ZAPRM-PGM
           STRING 'RS' WS-LIGNE-CHOISIE DELIMITED BY SIZE
                  INTO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               SET LGR-RESERVABLE (WS-LGR-IX) TO TRUE
               MOVE WS-TX-RESERVE TO WS-LGR-TAUX (WS-LGR-IX)
               IF ZAPRM-VALPRM NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
                   COMPUTE WS-LGR-TAUX (WS-LGR-IX) =
                           FUNCTION NUMVAL(ZAPRM-VALPRM)
               END-IF
           END-IF
           .

       1500-LIRE-NOSTRO.
      ******************************************************************EDEFAY
      *  The balance actually held : the central-bank nostro's own
      *  snapshots over the period, in the reference currency.
           MOVE WS-COMPTE-BC TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               DISPLAY "GKRSV01 : COMPTE BANQUE CENTRALE "
                       WS-COMPTE-BC " INCONNU DE TBCPT"
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-TAUX-CONVERSION
           MOVE WS-COMPTE-BC TO ZASNP-COMPTE
           MOVE "OPN" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZASNP-CODRET-EOF
               IF ZASNP-DTSNP >= WS-PER-DEB
                  AND ZASNP-DTSNP <= WS-DATE-ARRET THEN
                   MOVE ZASNP-DTSNP TO WS-DATE-JOUR
                   PERFORM 2000-NUMERO-JOUR
                   MOVE 'Y' TO WS-JR-VU (WS-JOUR)
                   COMPUTE WS-JR-DETENU (WS-JOUR) ROUNDED =
                           ZASNP-SOLDE * WS-TAUX-CONV
               END-IF
               MOVE "FET" TO ZASNP-FONCTION
               CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           .

       1600-REPORTER-JOURS.
      ******************************************************************EDEFAY
      *  A calendar day nobody snapshotted (week-end, holiday) holds
      *  the previous day's balances. Then each day's base, and its
      *  base weighted by each line's ratio, and each line's total.
           PERFORM VARYING WS-JOUR FROM 2 BY 1
                   UNTIL WS-JOUR > WS-NB-JOURS-ECO
               IF WS-JR-VU (WS-JOUR) NOT = 'Y' THEN
                   ADD 1 TO WS-NB-REPORTES
                   MOVE WS-JR-DETENU (WS-JOUR - 1)
                     TO WS-JR-DETENU (WS-JOUR)
                   PERFORM VARYING WS-LGR-IX FROM 1 BY 1
                           UNTIL WS-LGR-IX > WS-LGR-NB
                       MOVE WS-LGR-JOUR (WS-LGR-IX, WS-JOUR - 1)
                         TO WS-LGR-JOUR (WS-LGR-IX, WS-JOUR)
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-JOUR FROM 1 BY 1
                   UNTIL WS-JOUR > WS-NB-JOURS-ECO
               PERFORM VARYING WS-LGR-IX FROM 1 BY 1
                       UNTIL WS-LGR-IX > WS-LGR-NB
                   IF LGR-RESERVABLE (WS-LGR-IX) THEN
                       ADD WS-LGR-JOUR (WS-LGR-IX, WS-JOUR)
                        TO WS-JR-BASE (WS-JOUR)
                       ADD WS-LGR-JOUR (WS-LGR-IX, WS-JOUR)
                        TO WS-LGR-CUMUL (WS-LGR-IX)
                       COMPUTE WS-JR-EXIGE (WS-JOUR) ROUNDED =
                               WS-JR-EXIGE (WS-JOUR)
                             + WS-LGR-JOUR (WS-LGR-IX, WS-JOUR)
                             * WS-LGR-TAUX (WS-LGR-IX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       2000-NUMERO-JOUR.
      ******************************************************************EDEFAY
      *  WS-JOUR := day number of WS-DATE-JOUR in the period (1 on
      *  the period's first day).
           STRING WS-DATE-JOUR(1:4) WS-DATE-JOUR(6:2)
                  WS-DATE-JOUR(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-JOUR = WS-DATE-ENTIER - WS-ENTIER-DEB + 1
           .

       2010-DATE-DU-JOUR.
      ******************************************************************EDEFAY
      *  WS-DATE-JOUR := the date of period day WS-JOUR.
           COMPUTE WS-DATE-ENTIER = WS-ENTIER-DEB + WS-JOUR - 1
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-JOUR
           .

       2300-TAUX-CONVERSION.
      ******************************************************************EDEFAY
      *  The rate turning the account's currency into the bank's
      *  reference currency, at the TBDEV rate in force on the
      *  processing date. A currency with no rate row counts
      *  unconverted and is flagged.
           MOVE 1 TO WS-TAUX-CONV
           IF ZACPT-DEVISE = SPACES
              OR ZACPT-DEVISE = WS-DEVREF-BANQUE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-DEVISE  TO ZADEV-CDEV
           MOVE WS-AS-OF-DATE TO ZADEV-DTEFF
           MOVE "SEL" TO ZADEV-FONCTION
           CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
           IF ZADEV-CODRET-OK THEN
               MOVE ZADEV-ACHAT TO WS-TAUX-CONV
           ELSE
               ADD 1 TO WS-NB-SANS-COURS
               MOVE '04' TO RC
               DISPLAY "GKRSV01 : " ZACPT-COMPTE " " ZACPT-DEVISE
                       " SANS COURS AU " WS-AS-OF-DATE
                       " - NON CONVERTI"
           END-IF
           .

       3000-ECRIRE-LIGNES.
      ******************************************************************EDEFAY
      *  Each reservable line : ratio, accounts, average base over
      *  the days run and the reserve it calls for.
           MOVE 'ASSIETTE PAR LIGNE TBCBM - MOYENNE DES JOURS ECOULES'
             TO RPT-X-TEXTE
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-SECTION
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-ENTETE-LIGNE
           PERFORM VARYING WS-LGR-IX FROM 1 BY 1
                   UNTIL WS-LGR-IX > WS-LGR-NB
               IF LGR-RESERVABLE (WS-LGR-IX) THEN
                   MOVE WS-LGR-CODE (WS-LGR-IX)  TO RPT-L-CODE
                   MOVE WS-LGR-TAUX (WS-LGR-IX)  TO RPT-L-TAUX
                   MOVE WS-LGR-NBCPT (WS-LGR-IX) TO RPT-L-NBCPT
                   COMPUTE WS-MOY-BASE ROUNDED =
                           WS-LGR-CUMUL (WS-LGR-IX) / WS-NB-JOURS-ECO
                   MOVE WS-MOY-BASE TO RPT-L-BASE
                   COMPUTE RPT-L-RESERVE ROUNDED =
                           WS-MOY-BASE * WS-LGR-TAUX (WS-LGR-IX)
                   WRITE FILEOUT-RSVRPT-RECORD FROM RPT-LIGNE
               END-IF
           END-PERFORM
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-BLANC
           .

       3100-ECRIRE-JOURS.
      ******************************************************************EDEFAY
      *  Day by day to the processing date : the day's base, the
      *  reserve it calls for, the balance held, then the running
      *  requirement (average to date less the allowance), the
      *  running average held and the running surplus (+) or
      *  shortfall (-). A '*' marks a day carried from the previous.
           MOVE 'SITUATION JOURNALIERE' TO RPT-X-TEXTE
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-SECTION
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-ENTETE-JOUR
           MOVE ZERO TO WS-CUM-BASE
           MOVE ZERO TO WS-CUM-EXIGE
           MOVE ZERO TO WS-CUM-DETENU
           PERFORM VARYING WS-JOUR FROM 1 BY 1
                   UNTIL WS-JOUR > WS-NB-JOURS-ECO
               ADD WS-JR-BASE (WS-JOUR)   TO WS-CUM-BASE
               ADD WS-JR-EXIGE (WS-JOUR)  TO WS-CUM-EXIGE
               ADD WS-JR-DETENU (WS-JOUR) TO WS-CUM-DETENU
               COMPUTE WS-RESERVE-REQ ROUNDED =
                       WS-CUM-EXIGE / WS-JOUR - WS-ABATTEMENT
               IF WS-RESERVE-REQ < ZERO THEN
                   MOVE ZERO TO WS-RESERVE-REQ
               END-IF
               COMPUTE WS-MOY-DETENU ROUNDED =
                       WS-CUM-DETENU / WS-JOUR
               COMPUTE WS-ECART = WS-MOY-DETENU - WS-RESERVE-REQ
               PERFORM 2010-DATE-DU-JOUR
               MOVE WS-DATE-JOUR TO RPT-J-DATE
               MOVE SPACE TO RPT-J-REPORT
               IF WS-JR-VU (WS-JOUR) NOT = 'Y' THEN
                   MOVE '*' TO RPT-J-REPORT
               END-IF
               MOVE WS-JR-BASE (WS-JOUR)   TO RPT-J-BASE
               MOVE WS-JR-EXIGE (WS-JOUR)  TO RPT-J-EXIGE
               MOVE WS-JR-DETENU (WS-JOUR) TO RPT-J-DETENU
               MOVE WS-RESERVE-REQ         TO RPT-J-RESERVE
               MOVE WS-MOY-DETENU          TO RPT-J-MOYDET
               MOVE WS-ECART               TO RPT-J-ECART
               WRITE FILEOUT-RSVRPT-RECORD FROM RPT-JOUR
           END-PERFORM
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-BLANC
           .

       3200-ECRIRE-SYNTHESE.
      ******************************************************************EDEFAY
      *  Where the period stands (3100 leaves the running figures at
      *  the last day) and, while it is still open, the average the
      *  nostro must hold over the days left so that the period's
      *  average meets the requirement.
           MOVE 'SYNTHESE' TO RPT-X-TEXTE
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-SECTION
           MOVE 'JOURS ECOULES' TO RPT-S-LIBELLE
           MOVE WS-NB-JOURS-ECO TO RPT-S-MONTANT
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-TOTAL
           MOVE 'JOURS DE LA PERIODE' TO RPT-S-LIBELLE
           MOVE WS-NB-JOURS-PER TO RPT-S-MONTANT
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-TOTAL
           COMPUTE WS-MOY-BASE ROUNDED = WS-CUM-BASE / WS-NB-JOURS-ECO
           MOVE 'ASSIETTE MOYENNE' TO RPT-S-LIBELLE
           MOVE WS-MOY-BASE TO RPT-S-MONTANT
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-TOTAL
           MOVE 'RESERVE EXIGEE (APRES ABATTEMENT)' TO RPT-S-LIBELLE
           MOVE WS-RESERVE-REQ TO RPT-S-MONTANT
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-TOTAL
           MOVE 'AVOIR MOYEN DETENU' TO RPT-S-LIBELLE
           MOVE WS-MOY-DETENU TO RPT-S-MONTANT
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-TOTAL
           MOVE 'EXCEDENT (+) / DEFICIT (-)' TO RPT-S-LIBELLE
           MOVE WS-ECART TO RPT-S-MONTANT
           WRITE FILEOUT-RSVRPT-RECORD FROM RPT-TOTAL
           IF WS-NB-JOURS-RST > ZERO THEN
               COMPUTE WS-MOY-A-TENIR ROUNDED =
                       ( WS-RESERVE-REQ * WS-NB-JOURS-PER
                         - WS-CUM-DETENU ) / WS-NB-JOURS-RST
               MOVE 'MOYENNE A DETENIR SUR LES JOURS RESTANTS'
                 TO RPT-S-LIBELLE
               MOVE WS-MOY-A-TENIR TO RPT-S-MONTANT
               WRITE FILEOUT-RSVRPT-RECORD FROM RPT-TOTAL
           END-IF
           DISPLAY "GKRSV01 : " WS-NB-COMPTES " COMPTE(S), "
                   WS-NB-RESERV " SOUMIS, " WS-NB-SANS-MAP
                   " SANS MAPPING, " WS-NB-REPORTES
                   " JOUR(S) REPORTE(S)"
           DISPLAY "GKRSV01 : RESERVE EXIGEE " WS-RESERVE-REQ
                   " DETENU MOYEN " WS-MOY-DETENU
           IF WS-ECART < ZERO AND RC-IS-00 THEN
               MOVE '03' TO RC
           END-IF
           IF WS-ECART < ZERO THEN
               DISPLAY "GKRSV01 : DEFICIT DE RESERVE A CE JOUR "
                       WS-ECART
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-RSVRPT-FDNAME
           .
