      *PROCESS TEST
      ******************************************************************
      * Program name   : GKRNT01
      * Original author: DEFAY E.
      *
      * Description    : Monthly customer, product and branch
      *                  profitability report. GKVTRD01 shows the
      *                  volumes and GKTRIAL2 the balances ; this step
      *                  shows what each relationship earns. For every
      *                  TBCLI customer, through each of its accounts
      *                  (MACPT CCL2), it adds up over the month to the
      *                  processing date :
      *                   - fee income : the fee rows on TBHIS (the
      *                     POSTER-FRAIS 'F' and unpaid-item 'U' rows
      *                     linked to their operation, GKFEE01's 'FEE'
      *                     rows, GKANA01's analysis charges) net of
      *                     their reversals and of GKPLF01's fee-cap
      *                     refunds ;
      *                   - overdraft interest income : the 'INT' rows,
      *                     net of GKINTC01's interest refunds ;
      *                   - interest paid out on term deposits : what
      *                     each GKDEP01 payout ('DPM') paid over the
      *                     TBDEP principal ;
      *                   - the FX spread earned on the account's
      *                     conversions (TBPOS, MAPOS CPOS3) ;
      *                   - a funds-transfer-pricing credit (average
      *                     TBSNP balance in credit) or charge (in
      *                     debit) at the TBPRM rates.
      *                  Every amount is converted into the bank's
      *                  reference currency at the TBDEV rate in force
      *                  on the processing date (GKGRP01's idiom).
      *                  The customer lines are cut by branch (an
      *                  account counts under its own ZACPT-AGENCE)
      *                  and rolled up by product and by branch ; each
      *                  branch lists its most and least profitable
      *                  customers.
      * Rules handling :
      *             RC = 00 : Report complete
      *             RC = 01 : Could not open FILEOUT-RNTRPT
      *             RC = 04 : A customer, product or branch table
      *                       overflowed, or an account's currency had
      *                       no rate - see SYSOUT
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-RNTRPT - see JCL/GKRNT01.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKRNT01 /TXTCICRE - yearly transfer-pricing
      *                   rate credited on a credit average balance
      *                   GKRNT01 /TXTCIDEB - yearly transfer-pricing
      *                   rate charged on a debit average balance
      *                   (fractions, 0.0300 = 3 %, 360-day basis ;
      *                   absent = 0)
      *                   GKRNT01 /NBCLASST - customers listed at the
      *                   top and at the bottom of each branch
      *                   (default 5)
      *                   MFMAJCPT/DEVREF   - reference currency
      *                   GKINTC01/COPEREMB, GKANA01 /COPEANA,
      *                   GKPLF01 /COPEREMB - the interest refund,
      *                   analysis charge and fee-cap refund codes
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
       PROGRAM-ID.    GKRNT01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-RNTRPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-RNTRPT-NAME
           FILE STATUS IS WS-FS-RNTRPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-RNTRPT-FDNAME RECORDING MODE F.
       01  FILEOUT-RNTRPT-RECORD.
          05  FILLER      PIC X(120).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRD.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBDEP.cpy".
       COPY "./Copybooks/CTBPOS.cpy".
       COPY "./Copybooks/CTBSNP.cpy".
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-RNTRPT-NAME PIC X(30) VALUE 'FILEOUT-RNTRPT'.
       01  WS-FS-RNTRPT    PIC X(02).
           88 FS-RNTRPT-OK VALUE '00'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date, the month it closes and the days run so far
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-MOIS-DEBUT   PIC X(10).
       01  WS-NB-JOURS     PIC 9(02).
      *  The operation codes each income line is read from
       01  WS-CODOPE-INT   PIC X(03) VALUE 'INT'.
       01  WS-CODOPE-RIN   PIC X(03) VALUE 'RIN'.
       01  WS-CODOPE-ANA   PIC X(03) VALUE 'ANA'.
       01  WS-CODOPE-RFF   PIC X(03) VALUE 'RFF'.
       01  WS-CODOPE-DPM   PIC X(03) VALUE 'DPM'.
      *  Transfer-pricing rates (yearly, fractions, 360-day basis) and
      *  the length of each branch's top and bottom lists
       01  WS-TX-TCI-CRE   PIC S9(3)V9(4) COMP-3 VALUE 0.
       01  WS-TX-TCI-DEB   PIC S9(3)V9(4) COMP-3 VALUE 0.
       01  WS-NB-CLASST    PIC 9(03) VALUE 5.
      *  Currency conversion into the bank's reference currency - see
      *  2300-TAUX-CONVERSION
       01  WS-DEVREF-BANQUE PIC X(03) VALUE 'EUR'.
       01  WS-TAUX-CONV    PIC S9(6)V9(3) COMP-3.
      *  One account's month, in account currency
       01  WS-A-FRAIS      PIC S9(13)V99 COMP-3.
       01  WS-A-INTDEC     PIC S9(13)V99 COMP-3.
       01  WS-A-INTDAT     PIC S9(13)V99 COMP-3.
       01  WS-A-CHANGE     PIC S9(13)V99 COMP-3.
       01  WS-A-TCI        PIC S9(13)V99 COMP-3.
       01  WS-ROW-FRAIS    PIC X(01).
           88 ROW-FRAIS    VALUE 'Y'.
       01  WS-SOLDE-CUMUL  PIC S9(15)V99 COMP-3.
       01  WS-NB-SNAPS     PIC 9(04).
       01  WS-SOLDE-MOYEN  PIC S9(13)V99 COMP-3.
      *  The same month in the reference currency
       01  WS-C-FRAIS      PIC S9(15)V99 COMP-3.
       01  WS-C-INTDEC     PIC S9(15)V99 COMP-3.
       01  WS-C-INTDAT     PIC S9(15)V99 COMP-3.
       01  WS-C-CHANGE     PIC S9(15)V99 COMP-3.
       01  WS-C-TCI        PIC S9(15)V99 COMP-3.
       01  WS-C-TOTAL      PIC S9(15)V99 COMP-3.
      *  Customer lines, one per customer and branch, in customer
      *  order - the current customer's lines start at WS-CLB-DEBUT
       01  WS-CLB-MAX      PIC 9(05) VALUE 5000.
       01  WS-CLB-NB       PIC 9(05) VALUE 0.
       01  WS-CLB-DEBUT    PIC 9(05).
       01  WS-CLB-TABLE.
           05  WS-CLB-ENTRY OCCURS 5000 INDEXED BY WS-CLB-IX.
               10  WS-CLB-CLIENT  PIC X(08).
               10  WS-CLB-NOM     PIC X(20).
               10  WS-CLB-AGENCE  PIC X(03).
               10  WS-CLB-NBCPT   PIC 9(05).
               10  WS-CLB-FRAIS   PIC S9(15)V99 COMP-3.
               10  WS-CLB-INTDEC  PIC S9(15)V99 COMP-3.
               10  WS-CLB-INTDAT  PIC S9(15)V99 COMP-3.
               10  WS-CLB-CHANGE  PIC S9(15)V99 COMP-3.
               10  WS-CLB-TCI     PIC S9(15)V99 COMP-3.
               10  WS-CLB-TOTAL   PIC S9(15)V99 COMP-3.
               10  WS-CLB-PRIS    PIC X(01).
       01  WS-CLB-TROUVE   PIC X(01).
           88 CLB-TROUVE   VALUE 'Y'.
      *  Product roll-up
       01  WS-PRD-MAX      PIC 9(04) VALUE 200.
       01  WS-PRD-NB       PIC 9(04) VALUE 0.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 200 INDEXED BY WS-PRD-IX.
               10  WS-PRD-CODE    PIC X(04).
               10  WS-PRD-NBCPT   PIC 9(05).
               10  WS-PRD-FRAIS   PIC S9(15)V99 COMP-3.
               10  WS-PRD-INTDEC  PIC S9(15)V99 COMP-3.
               10  WS-PRD-INTDAT  PIC S9(15)V99 COMP-3.
               10  WS-PRD-CHANGE  PIC S9(15)V99 COMP-3.
               10  WS-PRD-TCI     PIC S9(15)V99 COMP-3.
               10  WS-PRD-TOTAL   PIC S9(15)V99 COMP-3.
       01  WS-PRD-TROUVE   PIC X(01).
           88 PRD-TROUVE   VALUE 'Y'.
      *  Branch roll-up
       01  WS-AGE-MAX      PIC 9(04) VALUE 200.
       01  WS-AGE-NB       PIC 9(04) VALUE 0.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 200 INDEXED BY WS-AGE-IX.
               10  WS-AGE-CODE    PIC X(03).
               10  WS-AGE-NBCLI   PIC 9(05).
               10  WS-AGE-FRAIS   PIC S9(15)V99 COMP-3.
               10  WS-AGE-INTDEC  PIC S9(15)V99 COMP-3.
               10  WS-AGE-INTDAT  PIC S9(15)V99 COMP-3.
               10  WS-AGE-CHANGE  PIC S9(15)V99 COMP-3.
               10  WS-AGE-TCI     PIC S9(15)V99 COMP-3.
               10  WS-AGE-TOTAL   PIC S9(15)V99 COMP-3.
       01  WS-AGE-TROUVE   PIC X(01).
           88 AGE-TROUVE   VALUE 'Y'.
      *  Branch ranking - see 3210-CLASSER-AGENCE
       01  WS-RANG         PIC 9(03).
       01  WS-CLB-CHOISI   PIC 9(05).
       01  WS-SENS-CLASST  PIC X(01).
           88 CLASST-MEILLEURS VALUE 'M'.
           88 CLASST-MOINS     VALUE 'P'.
      *  Report lines
       01  RPT-TITRE.
           05  FILLER          PIC X(30)
               VALUE 'RENTABILITE CLIENTS - MOIS    '.
           05  RPT-T-MOIS      PIC X(07).
           05  FILLER          PIC X(05) VALUE '  AU '.
           05  RPT-T-DATE      PIC X(10).
           05  FILLER          PIC X(10) VALUE '  DEVISE  '.
           05  RPT-T-DEVISE    PIC X(03).
           05  FILLER          PIC X(14) VALUE '  TCI CREDIT '.
           05  RPT-T-TXCRE     PIC 9.9999.
           05  FILLER          PIC X(08) VALUE '  DEBIT '.
           05  RPT-T-TXDEB     PIC 9.9999.
           05  FILLER          PIC X(21) VALUE SPACES.
       01  RPT-SECTION.
           05  RPT-X-TEXTE     PIC X(60).
           05  FILLER          PIC X(60) VALUE SPACES.
       01  RPT-ENTETE.
           05  FILLER          PIC X(40)
               VALUE 'CLE      NOM              AGE    NB     '.
           05  FILLER          PIC X(40)
               VALUE '    FRAIS   INT DECOUV.    INT DEPOTS   '.
           05  FILLER          PIC X(40)
               VALUE '     CHANGE           TCI         TOTAL '.
       01  RPT-DETAIL.
           05  RPT-D-CLE       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-NOM       PIC X(16).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-AGENCE    PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-NB        PIC Z(04)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-FRAIS     PIC -(9)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-INTDEC    PIC -(9)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-INTDAT    PIC -(9)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-CHANGE    PIC -(9)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-TCI       PIC -(9)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-TOTAL     PIC -(9)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
       01  RPT-BLANC       PIC X(120) VALUE SPACES.
      *  Counters
       01  WS-NB-CLIENTS   PIC 9(06) VALUE 0.
       01  WS-NB-COMPTES   PIC 9(06) VALUE 0.
       01  WS-NB-SANS-COURS PIC 9(06) VALUE 0.
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
               MOVE "OPN" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               MOVE "FET" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               PERFORM UNTIL NOT ZACLI-CODRET-OK
                   PERFORM 1500-TRAITER-CLIENT
                   MOVE "FET" TO ZACLI-FONCTION
                   CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CLO" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               PERFORM 3000-ECRIRE-CLIENTS
               PERFORM 3100-ECRIRE-PRODUITS
               PERFORM 3200-ECRIRE-AGENCES
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date and the month it closes, the codes,
      *  rates and reference currency, open the report and print its
      *  heading.
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
           STRING WS-AS-OF-DATE(1:7) '-01'
                  DELIMITED BY SIZE INTO WS-MOIS-DEBUT
           MOVE WS-AS-OF-DATE(9:2) TO WS-NB-JOURS
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'DEVREF  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-DEVREF-BANQUE
           END-IF
      *    The codes the other batches post their income under, read
      *    where those batches read them
           MOVE 'GKINTC01' TO ZAPRM-PGM
           MOVE 'COPEREMB' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-CODOPE-RIN
           END-IF
           MOVE 'GKANA01 ' TO ZAPRM-PGM
           MOVE 'COPEANA ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-CODOPE-ANA
           END-IF
           MOVE 'GKPLF01 ' TO ZAPRM-PGM
           MOVE 'COPEREMB' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-CODOPE-RFF
           END-IF
           MOVE 'GKRNT01 ' TO ZAPRM-PGM
           MOVE 'TXTCICRE' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-TX-TCI-CRE = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           MOVE 'GKRNT01 ' TO ZAPRM-PGM
           MOVE 'TXTCIDEB' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-TX-TCI-DEB = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           MOVE 'GKRNT01 ' TO ZAPRM-PGM
           MOVE 'NBCLASST' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-NB-CLASST = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           OPEN OUTPUT FILEOUT-RNTRPT-FDNAME
           IF NOT FS-RNTRPT-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE(1:7) TO RPT-T-MOIS
           MOVE WS-AS-OF-DATE      TO RPT-T-DATE
           MOVE WS-DEVREF-BANQUE   TO RPT-T-DEVISE
           MOVE WS-TX-TCI-CRE      TO RPT-T-TXCRE
           MOVE WS-TX-TCI-DEB      TO RPT-T-TXDEB
           WRITE FILEOUT-RNTRPT-RECORD FROM RPT-TITRE
           WRITE FILEOUT-RNTRPT-RECORD FROM RPT-BLANC
           .

       1500-TRAITER-CLIENT.
      ******************************************************************EDEFAY
      *  One customer : each of its accounts (MACPT CCL2) adds its
      *  month into the customer's line for the account's branch.
           ADD 1 TO WS-NB-CLIENTS
           COMPUTE WS-CLB-DEBUT = WS-CLB-NB + 1
           MOVE ZACLI-CLIENT TO ZACPT-CLIENT
           MOVE "OP2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPT-CODRET-OK
               PERFORM 1600-TRAITER-COMPTE
               MOVE "FE2" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           .

       1600-TRAITER-COMPTE.
      ******************************************************************EDEFAY
      *  One account's month : history, conversions and average
      *  balance, converted into the reference currency and added to
      *  its customer line, product and branch. The bank's own
      *  internal accounts earn nothing from anybody.
           IF ZACPT-INTERNE THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-COMPTES
           MOVE ZERO TO WS-A-FRAIS
           MOVE ZERO TO WS-A-INTDEC
           MOVE ZERO TO WS-A-INTDAT
           MOVE ZERO TO WS-A-CHANGE
           MOVE ZERO TO WS-A-TCI
           PERFORM 1610-LIRE-HISTORIQUE
           PERFORM 1620-LIRE-POSITIONS
           PERFORM 1630-CALCULER-TCI
           PERFORM 2300-TAUX-CONVERSION
           COMPUTE WS-C-FRAIS  ROUNDED = WS-A-FRAIS  * WS-TAUX-CONV
           COMPUTE WS-C-INTDEC ROUNDED = WS-A-INTDEC * WS-TAUX-CONV
           COMPUTE WS-C-INTDAT ROUNDED = WS-A-INTDAT * WS-TAUX-CONV
           COMPUTE WS-C-CHANGE ROUNDED = WS-A-CHANGE * WS-TAUX-CONV
           COMPUTE WS-C-TCI    ROUNDED = WS-A-TCI    * WS-TAUX-CONV
           COMPUTE WS-C-TOTAL = WS-C-FRAIS + WS-C-INTDEC
                              + WS-C-INTDAT + WS-C-CHANGE + WS-C-TCI
           PERFORM 1650-CUMULER-CLIENT
           PERFORM 1660-CUMULER-PRODUIT
           .

       1610-LIRE-HISTORIQUE.
      ******************************************************************EDEFAY
      *  Walk the account's month of history (CHIS, month start to the
      *  as-of date) and sort each income row to its line, signed by
      *  the side actually applied - a debit to the customer is
      *  income, a credit (reversal, refund) gives it back :
      *  - 'INT' and the interest refund code : overdraft interest ;
      *  - the analysis charge and the fee-cap refund code, and every
      *    fee row as GKPLF01 qualifies them : fees ;
      *  - a term-deposit payout : the interest part, as a cost.
           MOVE ZACPT-COMPTE  TO ZAHIS-COMPTE
           MOVE WS-MOIS-DEBUT TO ZAHIS-DATDEB
           MOVE WS-AS-OF-DATE TO ZAHIS-DATFIN
           MOVE "OPN" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               EVALUATE TRUE
                   WHEN ZAHIS-CODOPE = WS-CODOPE-INT
                     OR ZAHIS-CODOPE = WS-CODOPE-RIN
                       IF ZAHIS-SENSAPP = 'C' THEN
                           SUBTRACT ZAHIS-MNTOPE FROM WS-A-INTDEC
                       ELSE
                           ADD ZAHIS-MNTOPE TO WS-A-INTDEC
                       END-IF
                   WHEN ZAHIS-CODOPE = WS-CODOPE-DPM
                       PERFORM 1615-INTERET-DEPOT
                   WHEN OTHER
                       PERFORM 2100-QUALIFIER-FRAIS
                       IF ZAHIS-CODOPE = WS-CODOPE-ANA
                          OR ZAHIS-CODOPE = WS-CODOPE-RFF THEN
                           SET ROW-FRAIS TO TRUE
                       END-IF
                       IF ROW-FRAIS THEN
                           IF ZAHIS-SENSAPP = 'C' THEN
                               SUBTRACT ZAHIS-MNTOPE FROM WS-A-FRAIS
                           ELSE
                               ADD ZAHIS-MNTOPE TO WS-A-FRAIS
                           END-IF
                       END-IF
               END-EVALUATE
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       1615-INTERET-DEPOT.
      ******************************************************************EDEFAY
      *  A GKDEP01 payout credits principal plus interest, linked to
      *  its deposit through REFOPE-LIE : what it paid over the TBDEP
      *  principal is the interest the bank paid out. A rolled-over
      *  deposit pays nothing out until it finally matures.
           IF ZAHIS-SENSAPP = 'D'
              OR ZAHIS-REFOPE-LIE = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZAHIS-REFOPE-LIE TO ZADEP-REFDEP
           MOVE "SEL" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           IF ZADEP-CODRET-OK
              AND ZAHIS-MNTOPE > ZADEP-MNTPRIN THEN
               COMPUTE WS-A-INTDAT = WS-A-INTDAT
                                   - ( ZAHIS-MNTOPE - ZADEP-MNTPRIN )
           END-IF
           .

       1620-LIRE-POSITIONS.
      ******************************************************************EDEFAY
      *  The spread margin of each of the account's conversions of
      *  the month (MAPOS CPOS3), already in the account's currency.
           MOVE ZACPT-COMPTE  TO ZAPOS-COMPTE
           MOVE WS-MOIS-DEBUT TO ZAPOS-DTPOS
           MOVE "OP3" TO ZAPOS-FONCTION
           CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           MOVE "FE3" TO ZAPOS-FONCTION
           CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAPOS-CODRET-OK
               IF ZAPOS-DTPOS NOT > WS-AS-OF-DATE THEN
                   ADD ZAPOS-MNTMRG TO WS-A-CHANGE
               END-IF
               MOVE "FE3" TO ZAPOS-FONCTION
               CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL3" TO ZAPOS-FONCTION
           CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           .

       1630-CALCULER-TCI.
      ******************************************************************EDEFAY
      *  Transfer pricing on the month's average TBSNP balance (same
      *  idiom as GKTIER01 - no snapshot averages to the live
      *  balance) : a credit average is credited for the funds it
      *  brings at TXTCICRE, a debit average charged for the funds it
      *  uses at TXTCIDEB, over the days of the month run so far.
           MOVE ZERO TO WS-SOLDE-CUMUL
           MOVE ZERO TO WS-NB-SNAPS
           MOVE ZACPT-COMPTE TO ZASNP-COMPTE
           MOVE "OPN" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZASNP-CODRET-EOF
               IF ZASNP-DTSNP >= WS-MOIS-DEBUT
                  AND ZASNP-DTSNP <= WS-AS-OF-DATE THEN
                   ADD ZASNP-SOLDE TO WS-SOLDE-CUMUL
                   ADD 1 TO WS-NB-SNAPS
               END-IF
               MOVE "FET" TO ZASNP-FONCTION
               CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           IF WS-NB-SNAPS > 0 THEN
               COMPUTE WS-SOLDE-MOYEN =
                       WS-SOLDE-CUMUL / WS-NB-SNAPS
           ELSE
               MOVE ZACPT-SOLDE TO WS-SOLDE-MOYEN
           END-IF
           IF WS-SOLDE-MOYEN > ZERO THEN
               COMPUTE WS-A-TCI ROUNDED =
                       WS-SOLDE-MOYEN * WS-TX-TCI-CRE * WS-NB-JOURS
                       / 360
           ELSE
               COMPUTE WS-A-TCI ROUNDED =
                       WS-SOLDE-MOYEN * WS-TX-TCI-DEB * WS-NB-JOURS
                       / 360
           END-IF
           .

       1650-CUMULER-CLIENT.
      ******************************************************************EDEFAY
      *  Add the account into its customer's line for the account's
      *  branch (opened on the first account there), and into that
      *  branch's roll-up.
           MOVE 'N' TO WS-CLB-TROUVE
           PERFORM VARYING WS-CLB-IX FROM WS-CLB-DEBUT BY 1
                   UNTIL WS-CLB-IX > WS-CLB-NB
               IF WS-CLB-AGENCE (WS-CLB-IX) = ZACPT-AGENCE THEN
                   SET CLB-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT CLB-TROUVE THEN
               IF WS-CLB-NB NOT < WS-CLB-MAX THEN
                   DISPLAY "GKRNT01 : TABLE CLIENTS PLEINE, "
                           ZACLI-CLIENT " " ZACPT-COMPTE
                           " NON CUMULE"
                   MOVE '04' TO RC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CLB-NB
               SET WS-CLB-IX TO WS-CLB-NB
               MOVE ZACLI-CLIENT TO WS-CLB-CLIENT (WS-CLB-IX)
               MOVE ZACLI-NOM    TO WS-CLB-NOM (WS-CLB-IX)
               MOVE ZACPT-AGENCE TO WS-CLB-AGENCE (WS-CLB-IX)
               MOVE ZERO TO WS-CLB-NBCPT (WS-CLB-IX)
               MOVE ZERO TO WS-CLB-FRAIS (WS-CLB-IX)
               MOVE ZERO TO WS-CLB-INTDEC (WS-CLB-IX)
               MOVE ZERO TO WS-CLB-INTDAT (WS-CLB-IX)
               MOVE ZERO TO WS-CLB-CHANGE (WS-CLB-IX)
               MOVE ZERO TO WS-CLB-TCI (WS-CLB-IX)
               MOVE ZERO TO WS-CLB-TOTAL (WS-CLB-IX)
               MOVE 'N' TO WS-CLB-PRIS (WS-CLB-IX)
           END-IF
           ADD 1           TO WS-CLB-NBCPT (WS-CLB-IX)
           ADD WS-C-FRAIS  TO WS-CLB-FRAIS (WS-CLB-IX)
           ADD WS-C-INTDEC TO WS-CLB-INTDEC (WS-CLB-IX)
           ADD WS-C-INTDAT TO WS-CLB-INTDAT (WS-CLB-IX)
           ADD WS-C-CHANGE TO WS-CLB-CHANGE (WS-CLB-IX)
           ADD WS-C-TCI    TO WS-CLB-TCI (WS-CLB-IX)
           ADD WS-C-TOTAL  TO WS-CLB-TOTAL (WS-CLB-IX)
           MOVE 'N' TO WS-AGE-TROUVE
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-AGE-NB
               IF WS-AGE-CODE (WS-AGE-IX) = ZACPT-AGENCE THEN
                   SET AGE-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT AGE-TROUVE THEN
               IF WS-AGE-NB NOT < WS-AGE-MAX THEN
                   DISPLAY "GKRNT01 : TABLE AGENCES PLEINE, "
                           ZACPT-AGENCE " NON CUMULEE"
                   MOVE '04' TO RC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AGE-NB
               SET WS-AGE-IX TO WS-AGE-NB
               MOVE ZACPT-AGENCE TO WS-AGE-CODE (WS-AGE-IX)
               MOVE ZERO TO WS-AGE-NBCLI (WS-AGE-IX)
               MOVE ZERO TO WS-AGE-FRAIS (WS-AGE-IX)
               MOVE ZERO TO WS-AGE-INTDEC (WS-AGE-IX)
               MOVE ZERO TO WS-AGE-INTDAT (WS-AGE-IX)
               MOVE ZERO TO WS-AGE-CHANGE (WS-AGE-IX)
               MOVE ZERO TO WS-AGE-TCI (WS-AGE-IX)
               MOVE ZERO TO WS-AGE-TOTAL (WS-AGE-IX)
           END-IF
           IF WS-CLB-NBCPT (WS-CLB-IX) = 1 THEN
               ADD 1 TO WS-AGE-NBCLI (WS-AGE-IX)
           END-IF
           ADD WS-C-FRAIS  TO WS-AGE-FRAIS (WS-AGE-IX)
           ADD WS-C-INTDEC TO WS-AGE-INTDEC (WS-AGE-IX)
           ADD WS-C-INTDAT TO WS-AGE-INTDAT (WS-AGE-IX)
           ADD WS-C-CHANGE TO WS-AGE-CHANGE (WS-AGE-IX)
           ADD WS-C-TCI    TO WS-AGE-TCI (WS-AGE-IX)
           ADD WS-C-TOTAL  TO WS-AGE-TOTAL (WS-AGE-IX)
           .

       1660-CUMULER-PRODUIT.
      ******************************************************************EDEFAY
      *  Add the account into its product's roll-up - a pre-catalog
      *  account (no product) rolls up under spaces.
           MOVE 'N' TO WS-PRD-TROUVE
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                   UNTIL WS-PRD-IX > WS-PRD-NB
               IF WS-PRD-CODE (WS-PRD-IX) = ZACPT-PRODUIT THEN
                   SET PRD-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT PRD-TROUVE THEN
               IF WS-PRD-NB NOT < WS-PRD-MAX THEN
                   DISPLAY "GKRNT01 : TABLE PRODUITS PLEINE, "
                           ZACPT-PRODUIT " NON CUMULE"
                   MOVE '04' TO RC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PRD-NB
               SET WS-PRD-IX TO WS-PRD-NB
               MOVE ZACPT-PRODUIT TO WS-PRD-CODE (WS-PRD-IX)
               MOVE ZERO TO WS-PRD-NBCPT (WS-PRD-IX)
               MOVE ZERO TO WS-PRD-FRAIS (WS-PRD-IX)
               MOVE ZERO TO WS-PRD-INTDEC (WS-PRD-IX)
               MOVE ZERO TO WS-PRD-INTDAT (WS-PRD-IX)
               MOVE ZERO TO WS-PRD-CHANGE (WS-PRD-IX)
               MOVE ZERO TO WS-PRD-TCI (WS-PRD-IX)
               MOVE ZERO TO WS-PRD-TOTAL (WS-PRD-IX)
           END-IF
           ADD 1           TO WS-PRD-NBCPT (WS-PRD-IX)
           ADD WS-C-FRAIS  TO WS-PRD-FRAIS (WS-PRD-IX)
           ADD WS-C-INTDEC TO WS-PRD-INTDEC (WS-PRD-IX)
           ADD WS-C-INTDAT TO WS-PRD-INTDAT (WS-PRD-IX)
           ADD WS-C-CHANGE TO WS-PRD-CHANGE (WS-PRD-IX)
           ADD WS-C-TCI    TO WS-PRD-TCI (WS-PRD-IX)
           ADD WS-C-TOTAL  TO WS-PRD-TOTAL (WS-PRD-IX)
           .

       2100-QUALIFIER-FRAIS.
      ******************************************************************EDEFAY
      *  Is the current TBHIS row a fee row (or a fee's reversal) ?
      *  GKPLF01's rule, plus MFMAJCPT's unpaid-item fee ('U' + the
      *  refused reference, linked to it).
           MOVE 'N' TO WS-ROW-FRAIS
           IF ZAHIS-REFOPE-LIE = SPACES THEN
               IF ZAHIS-REFOPE(1:3) = 'FEE' THEN
                   SET ROW-FRAIS TO TRUE
               END-IF
           ELSE
               IF ( ZAHIS-REFOPE(1:1) = 'F'
                    OR ZAHIS-REFOPE(1:1) = 'U' )
                  AND ZAHIS-REFOPE(2:9) = ZAHIS-REFOPE-LIE(1:9) THEN
                   SET ROW-FRAIS TO TRUE
               END-IF
               IF ZAHIS-REFOPE(1:1) = 'R'
                  AND ( ZAHIS-REFOPE-LIE(1:1) = 'F'
                        OR ZAHIS-REFOPE-LIE(1:1) = 'U' )
                  AND ZAHIS-REFOPE(2:9) = ZAHIS-REFOPE-LIE(1:9) THEN
                   SET ROW-FRAIS TO TRUE
               END-IF
           END-IF
           .

       2300-TAUX-CONVERSION.
      ******************************************************************EDEFAY
      *  The rate turning the account's currency into the bank's
      *  reference currency, at the TBDEV rate in force on the
      *  processing date (TBDEV rates are against the reference
      *  currency). A currency with no rate row counts unconverted
      *  and is flagged.
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
               DISPLAY "GKRNT01 : " ZACPT-COMPTE " " ZACPT-DEVISE
                       " SANS COURS AU " WS-AS-OF-DATE
                       " - NON CONVERTI"
           END-IF
           .

       3000-ECRIRE-CLIENTS.
      ******************************************************************EDEFAY
      *  Every customer line, in customer order.
           MOVE 'RENTABILITE PAR CLIENT ET AGENCE' TO RPT-X-TEXTE
           WRITE FILEOUT-RNTRPT-RECORD FROM RPT-SECTION
           WRITE FILEOUT-RNTRPT-RECORD FROM RPT-ENTETE
           PERFORM VARYING WS-CLB-IX FROM 1 BY 1
                   UNTIL WS-CLB-IX > WS-CLB-NB
               MOVE WS-CLB-NBCPT (WS-CLB-IX) TO RPT-D-NB
               PERFORM 3010-ECRIRE-LIGNE-CLIENT
           END-PERFORM
           WRITE FILEOUT-RNTRPT-RECORD FROM RPT-BLANC
           .

       3010-ECRIRE-LIGNE-CLIENT.
      ******************************************************************EDEFAY
      *  Print the customer line at WS-CLB-IX (RPT-D-NB set by the
      *  caller - account count or rank).
           MOVE WS-CLB-CLIENT (WS-CLB-IX) TO RPT-D-CLE
           MOVE WS-CLB-NOM (WS-CLB-IX)    TO RPT-D-NOM
           MOVE WS-CLB-AGENCE (WS-CLB-IX) TO RPT-D-AGENCE
           MOVE WS-CLB-FRAIS (WS-CLB-IX)  TO RPT-D-FRAIS
           MOVE WS-CLB-INTDEC (WS-CLB-IX) TO RPT-D-INTDEC
           MOVE WS-CLB-INTDAT (WS-CLB-IX) TO RPT-D-INTDAT
           MOVE WS-CLB-CHANGE (WS-CLB-IX) TO RPT-D-CHANGE
           MOVE WS-CLB-TCI (WS-CLB-IX)    TO RPT-D-TCI
           MOVE WS-CLB-TOTAL (WS-CLB-IX)  TO RPT-D-TOTAL
           WRITE FILEOUT-RNTRPT-RECORD FROM RPT-DETAIL
           .

       3100-ECRIRE-PRODUITS.
      ******************************************************************EDEFAY
      *  The product roll-up, with each product's catalog label.
           MOVE 'RENTABILITE PAR PRODUIT' TO RPT-X-TEXTE
           WRITE FILEOUT-RNTRPT-RECORD FROM RPT-SECTION
           WRITE FILEOUT-RNTRPT-RECORD FROM RPT-ENTETE
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                   UNTIL WS-PRD-IX > WS-PRD-NB
               MOVE WS-PRD-CODE (WS-PRD-IX) TO RPT-D-CLE
               MOVE SPACES TO RPT-D-NOM
               IF WS-PRD-CODE (WS-PRD-IX) NOT = SPACES THEN
                   MOVE WS-PRD-CODE (WS-PRD-IX) TO ZAPRD-PRODUIT
                   MOVE "SEL" TO ZAPRD-FONCTION
                   CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
                   IF ZAPRD-CODRET-OK THEN
                       MOVE ZAPRD-LIBELLE TO RPT-D-NOM
                   END-IF
               END-IF
               MOVE SPACES TO RPT-D-AGENCE
               MOVE WS-PRD-NBCPT (WS-PRD-IX)  TO RPT-D-NB
               MOVE WS-PRD-FRAIS (WS-PRD-IX)  TO RPT-D-FRAIS
               MOVE WS-PRD-INTDEC (WS-PRD-IX) TO RPT-D-INTDEC
               MOVE WS-PRD-INTDAT (WS-PRD-IX) TO RPT-D-INTDAT
               MOVE WS-PRD-CHANGE (WS-PRD-IX) TO RPT-D-CHANGE
               MOVE WS-PRD-TCI (WS-PRD-IX)    TO RPT-D-TCI
               MOVE WS-PRD-TOTAL (WS-PRD-IX)  TO RPT-D-TOTAL
               WRITE FILEOUT-RNTRPT-RECORD FROM RPT-DETAIL
           END-PERFORM
           WRITE FILEOUT-RNTRPT-RECORD FROM RPT-BLANC
           .

       3200-ECRIRE-AGENCES.
      ******************************************************************EDEFAY
      *  The branch roll-up : each branch's line, then its most and
      *  least profitable customers.
           MOVE 'RENTABILITE PAR AGENCE' TO RPT-X-TEXTE
           WRITE FILEOUT-RNTRPT-RECORD FROM RPT-SECTION
           WRITE FILEOUT-RNTRPT-RECORD FROM RPT-ENTETE
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-AGE-NB
               MOVE 'AGENCE'                  TO RPT-D-CLE
               MOVE SPACES                    TO RPT-D-NOM
               MOVE WS-AGE-CODE (WS-AGE-IX)   TO RPT-D-AGENCE
               MOVE WS-AGE-NBCLI (WS-AGE-IX)  TO RPT-D-NB
               MOVE WS-AGE-FRAIS (WS-AGE-IX)  TO RPT-D-FRAIS
               MOVE WS-AGE-INTDEC (WS-AGE-IX) TO RPT-D-INTDEC
               MOVE WS-AGE-INTDAT (WS-AGE-IX) TO RPT-D-INTDAT
               MOVE WS-AGE-CHANGE (WS-AGE-IX) TO RPT-D-CHANGE
               MOVE WS-AGE-TCI (WS-AGE-IX)    TO RPT-D-TCI
               MOVE WS-AGE-TOTAL (WS-AGE-IX)  TO RPT-D-TOTAL
               WRITE FILEOUT-RNTRPT-RECORD FROM RPT-DETAIL
               MOVE '  MEILLEURS CLIENTS' TO RPT-X-TEXTE
               WRITE FILEOUT-RNTRPT-RECORD FROM RPT-SECTION
               SET CLASST-MEILLEURS TO TRUE
               PERFORM 3210-CLASSER-AGENCE
               MOVE '  CLIENTS LES MOINS RENTABLES' TO RPT-X-TEXTE
               WRITE FILEOUT-RNTRPT-RECORD FROM RPT-SECTION
               SET CLASST-MOINS TO TRUE
               PERFORM 3210-CLASSER-AGENCE
               WRITE FILEOUT-RNTRPT-RECORD FROM RPT-BLANC
           END-PERFORM
           .

       3210-CLASSER-AGENCE.
      ******************************************************************EDEFAY
      *  List up to NBCLASST customer lines of the branch at
      *  WS-AGE-IX, highest total first ('M') or lowest first ('P').
      *  A line listed once is marked taken, so a small branch's
      *  bottom list never repeats its top list.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-CLASST
               MOVE ZERO TO WS-CLB-CHOISI
               PERFORM VARYING WS-CLB-IX FROM 1 BY 1
                       UNTIL WS-CLB-IX > WS-CLB-NB
                   IF WS-CLB-AGENCE (WS-CLB-IX) =
                      WS-AGE-CODE (WS-AGE-IX)
                      AND WS-CLB-PRIS (WS-CLB-IX) = 'N' THEN
                       IF WS-CLB-CHOISI = ZERO THEN
                           SET WS-CLB-CHOISI TO WS-CLB-IX
                       ELSE
                           IF CLASST-MEILLEURS
                              AND WS-CLB-TOTAL (WS-CLB-IX) >
                                  WS-CLB-TOTAL (WS-CLB-CHOISI) THEN
                               SET WS-CLB-CHOISI TO WS-CLB-IX
                           END-IF
                           IF CLASST-MOINS
                              AND WS-CLB-TOTAL (WS-CLB-IX) <
                                  WS-CLB-TOTAL (WS-CLB-CHOISI) THEN
                               SET WS-CLB-CHOISI TO WS-CLB-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CLB-CHOISI = ZERO THEN
                   EXIT PERFORM
               END-IF
               SET WS-CLB-IX TO WS-CLB-CHOISI
               MOVE 'Y' TO WS-CLB-PRIS (WS-CLB-IX)
               MOVE WS-RANG TO RPT-D-NB
               PERFORM 3010-ECRIRE-LIGNE-CLIENT
           END-PERFORM
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals.
           DISPLAY "GKRNT01 : " WS-NB-CLIENTS " CLIENT(S), "
                   WS-NB-COMPTES " COMPTE(S), " WS-AGE-NB
                   " AGENCE(S), " WS-PRD-NB " PRODUIT(S)"
           IF WS-NB-SANS-COURS > 0 THEN
               DISPLAY "GKRNT01 : " WS-NB-SANS-COURS
                       " COMPTE(S) SANS COURS - NON CONVERTI(S)"
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-RNTRPT-FDNAME
           .
