      *PROCESS TEST
      ******************************************************************
      * Program name   : GKSIM01
      * Original author: DEFAY E.
      *
      * Description    : Pricing what-if simulation. Before a tariff
      *                  change goes through GKMOPE01, GKMPRD01 or the
      *                  TBFEE schedule, replays one month's real
      *                  activity through the current pricing and
      *                  through the proposed one read from PARAMSIM,
      *                  and reports what each would have earned.
      *                  For every TBCLI customer, through each of its
      *                  accounts (MACPT CCL2), the month is priced the
      *                  way the live batches price it :
      *                   - every operation posted (unlinked TBHIS row,
      *                     not itself a 'FEE' row) at its TBFEE row
      *                     for CODOPE + ZACPT-TIER, as MFMAJCPT's
      *                     POSTER-FRAIS charges it - none on an
      *                     analysis-billed product ;
      *                   - every unpaid item ('U' fee row) at the
      *                     tier's 'IMP' row, as POSTER-FRAIS-IMPAYE ;
      *                   - the 'MEN' maintenance fee of the product's
      *                     fee family (else the tier), waived when the
      *                     month's minimum or average TBSNP balance
      *                     reaches the threshold, as GKFEE01 ;
      *                   - the product's monthly cap on the family's
      *                     fees (transaction + maintenance), as
      *                     GKPLF01.
      *                  Charges are converted into the reference
      *                  currency (GKGRP01's idiom) and rolled up by
      *                  product and by branch under both pricings ;
      *                  customers whose month would cost more than the
      *                  configured amount extra are listed.
      *                  Reads only - nothing is posted or updated.
      * Rules handling :
      *             RC = 00 : Simulation complete
      *             RC = 01 : Could not open FILEOUT-SIMRPT
      *             RC = 02 : PARAMSIM missing - nothing to simulate
      *             RC = 04 : PARAMSIM lines rejected, a table
      *                       overflowed, or an account's currency had
      *                       no rate - see SYSOUT
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMSIM - the proposal, one line per item,
      *                   keyed by its first byte :
      *                   'F' COPE(3) TIER(1) AMOUNT(15) - proposed
      *                       TBFEE row (0 removes the fee) ;
      *                   'P' PRODUCT(4) FAMFRAIS(1) PLAFFRAIS(15) -
      *                       proposed pricing of a TBPRD product ;
      *                   'M' YYYY-MM - month replayed (default : the
      *                       month before the processing date) ;
      *                   'S' AMOUNT(15) - list customers whose month
      *                       rises by more than this (default 0) ;
      *                   'W' AMOUNT(15) BASIS(3) - the maintenance
      *                       fee waiver GKFEE01 runs with (PARAMFEE,
      *                       default 1000 MIN) ;
      *                   'V' AMOUNT(15) BASIS(3) - proposed waiver
      *                       (default : as 'W').
      *                   FILEOUT-SIMRPT - see JCL/GKSIM01.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : MFMAJCPT/DEVREF - reference currency
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
       PROGRAM-ID.    GKSIM01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMSIM-FDNAME
           ASSIGN TO DYNAMIC PARAMSIM-NAME
           FILE STATUS IS WS-FS-PARAMSIM
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-SIMRPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-SIMRPT-NAME
           FILE STATUS IS WS-FS-SIMRPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMSIM-FDNAME RECORDING MODE F.
       01  PARAMSIM-RECORD.
           05  SI-TYPE         PIC X(01).
               88 SI-FRAIS     VALUE 'F'.
               88 SI-PRODUIT   VALUE 'P'.
               88 SI-MOIS      VALUE 'M'.
               88 SI-HAUSSE    VALUE 'S'.
               88 SI-EXON-ACT  VALUE 'W'.
               88 SI-EXON-PRO  VALUE 'V'.
           05  FILLER          PIC X(79).
       01  PARAMSIM-FRAIS.
           05  FILLER          PIC X(01).
           05  SI-F-COPE       PIC X(03).
           05  SI-F-TIER       PIC X(01).
           05  SI-F-MONTANT    PIC X(15).
           05  FILLER          PIC X(60).
       01  PARAMSIM-PRODUIT.
           05  FILLER          PIC X(01).
           05  SI-P-PRODUIT    PIC X(04).
           05  SI-P-FAMFRAIS   PIC X(01).
           05  SI-P-PLAFFRAIS  PIC X(15).
           05  FILLER          PIC X(59).
       01  PARAMSIM-MOIS.
           05  FILLER          PIC X(01).
           05  SI-M-MOIS       PIC X(07).
           05  FILLER          PIC X(72).
       01  PARAMSIM-SEUIL.
           05  FILLER          PIC X(01).
           05  SI-S-MONTANT    PIC X(15).
           05  SI-S-BASE       PIC X(03).
           05  FILLER          PIC X(61).
       FD  FILEOUT-SIMRPT-FDNAME RECORDING MODE F.
       01  FILEOUT-SIMRPT-RECORD.
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
       COPY "./Copybooks/CTBFEE.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBSNP.cpy".
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  PARAMSIM-NAME    PIC X(30) VALUE 'PARAMSIM'.
       01  WS-FS-PARAMSIM   PIC X(02).
           88 FS-PARAMSIM-OK VALUE '00'.
       01  WS-EOF-PARAMSIM  PIC X(01) VALUE 'N'.
           88 EOF-PARAMSIM  VALUE 'Y'.
       01  FILEOUT-SIMRPT-NAME PIC X(30) VALUE 'FILEOUT-SIMRPT'.
       01  WS-FS-SIMRPT    PIC X(02).
           88 FS-SIMRPT-OK VALUE '00'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date and the month replayed
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-MOIS-SIM     PIC X(07) VALUE SPACES.
       01  WS-MOIS-DEBUT   PIC X(10).
       01  WS-MOIS-FIN     PIC X(10).
       01  WS-ANNEE        PIC 9(04).
       01  WS-MOIS         PIC 9(02).
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-DATE-ENTIER  PIC 9(07).
      *  Simulation settings
       01  WS-SEUIL-HAUSSE PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-SEUIL-EXON-ACT PIC S9(13)V99 COMP-3 VALUE 1000.
       01  WS-BASE-EXON-ACT  PIC X(03) VALUE 'MIN'.
       01  WS-SEUIL-EXON-PRO PIC S9(13)V99 COMP-3.
       01  WS-BASE-EXON-PRO  PIC X(03).
       01  WS-EXON-PRO-LU  PIC X(01) VALUE 'N'.
           88 EXON-PRO-LU  VALUE 'Y'.
       01  WS-LIGNE-OK     PIC X(01).
           88 LIGNE-OK     VALUE 'Y'.
       01  WS-COPE-MENSUEL PIC X(03) VALUE 'MEN'.
       01  WS-COPE-IMPAYE  PIC X(03) VALUE 'IMP'.
      *  The fee schedule as both pricings see it : every TBFEE row
      *  met (read once, on first use) and every proposed row, with
      *  the current and the proposed amount side by side
       01  WS-TRF-MAX      PIC 9(04) VALUE 500.
       01  WS-TRF-NB       PIC 9(04) VALUE 0.
       01  WS-TRF-TABLE.
           05  WS-TRF-ENTRY OCCURS 500 INDEXED BY WS-TRF-IX.
               10  WS-TRF-COPE    PIC X(03).
               10  WS-TRF-TIER    PIC X(01).
               10  WS-TRF-ACT-LU  PIC X(01).
               10  WS-TRF-ACT     PIC S9(11)V99 COMP-3.
               10  WS-TRF-PRO     PIC S9(11)V99 COMP-3.
       01  WS-TRF-TROUVE   PIC X(01).
           88 TRF-TROUVE   VALUE 'Y'.
       01  WS-TAR-COPE     PIC X(03).
       01  WS-TAR-TIER     PIC X(01).
       01  WS-TAR-ACT      PIC S9(11)V99 COMP-3.
       01  WS-TAR-PRO      PIC S9(11)V99 COMP-3.
      *  The PARAMSIM lines as read, echoed under the report heading
       01  WS-ECH-MAX      PIC 9(04) VALUE 200.
       01  WS-ECH-NB       PIC 9(04) VALUE 0.
       01  WS-ECH-TABLE.
           05  WS-ECH-ENTRY OCCURS 200 INDEXED BY WS-ECH-IX.
               10  WS-ECH-LIGNE   PIC X(40).
               10  WS-ECH-ETAT    PIC X(10).
      *  Proposed product pricing
       01  WS-PPR-MAX      PIC 9(04) VALUE 100.
       01  WS-PPR-NB       PIC 9(04) VALUE 0.
       01  WS-PPR-TABLE.
           05  WS-PPR-ENTRY OCCURS 100 INDEXED BY WS-PPR-IX.
               10  WS-PPR-PRODUIT PIC X(04).
               10  WS-PPR-FAMFRAIS PIC X(01).
               10  WS-PPR-PLAF    PIC S9(11)V99 COMP-3.
      *  The account being priced : its pricing under each side
       01  WS-ANALYSE      PIC X(01).
           88 EN-ANALYSE   VALUE 'Y'.
       01  WS-FAM-ACT      PIC X(01).
       01  WS-FAM-PRO      PIC X(01).
       01  WS-PLAF-ACT     PIC S9(11)V99 COMP-3.
       01  WS-PLAF-PRO     PIC S9(11)V99 COMP-3.
       01  WS-OPE-ACT      PIC S9(13)V99 COMP-3.
       01  WS-OPE-PRO      PIC S9(13)V99 COMP-3.
       01  WS-IMP-ACT      PIC S9(13)V99 COMP-3.
       01  WS-IMP-PRO      PIC S9(13)V99 COMP-3.
       01  WS-MEN-ACT      PIC S9(13)V99 COMP-3.
       01  WS-MEN-PRO      PIC S9(13)V99 COMP-3.
       01  WS-TOT-ACT      PIC S9(13)V99 COMP-3.
       01  WS-TOT-PRO      PIC S9(13)V99 COMP-3.
       01  WS-C-ACT        PIC S9(15)V99 COMP-3.
       01  WS-C-PRO        PIC S9(15)V99 COMP-3.
      *  Month balance statistics - see 2200-STATISTIQUES-MOIS
       01  WS-STATS-LUES   PIC X(01).
           88 STATS-LUES   VALUE 'Y'.
       01  WS-PREMIER-SNAP PIC X(01).
       01  WS-SOLDE-MIN    PIC S9(13)V99 COMP-3.
       01  WS-SOLDE-CUMUL  PIC S9(15)V99 COMP-3.
       01  WS-SOLDE-MOY    PIC S9(13)V99 COMP-3.
       01  WS-NB-SNAPS     PIC 9(04).
       01  WS-SOLDE-BASE   PIC S9(13)V99 COMP-3.
      *  Currency conversion into the bank's reference currency
       01  WS-DEVREF-BANQUE PIC X(03) VALUE 'EUR'.
       01  WS-TAUX-CONV    PIC S9(6)V9(3) COMP-3.
      *  The customer being priced
       01  WS-CLI-NBCPT    PIC 9(05).
       01  WS-CLI-ACT      PIC S9(15)V99 COMP-3.
       01  WS-CLI-PRO      PIC S9(15)V99 COMP-3.
      *  Product roll-up
       01  WS-PRD-MAX      PIC 9(04) VALUE 200.
       01  WS-PRD-NB       PIC 9(04) VALUE 0.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 200 INDEXED BY WS-PRD-IX.
               10  WS-PRD-CODE    PIC X(04).
               10  WS-PRD-NBCPT   PIC 9(06).
               10  WS-PRD-ACT     PIC S9(15)V99 COMP-3.
               10  WS-PRD-PRO     PIC S9(15)V99 COMP-3.
       01  WS-PRD-TROUVE   PIC X(01).
           88 PRD-TROUVE   VALUE 'Y'.
      *  Branch roll-up
       01  WS-AGE-MAX      PIC 9(04) VALUE 200.
       01  WS-AGE-NB       PIC 9(04) VALUE 0.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 200 INDEXED BY WS-AGE-IX.
               10  WS-AGE-CODE    PIC X(03).
               10  WS-AGE-NBCPT   PIC 9(06).
               10  WS-AGE-ACT     PIC S9(15)V99 COMP-3.
               10  WS-AGE-PRO     PIC S9(15)V99 COMP-3.
       01  WS-AGE-TROUVE   PIC X(01).
           88 AGE-TROUVE   VALUE 'Y'.
      *  Counters and grand totals
       01  WS-NB-CLIENTS   PIC 9(06) VALUE 0.
       01  WS-NB-COMPTES   PIC 9(06) VALUE 0.
       01  WS-NB-HAUSSES   PIC 9(06) VALUE 0.
       01  WS-NB-REJETS    PIC 9(04) VALUE 0.
       01  WS-NB-SANS-COURS PIC 9(06) VALUE 0.
       01  WS-GEN-ACT      PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GEN-PRO      PIC S9(15)V99 COMP-3 VALUE 0.
      *  Report lines
       01  RPT-TITRE.
           05  FILLER          PIC X(33)
               VALUE 'SIMULATION TARIFAIRE - MOIS REJOU'.
           05  FILLER          PIC X(02) VALUE 'E '.
           05  RPT-T-MOIS      PIC X(07).
           05  FILLER          PIC X(04) VALUE ' DU '.
           05  RPT-T-DEB       PIC X(10).
           05  FILLER          PIC X(04) VALUE ' AU '.
           05  RPT-T-FIN       PIC X(10).
           05  FILLER          PIC X(10) VALUE ' - DEVISE '.
           05  RPT-T-DEVISE    PIC X(03).
           05  FILLER          PIC X(37) VALUE SPACES.
       01  RPT-SECTION.
           05  RPT-X-TEXTE     PIC X(60).
           05  FILLER          PIC X(60) VALUE SPACES.
       01  RPT-PROPOSITION.
           05  FILLER          PIC X(14) VALUE '  PROPOSITION '.
           05  RPT-P-LIGNE     PIC X(40).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-P-ETAT      PIC X(10).
           05  FILLER          PIC X(55) VALUE SPACES.
       01  RPT-ENTETE.
           05  FILLER          PIC X(40)
               VALUE 'CLE      LIBELLE                  NB    '.
           05  FILLER          PIC X(40)
               VALUE '       ACTUEL          PROPOSE          '.
           05  FILLER          PIC X(40)
               VALUE '  ECART                                 '.
       01  RPT-DETAIL.
           05  RPT-D-CLE       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-LIBELLE   PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-NB        PIC Z(05)9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-ACT       PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-PRO       PIC -(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-D-ECART     PIC -(12)9.99.
           05  FILLER          PIC X(33) VALUE SPACES.
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
               PERFORM 1050-LIRE-PROPOSITION
           END-IF
           IF RC-IS-00 OR RC = '04' THEN
               PERFORM 1080-BORNER-MOIS
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
               PERFORM 3100-ECRIRE-PRODUITS
               PERFORM 3200-ECRIRE-AGENCES
               PERFORM 1900-BILAN
           END-IF
           IF FS-SIMRPT-OK THEN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date and the reference currency, and open
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
           OPEN OUTPUT FILEOUT-SIMRPT-FDNAME
           IF NOT FS-SIMRPT-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1050-LIRE-PROPOSITION.
      ******************************************************************EDEFAY
      *  Load the proposal. Each line is kept for the echo under the
      *  heading, accepted or rejected ; a rejected line is left out
      *  of the simulation and flagged, it never stops the run.
           OPEN INPUT PARAMSIM-FDNAME
           IF NOT FS-PARAMSIM-OK THEN
               DISPLAY "GKSIM01 : PARAMSIM ABSENT - RIEN A SIMULER"
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
           READ PARAMSIM-FDNAME
               AT END SET EOF-PARAMSIM TO TRUE
           END-READ
           PERFORM UNTIL EOF-PARAMSIM
               PERFORM 1060-CHARGER-LIGNE
               IF NOT LIGNE-OK THEN
                   ADD 1 TO WS-NB-REJETS
                   MOVE '04' TO RC
                   DISPLAY "GKSIM01 : LIGNE PARAMSIM REJETEE : "
                           PARAMSIM-RECORD(1:40)
               END-IF
               IF WS-ECH-NB < WS-ECH-MAX THEN
                   ADD 1 TO WS-ECH-NB
                   SET WS-ECH-IX TO WS-ECH-NB
                   MOVE PARAMSIM-RECORD(1:40)
                     TO WS-ECH-LIGNE (WS-ECH-IX)
                   MOVE 'RETENUE' TO WS-ECH-ETAT (WS-ECH-IX)
                   IF NOT LIGNE-OK THEN
                       MOVE 'REJETEE' TO WS-ECH-ETAT (WS-ECH-IX)
                   END-IF
               END-IF
               READ PARAMSIM-FDNAME
                   AT END SET EOF-PARAMSIM TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMSIM-FDNAME
           IF NOT EXON-PRO-LU THEN
               MOVE WS-SEUIL-EXON-ACT TO WS-SEUIL-EXON-PRO
               MOVE WS-BASE-EXON-ACT  TO WS-BASE-EXON-PRO
           END-IF
           .

       1060-CHARGER-LIGNE.
      ******************************************************************EDEFAY
      *  One PARAMSIM line into the settings or the proposal tables.
           MOVE 'N' TO WS-LIGNE-OK
           EVALUATE TRUE
               WHEN SI-FRAIS
                   IF SI-F-COPE = SPACES
                      OR FUNCTION TEST-NUMVAL(SI-F-MONTANT) NOT = 0
                      THEN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SI-F-COPE TO WS-TAR-COPE
                   MOVE SI-F-TIER TO WS-TAR-TIER
                   PERFORM 2000-CHERCHER-TARIF
                   IF NOT TRF-TROUVE THEN
                       IF WS-TRF-NB NOT < WS-TRF-MAX THEN
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-TRF-NB
                       SET WS-TRF-IX TO WS-TRF-NB
                       MOVE SI-F-COPE TO WS-TRF-COPE (WS-TRF-IX)
                       MOVE SI-F-TIER TO WS-TRF-TIER (WS-TRF-IX)
                       MOVE 'N'  TO WS-TRF-ACT-LU (WS-TRF-IX)
                       MOVE ZERO TO WS-TRF-ACT (WS-TRF-IX)
                   END-IF
                   COMPUTE WS-TRF-PRO (WS-TRF-IX) =
                           FUNCTION NUMVAL(SI-F-MONTANT)
                   SET LIGNE-OK TO TRUE
               WHEN SI-PRODUIT
                   IF SI-P-PRODUIT = SPACES
                      OR WS-PPR-NB NOT < WS-PPR-MAX THEN
                       EXIT PARAGRAPH
                   END-IF
                   IF SI-P-PLAFFRAIS NOT = SPACES
                      AND FUNCTION TEST-NUMVAL(SI-P-PLAFFRAIS)
                          NOT = 0 THEN
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-PPR-NB
                   SET WS-PPR-IX TO WS-PPR-NB
                   MOVE SI-P-PRODUIT  TO WS-PPR-PRODUIT (WS-PPR-IX)
                   MOVE SI-P-FAMFRAIS TO WS-PPR-FAMFRAIS (WS-PPR-IX)
                   MOVE ZERO TO WS-PPR-PLAF (WS-PPR-IX)
                   IF SI-P-PLAFFRAIS NOT = SPACES THEN
                       COMPUTE WS-PPR-PLAF (WS-PPR-IX) =
                               FUNCTION NUMVAL(SI-P-PLAFFRAIS)
                   END-IF
                   SET LIGNE-OK TO TRUE
               WHEN SI-MOIS
                   IF SI-M-MOIS(5:1) NOT = '-'
                      OR SI-M-MOIS(1:4) IS NOT NUMERIC
                      OR SI-M-MOIS(6:2) IS NOT NUMERIC
                      OR SI-M-MOIS(6:2) < '01'
                      OR SI-M-MOIS(6:2) > '12' THEN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SI-M-MOIS TO WS-MOIS-SIM
                   SET LIGNE-OK TO TRUE
               WHEN SI-HAUSSE
                   IF FUNCTION TEST-NUMVAL(SI-S-MONTANT) NOT = 0 THEN
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-SEUIL-HAUSSE =
                           FUNCTION NUMVAL(SI-S-MONTANT)
                   SET LIGNE-OK TO TRUE
               WHEN SI-EXON-ACT
               WHEN SI-EXON-PRO
                   IF FUNCTION TEST-NUMVAL(SI-S-MONTANT) NOT = 0 THEN
                       EXIT PARAGRAPH
                   END-IF
                   IF SI-EXON-ACT THEN
                       COMPUTE WS-SEUIL-EXON-ACT =
                               FUNCTION NUMVAL(SI-S-MONTANT)
                       MOVE 'MIN' TO WS-BASE-EXON-ACT
                       IF SI-S-BASE = 'MOY' THEN
                           MOVE 'MOY' TO WS-BASE-EXON-ACT
                       END-IF
                   ELSE
                       COMPUTE WS-SEUIL-EXON-PRO =
                               FUNCTION NUMVAL(SI-S-MONTANT)
                       MOVE 'MIN' TO WS-BASE-EXON-PRO
                       IF SI-S-BASE = 'MOY' THEN
                           MOVE 'MOY' TO WS-BASE-EXON-PRO
                       END-IF
                       SET EXON-PRO-LU TO TRUE
                   END-IF
                   SET LIGNE-OK TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       1080-BORNER-MOIS.
      ******************************************************************EDEFAY
      *  The month replayed - by default the one before the
      *  processing date's - from its first to its last day, cut at
      *  the processing date when it is the current month. Then the
      *  report heading.
           IF WS-MOIS-SIM = SPACES THEN
               MOVE WS-AS-OF-DATE(1:4) TO WS-ANNEE
               MOVE WS-AS-OF-DATE(6:2) TO WS-MOIS
               IF WS-MOIS = 1 THEN
                   MOVE 12 TO WS-MOIS
                   SUBTRACT 1 FROM WS-ANNEE
               ELSE
                   SUBTRACT 1 FROM WS-MOIS
               END-IF
               STRING WS-ANNEE '-' WS-MOIS
                      DELIMITED BY SIZE INTO WS-MOIS-SIM
           END-IF
           STRING WS-MOIS-SIM '-01' DELIMITED BY SIZE
                  INTO WS-MOIS-DEBUT
           MOVE WS-MOIS-SIM(1:4) TO WS-ANNEE
           MOVE WS-MOIS-SIM(6:2) TO WS-MOIS
           IF WS-MOIS = 12 THEN
               MOVE 1 TO WS-MOIS
               ADD 1 TO WS-ANNEE
           ELSE
               ADD 1 TO WS-MOIS
           END-IF
           STRING WS-ANNEE WS-MOIS '01'
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) - 1
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-MOIS-FIN
           IF WS-MOIS-FIN > WS-AS-OF-DATE THEN
               MOVE WS-AS-OF-DATE TO WS-MOIS-FIN
           END-IF
           MOVE WS-MOIS-SIM      TO RPT-T-MOIS
           MOVE WS-MOIS-DEBUT    TO RPT-T-DEB
           MOVE WS-MOIS-FIN      TO RPT-T-FIN
           MOVE WS-DEVREF-BANQUE TO RPT-T-DEVISE
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-TITRE
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-BLANC
           MOVE 'PROPOSITION TARIFAIRE' TO RPT-X-TEXTE
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-SECTION
           PERFORM VARYING WS-ECH-IX FROM 1 BY 1
                   UNTIL WS-ECH-IX > WS-ECH-NB
               MOVE WS-ECH-LIGNE (WS-ECH-IX) TO RPT-P-LIGNE
               MOVE WS-ECH-ETAT (WS-ECH-IX)  TO RPT-P-ETAT
               WRITE FILEOUT-SIMRPT-RECORD FROM RPT-PROPOSITION
           END-PERFORM
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-BLANC
           MOVE WS-SEUIL-HAUSSE TO RPT-D-ACT
           MOVE SPACES TO RPT-X-TEXTE
           STRING 'CLIENTS EN HAUSSE DE PLUS DE ' RPT-D-ACT
                  DELIMITED BY SIZE INTO RPT-X-TEXTE
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-SECTION
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-ENTETE
           .

       1500-TRAITER-CLIENT.
      ******************************************************************EDEFAY
      *  One customer : price each of its accounts (MACPT CCL2) under
      *  both pricings, and list the customer when the proposed month
      *  costs it more than the threshold extra.
           ADD 1 TO WS-NB-CLIENTS
           MOVE ZERO TO WS-CLI-NBCPT
           MOVE ZERO TO WS-CLI-ACT
           MOVE ZERO TO WS-CLI-PRO
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
           IF WS-CLI-NBCPT > ZERO
              AND WS-CLI-PRO - WS-CLI-ACT > WS-SEUIL-HAUSSE THEN
               ADD 1 TO WS-NB-HAUSSES
               MOVE ZACLI-CLIENT TO RPT-D-CLE
               MOVE ZACLI-NOM    TO RPT-D-LIBELLE
               MOVE WS-CLI-NBCPT TO RPT-D-NB
               MOVE WS-CLI-ACT   TO RPT-D-ACT
               MOVE WS-CLI-PRO   TO RPT-D-PRO
               COMPUTE RPT-D-ECART = WS-CLI-PRO - WS-CLI-ACT
               WRITE FILEOUT-SIMRPT-RECORD FROM RPT-DETAIL
           END-IF
           .

       1600-TRAITER-COMPTE.
      ******************************************************************EDEFAY
      *  One account's month under both pricings. The bank's own
      *  internal accounts are never charged.
           IF ZACPT-INTERNE THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-COMPTES
           ADD 1 TO WS-CLI-NBCPT
           PERFORM 1610-LIRE-PRODUIT
           MOVE ZERO TO WS-OPE-ACT
           MOVE ZERO TO WS-OPE-PRO
           MOVE ZERO TO WS-IMP-ACT
           MOVE ZERO TO WS-IMP-PRO
           MOVE ZERO TO WS-MEN-ACT
           MOVE ZERO TO WS-MEN-PRO
           PERFORM 1620-REJOUER-HISTORIQUE
           PERFORM 1630-COTISATION-MOIS
      *    The product cap covers the family's fees - transaction and
      *    maintenance - not the unpaid-item fee (GKPLF01)
           COMPUTE WS-TOT-ACT = WS-OPE-ACT + WS-MEN-ACT
           IF WS-PLAF-ACT > ZERO
              AND WS-TOT-ACT > WS-PLAF-ACT THEN
               MOVE WS-PLAF-ACT TO WS-TOT-ACT
           END-IF
           ADD WS-IMP-ACT TO WS-TOT-ACT
           COMPUTE WS-TOT-PRO = WS-OPE-PRO + WS-MEN-PRO
           IF WS-PLAF-PRO > ZERO
              AND WS-TOT-PRO > WS-PLAF-PRO THEN
               MOVE WS-PLAF-PRO TO WS-TOT-PRO
           END-IF
           ADD WS-IMP-PRO TO WS-TOT-PRO
           PERFORM 2300-TAUX-CONVERSION
           COMPUTE WS-C-ACT ROUNDED = WS-TOT-ACT * WS-TAUX-CONV
           COMPUTE WS-C-PRO ROUNDED = WS-TOT-PRO * WS-TAUX-CONV
           ADD WS-C-ACT TO WS-CLI-ACT
           ADD WS-C-PRO TO WS-CLI-PRO
           ADD WS-C-ACT TO WS-GEN-ACT
           ADD WS-C-PRO TO WS-GEN-PRO
           PERFORM 1660-CUMULER
           .

       1610-LIRE-PRODUIT.
      ******************************************************************EDEFAY
      *  The account's product pricing today (fee family, cap,
      *  analysis billing) and as proposed : a proposed product line
      *  replaces its family and cap.
           MOVE 'N'        TO WS-ANALYSE
           MOVE ZACPT-TIER TO WS-FAM-ACT
           MOVE ZERO       TO WS-PLAF-ACT
           IF ZACPT-PRODUIT NOT = SPACES THEN
               MOVE ZACPT-PRODUIT TO ZAPRD-PRODUIT
               MOVE "SEL" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
               IF ZAPRD-CODRET-OK THEN
                   IF ZAPRD-FAMFRAIS NOT = SPACES THEN
                       MOVE ZAPRD-FAMFRAIS TO WS-FAM-ACT
                   END-IF
                   MOVE ZAPRD-PLAFFRAIS TO WS-PLAF-ACT
                   IF ZAPRD-EN-ANALYSE THEN
                       SET EN-ANALYSE TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE WS-FAM-ACT  TO WS-FAM-PRO
           MOVE WS-PLAF-ACT TO WS-PLAF-PRO
           PERFORM VARYING WS-PPR-IX FROM 1 BY 1
                   UNTIL WS-PPR-IX > WS-PPR-NB
               IF WS-PPR-PRODUIT (WS-PPR-IX) = ZACPT-PRODUIT THEN
                   MOVE ZACPT-TIER TO WS-FAM-PRO
                   IF WS-PPR-FAMFRAIS (WS-PPR-IX) NOT = SPACES THEN
                       MOVE WS-PPR-FAMFRAIS (WS-PPR-IX) TO WS-FAM-PRO
                   END-IF
                   MOVE WS-PPR-PLAF (WS-PPR-IX) TO WS-PLAF-PRO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       1620-REJOUER-HISTORIQUE.
      ******************************************************************EDEFAY
      *  Walk the month's history (CHIS) and price it again :
      *  - an operation actually posted (unlinked row, not a 'FEE'
      *    row) at its CODOPE + tier TBFEE row ;
      *  - an unpaid item ('U' + the refused reference, linked to it)
      *    at the tier's 'IMP' row.
           MOVE ZACPT-COMPTE  TO ZAHIS-COMPTE
           MOVE WS-MOIS-DEBUT TO ZAHIS-DATDEB
           MOVE WS-MOIS-FIN   TO ZAHIS-DATFIN
           MOVE "OPN" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               IF ZAHIS-REFOPE-LIE = SPACES THEN
                   IF ZAHIS-REFOPE(1:3) NOT = 'FEE'
                      AND NOT EN-ANALYSE THEN
                       MOVE ZAHIS-CODOPE TO WS-TAR-COPE
                       MOVE ZACPT-TIER   TO WS-TAR-TIER
                       PERFORM 2100-TARIFER
                       ADD WS-TAR-ACT TO WS-OPE-ACT
                       ADD WS-TAR-PRO TO WS-OPE-PRO
                   END-IF
               ELSE
                   IF ZAHIS-REFOPE(1:1) = 'U'
                      AND ZAHIS-REFOPE(2:9) = ZAHIS-REFOPE-LIE(1:9)
                      AND ZAHIS-SENSAPP NOT = 'C' THEN
                       MOVE WS-COPE-IMPAYE TO WS-TAR-COPE
                       MOVE ZACPT-TIER     TO WS-TAR-TIER
                       PERFORM 2100-TARIFER
                       ADD WS-TAR-ACT TO WS-IMP-ACT
                       ADD WS-TAR-PRO TO WS-IMP-PRO
                   END-IF
               END-IF
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       1630-COTISATION-MOIS.
      ******************************************************************EDEFAY
      *  The month's maintenance fee on each side : the 'MEN' row of
      *  the side's fee family, waived when the month's minimum (or
      *  average) balance reaches the side's threshold. Dormant and
      *  written-off accounts are not charged (GKFEE01).
           IF ZACPT-DORMANT OR ZACPT-PASSE-PERTE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-STATS-LUES
           MOVE WS-COPE-MENSUEL TO WS-TAR-COPE
           MOVE WS-FAM-ACT      TO WS-TAR-TIER
           PERFORM 2100-TARIFER
           IF WS-TAR-ACT > ZERO THEN
               PERFORM 2200-STATISTIQUES-MOIS
               MOVE WS-SOLDE-MIN TO WS-SOLDE-BASE
               IF WS-BASE-EXON-ACT = 'MOY' THEN
                   MOVE WS-SOLDE-MOY TO WS-SOLDE-BASE
               END-IF
               IF WS-SOLDE-BASE < WS-SEUIL-EXON-ACT THEN
                   MOVE WS-TAR-ACT TO WS-MEN-ACT
               END-IF
           END-IF
           MOVE WS-FAM-PRO      TO WS-TAR-TIER
           PERFORM 2100-TARIFER
           IF WS-TAR-PRO > ZERO THEN
               PERFORM 2200-STATISTIQUES-MOIS
               MOVE WS-SOLDE-MIN TO WS-SOLDE-BASE
               IF WS-BASE-EXON-PRO = 'MOY' THEN
                   MOVE WS-SOLDE-MOY TO WS-SOLDE-BASE
               END-IF
               IF WS-SOLDE-BASE < WS-SEUIL-EXON-PRO THEN
                   MOVE WS-TAR-PRO TO WS-MEN-PRO
               END-IF
           END-IF
           .

       1660-CUMULER.
      ******************************************************************EDEFAY
      *  Add the account's month into its product's and its branch's
      *  roll-up.
           MOVE 'N' TO WS-PRD-TROUVE
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                   UNTIL WS-PRD-IX > WS-PRD-NB
               IF WS-PRD-CODE (WS-PRD-IX) = ZACPT-PRODUIT THEN
                   SET PRD-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT PRD-TROUVE THEN
               IF WS-PRD-NB < WS-PRD-MAX THEN
                   ADD 1 TO WS-PRD-NB
                   SET WS-PRD-IX TO WS-PRD-NB
                   MOVE ZACPT-PRODUIT TO WS-PRD-CODE (WS-PRD-IX)
                   MOVE ZERO TO WS-PRD-NBCPT (WS-PRD-IX)
                   MOVE ZERO TO WS-PRD-ACT (WS-PRD-IX)
                   MOVE ZERO TO WS-PRD-PRO (WS-PRD-IX)
                   SET PRD-TROUVE TO TRUE
               ELSE
                   DISPLAY "GKSIM01 : TABLE PRODUITS PLEINE, "
                           ZACPT-PRODUIT " NON CUMULE"
                   MOVE '04' TO RC
               END-IF
           END-IF
           IF PRD-TROUVE THEN
               ADD 1        TO WS-PRD-NBCPT (WS-PRD-IX)
               ADD WS-C-ACT TO WS-PRD-ACT (WS-PRD-IX)
               ADD WS-C-PRO TO WS-PRD-PRO (WS-PRD-IX)
           END-IF
           MOVE 'N' TO WS-AGE-TROUVE
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-AGE-NB
               IF WS-AGE-CODE (WS-AGE-IX) = ZACPT-AGENCE THEN
                   SET AGE-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT AGE-TROUVE THEN
               IF WS-AGE-NB < WS-AGE-MAX THEN
                   ADD 1 TO WS-AGE-NB
                   SET WS-AGE-IX TO WS-AGE-NB
                   MOVE ZACPT-AGENCE TO WS-AGE-CODE (WS-AGE-IX)
                   MOVE ZERO TO WS-AGE-NBCPT (WS-AGE-IX)
                   MOVE ZERO TO WS-AGE-ACT (WS-AGE-IX)
                   MOVE ZERO TO WS-AGE-PRO (WS-AGE-IX)
                   SET AGE-TROUVE TO TRUE
               ELSE
                   DISPLAY "GKSIM01 : TABLE AGENCES PLEINE, "
                           ZACPT-AGENCE " NON CUMULEE"
                   MOVE '04' TO RC
               END-IF
           END-IF
           IF AGE-TROUVE THEN
               ADD 1        TO WS-AGE-NBCPT (WS-AGE-IX)
               ADD WS-C-ACT TO WS-AGE-ACT (WS-AGE-IX)
               ADD WS-C-PRO TO WS-AGE-PRO (WS-AGE-IX)
           END-IF
           .

       2000-CHERCHER-TARIF.
      ******************************************************************EDEFAY
      *  Position WS-TRF-IX on WS-TAR-COPE + WS-TAR-TIER if the
      *  schedule table holds it.
           MOVE 'N' TO WS-TRF-TROUVE
           PERFORM VARYING WS-TRF-IX FROM 1 BY 1
                   UNTIL WS-TRF-IX > WS-TRF-NB
               IF WS-TRF-COPE (WS-TRF-IX) = WS-TAR-COPE
                  AND WS-TRF-TIER (WS-TRF-IX) = WS-TAR-TIER THEN
                   SET TRF-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       2100-TARIFER.
      ******************************************************************EDEFAY
      *  Current and proposed fee for WS-TAR-COPE + WS-TAR-TIER. The
      *  current one is the TBFEE row (none, or not above zero, is no
      *  fee), read once and kept ; the proposed one is the PARAMSIM
      *  row when there is one, else the current.
           PERFORM 2000-CHERCHER-TARIF
           IF TRF-TROUVE
              AND WS-TRF-ACT-LU (WS-TRF-IX) = 'Y' THEN
               MOVE WS-TRF-ACT (WS-TRF-IX) TO WS-TAR-ACT
               MOVE WS-TRF-PRO (WS-TRF-IX) TO WS-TAR-PRO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TAR-ACT
           MOVE WS-TAR-COPE TO ZAFEE-COPE
           MOVE WS-TAR-TIER TO ZAFEE-TIER
           MOVE "SEL" TO ZAFEE-FONCTION
           CALL "MAFEE" USING ZAFEE-ZCMA, AUTH-QUERY
           IF ZAFEE-CODRET-OK
              AND ZAFEE-MNTFRAIS > ZERO THEN
               MOVE ZAFEE-MNTFRAIS TO WS-TAR-ACT
           END-IF
           IF TRF-TROUVE THEN
               MOVE 'Y' TO WS-TRF-ACT-LU (WS-TRF-IX)
               MOVE WS-TAR-ACT TO WS-TRF-ACT (WS-TRF-IX)
               MOVE WS-TRF-PRO (WS-TRF-IX) TO WS-TAR-PRO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAR-ACT TO WS-TAR-PRO
           IF WS-TRF-NB < WS-TRF-MAX THEN
               ADD 1 TO WS-TRF-NB
               SET WS-TRF-IX TO WS-TRF-NB
               MOVE WS-TAR-COPE TO WS-TRF-COPE (WS-TRF-IX)
               MOVE WS-TAR-TIER TO WS-TRF-TIER (WS-TRF-IX)
               MOVE 'Y'         TO WS-TRF-ACT-LU (WS-TRF-IX)
               MOVE WS-TAR-ACT  TO WS-TRF-ACT (WS-TRF-IX)
               MOVE WS-TAR-PRO  TO WS-TRF-PRO (WS-TRF-IX)
           END-IF
           .

       2200-STATISTIQUES-MOIS.
      ******************************************************************EDEFAY
      *  Month balance statistics off the TBSNP snapshots, as GKFEE01
      *  takes them : minimum and average over the month replayed.
      *  No snapshot in the month judges the account on its live
      *  balance. Read once per account.
           IF STATS-LUES THEN
               EXIT PARAGRAPH
           END-IF
           SET STATS-LUES TO TRUE
           MOVE 'Y'  TO WS-PREMIER-SNAP
           MOVE ZERO TO WS-SOLDE-MIN
           MOVE ZERO TO WS-SOLDE-CUMUL
           MOVE ZERO TO WS-NB-SNAPS
           MOVE ZACPT-COMPTE TO ZASNP-COMPTE
           MOVE "OPN" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZASNP-CODRET-EOF
               IF ZASNP-DTSNP >= WS-MOIS-DEBUT
                  AND ZASNP-DTSNP <= WS-MOIS-FIN THEN
                   ADD 1 TO WS-NB-SNAPS
                   ADD ZASNP-SOLDE TO WS-SOLDE-CUMUL
                   IF WS-PREMIER-SNAP = 'Y'
                      OR ZASNP-SOLDE < WS-SOLDE-MIN THEN
                       MOVE ZASNP-SOLDE TO WS-SOLDE-MIN
                       MOVE 'N' TO WS-PREMIER-SNAP
                   END-IF
               END-IF
               MOVE "FET" TO ZASNP-FONCTION
               CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           IF WS-NB-SNAPS = 0 THEN
               MOVE ZACPT-SOLDE TO WS-SOLDE-MIN
               MOVE ZACPT-SOLDE TO WS-SOLDE-MOY
           ELSE
               COMPUTE WS-SOLDE-MOY = WS-SOLDE-CUMUL / WS-NB-SNAPS
           END-IF
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
               DISPLAY "GKSIM01 : " ZACPT-COMPTE " " ZACPT-DEVISE
                       " SANS COURS AU " WS-AS-OF-DATE
                       " - NON CONVERTI"
           END-IF
           .

       3100-ECRIRE-PRODUITS.
      ******************************************************************EDEFAY
      *  Revenue per product under each pricing.
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-BLANC
           MOVE 'REVENU PAR PRODUIT' TO RPT-X-TEXTE
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-SECTION
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-ENTETE
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                   UNTIL WS-PRD-IX > WS-PRD-NB
               MOVE WS-PRD-CODE (WS-PRD-IX) TO RPT-D-CLE
               MOVE SPACES TO RPT-D-LIBELLE
               IF WS-PRD-CODE (WS-PRD-IX) NOT = SPACES THEN
                   MOVE WS-PRD-CODE (WS-PRD-IX) TO ZAPRD-PRODUIT
                   MOVE "SEL" TO ZAPRD-FONCTION
                   CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
                   IF ZAPRD-CODRET-OK THEN
                       MOVE ZAPRD-LIBELLE TO RPT-D-LIBELLE
                   END-IF
               END-IF
               MOVE WS-PRD-NBCPT (WS-PRD-IX) TO RPT-D-NB
               MOVE WS-PRD-ACT (WS-PRD-IX)   TO RPT-D-ACT
               MOVE WS-PRD-PRO (WS-PRD-IX)   TO RPT-D-PRO
               COMPUTE RPT-D-ECART = WS-PRD-PRO (WS-PRD-IX)
                                   - WS-PRD-ACT (WS-PRD-IX)
               WRITE FILEOUT-SIMRPT-RECORD FROM RPT-DETAIL
           END-PERFORM
           .

       3200-ECRIRE-AGENCES.
      ******************************************************************EDEFAY
      *  Revenue per branch under each pricing, and the bank total.
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-BLANC
           MOVE 'REVENU PAR AGENCE' TO RPT-X-TEXTE
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-SECTION
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-ENTETE
           PERFORM VARYING WS-AGE-IX FROM 1 BY 1
                   UNTIL WS-AGE-IX > WS-AGE-NB
               MOVE WS-AGE-CODE (WS-AGE-IX)  TO RPT-D-CLE
               MOVE 'AGENCE'                 TO RPT-D-LIBELLE
               MOVE WS-AGE-NBCPT (WS-AGE-IX) TO RPT-D-NB
               MOVE WS-AGE-ACT (WS-AGE-IX)   TO RPT-D-ACT
               MOVE WS-AGE-PRO (WS-AGE-IX)   TO RPT-D-PRO
               COMPUTE RPT-D-ECART = WS-AGE-PRO (WS-AGE-IX)
                                   - WS-AGE-ACT (WS-AGE-IX)
               WRITE FILEOUT-SIMRPT-RECORD FROM RPT-DETAIL
           END-PERFORM
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-BLANC
           MOVE 'TOTAL'       TO RPT-D-CLE
           MOVE 'BANQUE'      TO RPT-D-LIBELLE
           MOVE WS-NB-COMPTES TO RPT-D-NB
           MOVE WS-GEN-ACT    TO RPT-D-ACT
           MOVE WS-GEN-PRO    TO RPT-D-PRO
           COMPUTE RPT-D-ECART = WS-GEN-PRO - WS-GEN-ACT
           WRITE FILEOUT-SIMRPT-RECORD FROM RPT-DETAIL
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals.
           DISPLAY "GKSIM01 : MOIS " WS-MOIS-SIM " - " WS-NB-CLIENTS
                   " CLIENT(S), " WS-NB-COMPTES " COMPTE(S), "
                   WS-NB-HAUSSES " EN HAUSSE"
           DISPLAY "GKSIM01 : REVENU ACTUEL " WS-GEN-ACT
                   " PROPOSE " WS-GEN-PRO
           IF WS-NB-REJETS > 0 THEN
               DISPLAY "GKSIM01 : " WS-NB-REJETS
                       " LIGNE(S) PARAMSIM REJETEE(S)"
           END-IF
           IF WS-NB-SANS-COURS > 0 THEN
               DISPLAY "GKSIM01 : " WS-NB-SANS-COURS
                       " COMPTE(S) SANS COURS - NON CONVERTI(S)"
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-SIMRPT-FDNAME
           .
