      *PROCESS TEST
      ******************************************************************
      * Program name   : GKSTMT04
      * Original author: DEFAY E.
      *
      * Description    : Monthly consolidated statement, one per TBCLI
      *                  customer instead of one per account. Walks
      *                  the customers (MACLI CCLI cursor) and, for
      *                  each one holding accounts (MACPT's by-client
      *                  CCL2 cursor), prints to FILEOUT-RELCONS :
      *                   - one section per account with GKSTMT02's
      *                     opening balance, every TBHIS row of the
      *                     period with the running balance, closing
      *                     balance (same backwards derivation off
      *                     the live ZACPT-SOLDE) ;
      *                   - a positions page : the active TBDEP term
      *                     deposits settled on those accounts
      *                     (principal, rate, maturity) and the open
      *                     TBPRT loans (outstanding principal, next
      *                     installment and its date) ;
      *                   - a net-worth summary in the customer's
      *                     reference currency (ZACLI-DEVREF, blank =
      *                     the bank's, TBPRM 'MFMAJCPT'/'DEVREF') :
      *                     closing balances plus deposits less loans,
      *                     converted at the TBDEV rates in force at
      *                     the period end the way GKSCV01 converts.
      *                  A currency with no rate row is counted
      *                  unconverted and flagged on the summary.
      *                  The per-account statements and their TBAUD
      *                  tie-out stay GKSTMT02's.
      * Rules handling :
      *             RC = 00 : Ran to completion
      *             RC = 01 : Could not open FILEOUT-RELCONS
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-RELCONS - the statement file.
      *                   PARAMSTM4 - OPTIONAL, one line 'YYYY-MM' for
      *                   the period. Defaults to the month of the
      *                   TBPRC processing date (machine clock when
      *                   TBPRC is not set).
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
       PROGRAM-ID.    GKSTMT04.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-RELCONS-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-RELCONS-NAME
           FILE STATUS IS WS-FS-RELCONS
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMSTM4-FDNAME
           ASSIGN TO DYNAMIC PARAMSTM4-NAME
           FILE STATUS IS WS-FS-PARAM
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-RELCONS-FDNAME RECORDING MODE F.
       01  FILEOUT-RELCONS-RECORD.
          05  FILLER      PIC X(100).
       FD  PARAMSTM4-FDNAME RECORDING MODE F.
       01  PARAMSTM4-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBOPE.cpy".
       COPY "./Copybooks/CTBDEP.cpy".
       COPY "./Copybooks/CTBPRT.cpy".
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBLOG.cpy".
      *  Run-log working fields, see 1980-JOURNALISER-EXECUTION
       01  WS-LOG-YYYYMMDD  PIC 9(08).
       01  WS-LOG-HRDEBUT   PIC 9(08).
       01  WS-LOG-HRFIN     PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Output / parameter files
       01  FILEOUT-RELCONS-NAME PIC X(30) VALUE 'FILEOUT-RELCONS'.
       01  WS-FS-RELCONS   PIC X(02).
           88 FS-RELCONS-OK VALUE '00'.
       01  PARAMSTM4-NAME  PIC X(30) VALUE 'PARAMSTM4'.
       01  WS-FS-PARAM     PIC X(02).
           88 FS-PARAM-OK  VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Statement period, ISO bounds
       01  WS-PERIODE      PIC X(07).
       01  WS-DATDEB       PIC X(10).
       01  WS-DATFIN       PIC X(10).
       01  WS-FIN-LARGE    PIC X(10) VALUE '9999-12-31'.
      *  Period-end month length working fields
       01  WS-PER-AA       PIC 9(04).
       01  WS-PER-MM       PIC 9(02).
       01  WS-DERNIER-JOUR PIC 9(02).
       01  WS-RESTE-4      PIC 9(04).
      *  Processing-date fallback
       01  WS-JOUR-YYYYMMDD PIC 9(08).
       01  WS-JOUR-ISO     PIC X(10).
      *  Balance computation, same as GKSTMT02
       01  WS-MVT-SIGNE    PIC S9(13)V9(2) COMP-3.
       01  WS-NET-PERIODE  PIC S9(13)V9(2) COMP-3.
       01  WS-NET-APRES    PIC S9(13)V9(2) COMP-3.
       01  WS-SOLDE-OUVERT PIC S9(13)V9(2) COMP-3.
       01  WS-SOLDE-CLOT   PIC S9(13)V9(2) COMP-3.
       01  WS-SOLDE-COURANT PIC S9(13)V9(2) COMP-3.
      *  The customer's accounts, kept from the statement pass for
      *  the positions page
       01  WS-CPT-NB       PIC 9(03) VALUE 0.
       01  WS-CPT-MAX      PIC 9(03) VALUE 100.
       01  WS-CPT-TABLE.
           05  WS-CPT-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-CPT-IX.
               10  WS-CPT-COMPTE PIC X(11).
       01  WS-NB-CPT-DEBORD PIC 9(06) VALUE 0.
      *  Reference currencies and conversion, see 2300-CONVERTIR
       01  WS-DEVREF-BANQUE PIC X(03) VALUE 'EUR'.
       01  WS-DEVREF-CLIENT PIC X(03).
       01  WS-DEV-A-CONV   PIC X(03).
       01  WS-MNT-A-CONV   PIC S9(13)V9(2) COMP-3.
       01  WS-MNT-BANQUE   PIC S9(15)V9(2) COMP-3.
       01  WS-MNT-CONVERTI PIC S9(15)V9(2) COMP-3.
       01  WS-CONV-OK      PIC X(01).
           88 CONVERSION-OK VALUE 'Y'.
      *  Net-worth accumulators, customer's reference currency
       01  WS-TOT-COMPTES  PIC S9(15)V9(2) COMP-3.
       01  WS-TOT-DEPOTS   PIC S9(15)V9(2) COMP-3.
       01  WS-TOT-PRETS    PIC S9(15)V9(2) COMP-3.
       01  WS-TOT-NET      PIC S9(15)V9(2) COMP-3.
       01  WS-NB-NON-CONV  PIC 9(04).
       01  WS-TAUX-PCT     PIC S9(3)V9(2) COMP-3.
      *  Report lines
       01  RPT-CLIENT.
           05  FILLER      PIC X(24) VALUE 'RELEVE CONSOLIDE CLIENT '.
           05  RPT-C-CLIENT PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-C-NOM   PIC X(20).
           05  FILLER      PIC X(09) VALUE ' PERIODE '.
           05  RPT-C-PERIODE PIC X(07).
           05  FILLER      PIC X(31) VALUE SPACES.
       01  RPT-ADRESSE.
           05  FILLER      PIC X(24) VALUE SPACES.
           05  RPT-A-ADRESSE PIC X(30).
           05  FILLER      PIC X(46) VALUE SPACES.
       01  RPT-COMPTE.
           05  FILLER      PIC X(08) VALUE 'COMPTE  '.
           05  RPT-E-COMPTE PIC X(11).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-E-NOM   PIC X(20).
           05  FILLER      PIC X(08) VALUE ' DEVISE '.
           05  RPT-E-DEVISE PIC X(03).
           05  FILLER      PIC X(09) VALUE ' PRODUIT '.
           05  RPT-E-PRODUIT PIC X(04).
           05  FILLER      PIC X(36) VALUE SPACES.
       01  RPT-SOLDE.
           05  RPT-S-LIBELLE PIC X(18).
           05  RPT-S-MONTANT PIC -(13)9.99.
           05  FILLER      PIC X(65) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-D-DTOPER PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-DTVAL PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-CODOPE PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-REFOPE PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-SENS  PIC X(01).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-MONTANT PIC -(11)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-SOLDE PIC -(13)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-CTPNOM PIC X(20).
           05  FILLER      PIC X(04) VALUE SPACES.
       01  RPT-TITRE-POS.
           05  FILLER      PIC X(13) VALUE 'POSITIONS AU '.
           05  RPT-T-DATE  PIC X(10).
           05  FILLER      PIC X(77) VALUE SPACES.
       01  RPT-DEPOT.
           05  FILLER      PIC X(04) VALUE 'DAT '.
           05  RPT-P-REFDEP PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-P-COMPTE PIC X(11).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-P-DEVISE PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-P-PRINCIPAL PIC -(13)9.99.
           05  FILLER      PIC X(06) VALUE ' TAUX '.
           05  RPT-P-TAUX  PIC ZZ9.99.
           05  FILLER      PIC X(11) VALUE '% ECHEANCE '.
           05  RPT-P-DTMAT PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-P-ROLL  PIC X(15).
           05  FILLER      PIC X(03) VALUE SPACES.
       01  RPT-PRET.
           05  FILLER      PIC X(04) VALUE 'PRET'.
           05  RPT-L-REFPRT PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-L-COMPTE PIC X(11).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-L-DEVISE PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-L-CRD   PIC -(13)9.99.
           05  FILLER      PIC X(10) VALUE ' ECHEANCE '.
           05  RPT-L-MNTECH PIC -(9)9.99.
           05  FILLER      PIC X(04) VALUE ' LE '.
           05  RPT-L-DATPROCH PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-L-STATUT PIC X(08).
           05  FILLER      PIC X(06) VALUE SPACES.
       01  RPT-SYNTH-TITRE.
           05  FILLER      PIC X(23) VALUE 'SYNTHESE PATRIMOINE EN '.
           05  RPT-ST-DEVISE PIC X(03).
           05  FILLER      PIC X(74) VALUE SPACES.
       01  RPT-SYNTH.
           05  RPT-Y-LIBELLE PIC X(30).
           05  RPT-Y-MONTANT PIC -(13)9.99.
           05  FILLER      PIC X(53) VALUE SPACES.
       01  RPT-NON-CONV.
           05  FILLER      PIC X(30)
                           VALUE 'DONT POSITION(S) SANS COURS : '.
           05  RPT-NC-NB   PIC ZZZ9.
           05  FILLER      PIC X(36)
                      VALUE ' - COMPTEES EN DEVISE D ORIGINE    '.
           05  FILLER      PIC X(30) VALUE SPACES.
       01  RPT-BLANC       PIC X(100) VALUE SPACES.
      *  Counters
       01  WS-NB-CLIENTS   PIC 9(06) VALUE 0.
       01  WS-NB-COMPTES   PIC 9(06) VALUE 0.
       01  WS-NB-DEPOTS    PIC 9(06) VALUE 0.
       01  WS-NB-PRETS     PIC 9(06) VALUE 0.
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
           ACCEPT WS-LOG-HRDEBUT FROM TIME
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
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           PERFORM 1980-JOURNALISER-EXECUTION
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the statement period - PARAMSTM4's 'YYYY-MM' when
      *  supplied, else the month of the TBPRC processing date (machine
      *  clock when TBPRC is not set) - and the bank's reference
      *  currency, then open FILEOUT-RELCONS.
           ACCEPT WS-JOUR-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-JOUR-YYYYMMDD(1:4) '-' WS-JOUR-YYYYMMDD(5:2)
                  '-' WS-JOUR-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-JOUR-ISO
           MOVE 'JOURTRT ' TO ZAPRC-CLE
           MOVE "SEL" TO ZAPRC-FONCTION
           CALL "MAPRC" USING ZAPRC-ZCMA, AUTH-QUERY
           IF ZAPRC-CODRET-OK
              AND ZAPRC-DTPRC NOT = SPACES THEN
               MOVE ZAPRC-DTPRC TO WS-JOUR-ISO
           END-IF
           MOVE WS-JOUR-ISO(1:7) TO WS-PERIODE
           OPEN INPUT PARAMSTM4-FDNAME
           IF FS-PARAM-OK THEN
               READ PARAMSTM4-FDNAME INTO PARAMSTM4-RECORD
               IF FS-PARAM-OK THEN
                   MOVE PARAMSTM4-RECORD(1:7) TO WS-PERIODE
               END-IF
               CLOSE PARAMSTM4-FDNAME
           END-IF
           STRING WS-PERIODE '-01' DELIMITED BY SIZE INTO WS-DATDEB
           MOVE WS-PERIODE(1:4) TO WS-PER-AA
           MOVE WS-PERIODE(6:2) TO WS-PER-MM
           PERFORM 2110-DERNIER-JOUR-DU-MOIS
           STRING WS-PERIODE '-' WS-DERNIER-JOUR
                  DELIMITED BY SIZE INTO WS-DATFIN
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'DEVREF  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-DEVREF-BANQUE
           END-IF
           OPEN OUTPUT FILEOUT-RELCONS-FDNAME
           IF NOT FS-RELCONS-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1500-TRAITER-CLIENT.
      ******************************************************************EDEFAY
      *  One customer's consolidated statement : the account sections
      *  through the by-client cursor, then the positions page and
      *  the net-worth summary. A customer with no account gets no
      *  statement.
           MOVE ZERO TO WS-CPT-NB
           MOVE ZERO TO WS-TOT-COMPTES
           MOVE ZERO TO WS-TOT-DEPOTS
           MOVE ZERO TO WS-TOT-PRETS
           MOVE ZERO TO WS-NB-NON-CONV
           MOVE ZACLI-DEVREF TO WS-DEVREF-CLIENT
           IF WS-DEVREF-CLIENT = SPACES THEN
               MOVE WS-DEVREF-BANQUE TO WS-DEVREF-CLIENT
           END-IF
           MOVE ZACLI-CLIENT TO ZACPT-CLIENT
           MOVE "OP2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPT-CODRET-OK
               IF WS-CPT-NB = ZERO THEN
                   PERFORM 3010-IMPRIMER-ENTETE-CLIENT
               END-IF
               PERFORM 1600-TRAITER-COMPTE
               MOVE "FE2" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF WS-CPT-NB > ZERO THEN
               ADD 1 TO WS-NB-CLIENTS
               PERFORM 3200-IMPRIMER-POSITIONS
               PERFORM 3300-IMPRIMER-SYNTHESE
           END-IF
           .

       1600-TRAITER-COMPTE.
      ******************************************************************EDEFAY
      *  One account's section, GKSTMT02's two CHIS passes : opening
      *  and closing derived backwards off the live balance, then the
      *  period's rows printed with the running balance. The closing
      *  balance feeds the net worth ; the account is kept for the
      *  positions page.
           ADD 1 TO WS-NB-COMPTES
           IF WS-CPT-NB < WS-CPT-MAX THEN
               ADD 1 TO WS-CPT-NB
               SET WS-CPT-IX TO WS-CPT-NB
               MOVE ZACPT-COMPTE TO WS-CPT-COMPTE (WS-CPT-IX)
           ELSE
               ADD 1 TO WS-NB-CPT-DEBORD
               DISPLAY "GKSTMT04 : " ZACLI-CLIENT " TABLE COMPTES "
                       "PLEINE - POSITIONS DE " ZACPT-COMPTE
                       " NON LISTEES"
           END-IF
           MOVE ZERO TO WS-NET-PERIODE
           MOVE ZERO TO WS-NET-APRES
           PERFORM 1610-CUMULER-MOUVEMENTS
           COMPUTE WS-SOLDE-CLOT = ZACPT-SOLDE - WS-NET-APRES
           COMPUTE WS-SOLDE-OUVERT = WS-SOLDE-CLOT - WS-NET-PERIODE
           PERFORM 3000-IMPRIMER-COMPTE
           MOVE ZACPT-DEVISE TO WS-DEV-A-CONV
           MOVE WS-SOLDE-CLOT TO WS-MNT-A-CONV
           PERFORM 2300-CONVERTIR
           ADD WS-MNT-CONVERTI TO WS-TOT-COMPTES
           .

       1610-CUMULER-MOUVEMENTS.
      ******************************************************************EDEFAY
      *  First pass : sum the signed movements inside the period and
      *  after it, one CHIS walk from the period start to the end of
      *  history.
           MOVE ZACPT-COMPTE TO ZAHIS-COMPTE
           MOVE WS-DATDEB    TO ZAHIS-DATDEB
           MOVE WS-FIN-LARGE TO ZAHIS-DATFIN
           MOVE "OPN" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZAHIS-CODRET-EOF
               PERFORM 2000-SIGNER-MOUVEMENT
               IF ZAHIS-DTOPER > WS-DATFIN THEN
                   ADD WS-MVT-SIGNE TO WS-NET-APRES
               ELSE
                   ADD WS-MVT-SIGNE TO WS-NET-PERIODE
               END-IF
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       2000-SIGNER-MOUVEMENT.
      ******************************************************************EDEFAY
      *  Signed movement of the fetched history row, GKSTMT02's rule :
      *  the applied-side column, the CODOPE's TBOPE direction for
      *  legacy rows (flipped on a linked reversal).
           EVALUATE TRUE
               WHEN ZAHIS-SENSAPP = 'C'
                   MOVE ZAHIS-MNTOPE TO WS-MVT-SIGNE
               WHEN ZAHIS-SENSAPP = 'D'
                   COMPUTE WS-MVT-SIGNE = 0 - ZAHIS-MNTOPE
               WHEN OTHER
                   MOVE ZAHIS-CODOPE TO ZAOPE-COPE
                   MOVE "SEL" TO ZAOPE-FONCTION
                   CALL "MAOPE" USING ZAOPE-ZCMA, AUTH-QUERY
                   IF ZAOPE-IS-CREDIT THEN
                       MOVE ZAHIS-MNTOPE TO WS-MVT-SIGNE
                   ELSE
                       COMPUTE WS-MVT-SIGNE = 0 - ZAHIS-MNTOPE
                   END-IF
                   IF ZAHIS-REFOPE-LIE NOT = SPACES THEN
                       COMPUTE WS-MVT-SIGNE = 0 - WS-MVT-SIGNE
                   END-IF
           END-EVALUATE
           .

       2300-CONVERTIR.
      ******************************************************************EDEFAY
      *  WS-MNT-A-CONV in WS-DEV-A-CONV into the customer's reference
      *  currency at the TBDEV rates in force at the period end.
      *  TBDEV rates are against the bank's reference currency, so a
      *  customer currency other than the bank's goes through it :
      *  amount * rate(from) / rate(to). A currency with no rate row
      *  counts unconverted and is flagged on the summary.
           MOVE 'Y' TO WS-CONV-OK
           IF WS-DEV-A-CONV = SPACES
              OR WS-DEV-A-CONV = WS-DEVREF-CLIENT THEN
               MOVE WS-MNT-A-CONV TO WS-MNT-CONVERTI
               EXIT PARAGRAPH
           END-IF
           IF WS-DEV-A-CONV = WS-DEVREF-BANQUE THEN
               MOVE WS-MNT-A-CONV TO WS-MNT-BANQUE
           ELSE
               MOVE WS-DEV-A-CONV TO ZADEV-CDEV
               MOVE WS-DATFIN TO ZADEV-DTEFF
               MOVE "SEL" TO ZADEV-FONCTION
               CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
               IF ZADEV-CODRET-OK THEN
                   COMPUTE WS-MNT-BANQUE ROUNDED =
                           ZADEV-ACHAT * WS-MNT-A-CONV
               ELSE
                   MOVE 'N' TO WS-CONV-OK
               END-IF
           END-IF
           IF CONVERSION-OK
              AND WS-DEVREF-CLIENT NOT = WS-DEVREF-BANQUE THEN
               MOVE WS-DEVREF-CLIENT TO ZADEV-CDEV
               MOVE WS-DATFIN TO ZADEV-DTEFF
               MOVE "SEL" TO ZADEV-FONCTION
               CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
               IF ZADEV-CODRET-OK
                  AND ZADEV-ACHAT NOT = ZERO THEN
                   COMPUTE WS-MNT-BANQUE ROUNDED =
                           WS-MNT-BANQUE / ZADEV-ACHAT
               ELSE
                   MOVE 'N' TO WS-CONV-OK
               END-IF
           END-IF
           IF CONVERSION-OK THEN
               MOVE WS-MNT-BANQUE TO WS-MNT-CONVERTI
           ELSE
               MOVE WS-MNT-A-CONV TO WS-MNT-CONVERTI
               ADD 1 TO WS-NB-NON-CONV
               ADD 1 TO WS-NB-SANS-COURS
               DISPLAY "GKSTMT04 : " ZACLI-CLIENT " " WS-DEV-A-CONV
                       " -> " WS-DEVREF-CLIENT " SANS COURS AU "
                       WS-DATFIN " - NON CONVERTI"
           END-IF
           .

       3010-IMPRIMER-ENTETE-CLIENT.
      ******************************************************************EDEFAY
      *  Customer header : identity, period, postal address.
           MOVE ZACLI-CLIENT  TO RPT-C-CLIENT
           MOVE ZACLI-NOM     TO RPT-C-NOM
           MOVE WS-PERIODE    TO RPT-C-PERIODE
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-CLIENT
           MOVE ZACLI-ADRESSE TO RPT-A-ADRESSE
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-ADRESSE
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-BLANC
           .

       3000-IMPRIMER-COMPTE.
      ******************************************************************EDEFAY
      *  Second pass : account header, opening balance, one line per
      *  period row with the running balance, closing balance.
           MOVE ZACPT-COMPTE  TO RPT-E-COMPTE
           MOVE ZACPT-NOM     TO RPT-E-NOM
           MOVE ZACPT-DEVISE  TO RPT-E-DEVISE
           MOVE ZACPT-PRODUIT TO RPT-E-PRODUIT
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-COMPTE
           MOVE 'SOLDE OUVERTURE   ' TO RPT-S-LIBELLE
           MOVE WS-SOLDE-OUVERT TO RPT-S-MONTANT
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-SOLDE
           MOVE WS-SOLDE-OUVERT TO WS-SOLDE-COURANT
           MOVE ZACPT-COMPTE TO ZAHIS-COMPTE
           MOVE WS-DATDEB    TO ZAHIS-DATDEB
           MOVE WS-DATFIN    TO ZAHIS-DATFIN
           MOVE "OPN" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZAHIS-CODRET-EOF
               PERFORM 3100-IMPRIMER-LIGNE
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE 'SOLDE CLOTURE     ' TO RPT-S-LIBELLE
           MOVE WS-SOLDE-CLOT TO RPT-S-MONTANT
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-SOLDE
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-BLANC
           .

       3100-IMPRIMER-LIGNE.
      ******************************************************************EDEFAY
      *  One statement line, with the running balance after this row.
           PERFORM 2000-SIGNER-MOUVEMENT
           ADD WS-MVT-SIGNE TO WS-SOLDE-COURANT
           MOVE ZAHIS-DTOPER TO RPT-D-DTOPER
           MOVE ZAHIS-DTVAL  TO RPT-D-DTVAL
           MOVE ZAHIS-CODOPE TO RPT-D-CODOPE
           MOVE ZAHIS-REFOPE TO RPT-D-REFOPE
           IF WS-MVT-SIGNE < ZERO THEN
               MOVE 'D' TO RPT-D-SENS
           ELSE
               MOVE 'C' TO RPT-D-SENS
           END-IF
           MOVE ZAHIS-MNTOPE TO RPT-D-MONTANT
           MOVE WS-SOLDE-COURANT TO RPT-D-SOLDE
           MOVE ZAHIS-CTPNOM TO RPT-D-CTPNOM
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-DETAIL
           .

       3200-IMPRIMER-POSITIONS.
      ******************************************************************EDEFAY
      *  Positions page : for each of the customer's accounts, the
      *  active term deposits it settles (MADEP CDE2) and the loans
      *  still running on it (MAPRT CPR2), converted into the net
      *  worth as they go - deposits add, loans' outstanding
      *  principal subtracts.
           MOVE WS-DATFIN TO RPT-T-DATE
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-TITRE-POS
           PERFORM VARYING WS-CPT-IX FROM 1 BY 1
                   UNTIL WS-CPT-IX > WS-CPT-NB
               MOVE WS-CPT-COMPTE (WS-CPT-IX) TO ZADEP-COMPTE
               MOVE "OP2" TO ZADEP-FONCTION
               CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
               MOVE "FE2" TO ZADEP-FONCTION
               CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
               PERFORM UNTIL NOT ZADEP-CODRET-OK
                   IF ZADEP-ACTIF THEN
                       PERFORM 3210-IMPRIMER-DEPOT
                   END-IF
                   MOVE "FE2" TO ZADEP-FONCTION
                   CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CL2" TO ZADEP-FONCTION
               CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           END-PERFORM
           PERFORM VARYING WS-CPT-IX FROM 1 BY 1
                   UNTIL WS-CPT-IX > WS-CPT-NB
               MOVE WS-CPT-COMPTE (WS-CPT-IX) TO ZAPRT-COMPTE
               MOVE "OP2" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
               MOVE "FE2" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
               PERFORM UNTIL NOT ZAPRT-CODRET-OK
                   IF NOT ZAPRT-TERMINE
                      AND ZAPRT-CRD > ZERO THEN
                       PERFORM 3220-IMPRIMER-PRET
                   END-IF
                   MOVE "FE2" TO ZAPRT-FONCTION
                   CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CL2" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           END-PERFORM
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-BLANC
           .

       3210-IMPRIMER-DEPOT.
      ******************************************************************EDEFAY
      *  One term deposit line : principal, rate in percent, maturity
      *  and what happens then (a pending break shows its date).
           ADD 1 TO WS-NB-DEPOTS
           MOVE ZADEP-REFDEP  TO RPT-P-REFDEP
           MOVE ZADEP-COMPTE  TO RPT-P-COMPTE
           MOVE ZADEP-CODDEV  TO RPT-P-DEVISE
           MOVE ZADEP-MNTPRIN TO RPT-P-PRINCIPAL
           COMPUTE WS-TAUX-PCT ROUNDED = ZADEP-TAUX * 100
           MOVE WS-TAUX-PCT   TO RPT-P-TAUX
           MOVE ZADEP-DTMAT   TO RPT-P-DTMAT
           EVALUATE TRUE
               WHEN ZADEP-DTRUPT NOT = SPACES
                   MOVE SPACES TO RPT-P-ROLL
                   STRING 'RUPT ' ZADEP-DTRUPT
                          DELIMITED BY SIZE INTO RPT-P-ROLL
               WHEN ZADEP-ROLLOVER
                   MOVE 'RENOUVELE'   TO RPT-P-ROLL
               WHEN OTHER
                   MOVE 'REMBOURSE'   TO RPT-P-ROLL
           END-EVALUATE
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-DEPOT
           MOVE ZADEP-CODDEV  TO WS-DEV-A-CONV
           MOVE ZADEP-MNTPRIN TO WS-MNT-A-CONV
           PERFORM 2300-CONVERTIR
           ADD WS-MNT-CONVERTI TO WS-TOT-DEPOTS
           .

       3220-IMPRIMER-PRET.
      ******************************************************************EDEFAY
      *  One loan line : outstanding principal, next installment and
      *  its due date.
           ADD 1 TO WS-NB-PRETS
           MOVE ZAPRT-REFPRT   TO RPT-L-REFPRT
           MOVE ZAPRT-COMPTE   TO RPT-L-COMPTE
           MOVE ZAPRT-CODDEV   TO RPT-L-DEVISE
           MOVE ZAPRT-CRD      TO RPT-L-CRD
           MOVE ZAPRT-MNTECH   TO RPT-L-MNTECH
           MOVE ZAPRT-DATPROCH TO RPT-L-DATPROCH
           IF ZAPRT-SUSPENDU THEN
               MOVE 'SUSPENDU' TO RPT-L-STATUT
           ELSE
               MOVE 'ACTIF'    TO RPT-L-STATUT
           END-IF
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-PRET
           MOVE ZAPRT-CODDEV TO WS-DEV-A-CONV
           MOVE ZAPRT-CRD    TO WS-MNT-A-CONV
           PERFORM 2300-CONVERTIR
           ADD WS-MNT-CONVERTI TO WS-TOT-PRETS
           .

       3300-IMPRIMER-SYNTHESE.
      ******************************************************************EDEFAY
      *  Net-worth summary in the customer's reference currency.
           COMPUTE WS-TOT-NET =
                   WS-TOT-COMPTES + WS-TOT-DEPOTS - WS-TOT-PRETS
           MOVE WS-DEVREF-CLIENT TO RPT-ST-DEVISE
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-SYNTH-TITRE
           MOVE 'COMPTES (SOLDES DE CLOTURE)' TO RPT-Y-LIBELLE
           MOVE WS-TOT-COMPTES TO RPT-Y-MONTANT
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-SYNTH
           MOVE 'DEPOTS A TERME' TO RPT-Y-LIBELLE
           MOVE WS-TOT-DEPOTS TO RPT-Y-MONTANT
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-SYNTH
           MOVE 'PRETS (CAPITAL RESTANT DU)' TO RPT-Y-LIBELLE
           COMPUTE RPT-Y-MONTANT = ZERO - WS-TOT-PRETS
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-SYNTH
           MOVE 'PATRIMOINE NET' TO RPT-Y-LIBELLE
           MOVE WS-TOT-NET TO RPT-Y-MONTANT
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-SYNTH
           IF WS-NB-NON-CONV > ZERO THEN
               MOVE WS-NB-NON-CONV TO RPT-NC-NB
               WRITE FILEOUT-RELCONS-RECORD FROM RPT-NON-CONV
           END-IF
           WRITE FILEOUT-RELCONS-RECORD FROM RPT-BLANC
           .

       2110-DERNIER-JOUR-DU-MOIS.
      ******************************************************************EDEFAY
      *  Length of month WS-PER-MM in year WS-PER-AA, same leap-year
      *  rule as GKSTMT02.
           EVALUATE WS-PER-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DERNIER-JOUR
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DERNIER-JOUR
               WHEN 02
                   MOVE 28 TO WS-DERNIER-JOUR
                   COMPUTE WS-RESTE-4 =
                           FUNCTION MOD(WS-PER-AA, 4)
                   IF WS-RESTE-4 = 0 THEN
                       MOVE 29 TO WS-DERNIER-JOUR
                       COMPUTE WS-RESTE-4 =
                               FUNCTION MOD(WS-PER-AA, 100)
                       IF WS-RESTE-4 = 0 THEN
                           COMPUTE WS-RESTE-4 =
                                   FUNCTION MOD(WS-PER-AA, 400)
                           IF WS-RESTE-4 NOT = 0 THEN
                               MOVE 28 TO WS-DERNIER-JOUR
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the cycle totals.
           DISPLAY "GKSTMT04 : " WS-NB-CLIENTS " CLIENT(S), "
                   WS-NB-COMPTES " COMPTE(S), " WS-NB-DEPOTS
                   " DEPOT(S), " WS-NB-PRETS " PRET(S) - PERIODE "
                   WS-PERIODE
           IF WS-NB-SANS-COURS > 0 THEN
               DISPLAY "GKSTMT04 : " WS-NB-SANS-COURS
                       " POSITION(S) SANS COURS, NON CONVERTIE(S)"
           END-IF
           IF WS-NB-CPT-DEBORD > 0 THEN
               DISPLAY "GKSTMT04 : " WS-NB-CPT-DEBORD
                       " COMPTE(S) HORS TABLE - POSITIONS INCOMPLETES"
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-RELCONS-FDNAME
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
           MOVE 'GKSTMT04' TO ZALOG-PGM
           MOVE WS-LOG-HRDEBUT TO ZALOG-HRDEBUT
           ACCEPT WS-LOG-HRFIN FROM TIME
           MOVE WS-LOG-HRFIN   TO ZALOG-HRFIN
           MOVE WS-NB-COMPTES  TO ZALOG-NBENR
           MOVE RC TO ZALOG-CODRC
           MOVE "INS" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           IF NOT ZALOG-CODRET-OK THEN
               DISPLAY "GKSTMT04 : JOURNAL TBLOG KO, CODRET="
                       ZALOG-CODRET
           END-IF
           .
