      *PROCESS TEST
      ******************************************************************
      * Program name   : GKCRS01
      * Original author: DEFAY E.
      *
      * Description    : Year-end FATCA/CRS reportable-account extract
      *                  for the automatic exchange of information.
      *                  A TBCLI customer is reportable to every tax
      *                  residence country (ZACLI-RESFISC1/2) other
      *                  than our own (TBPRM 'GKCRS01 '/'PAYSDOM '),
      *                  and to the US under FATCA when flagged a US
      *                  person (ZACLI-USPERS) ; US residence reports
      *                  under FATCA, every other country under CRS.
      *                  For each jurisdiction in turn the extract
      *                  writes an 'HDR;' section header then one
      *                  fixed record per account of each customer
      *                  reportable there (MACPT CCL2), carrying :
      *                    - the 31/12 balance, from the account's
      *                      last TBSNP day-close snapshot at or
      *                      before year end (a negative balance is
      *                      reported as zero) ;
      *                    - the year's gross interest - TBHIS rows
      *                      under the TBPRM 'CODINT  ' codes, with
      *                      the principal taken back out of a term-
      *                      deposit payout (REFOPE-LIE = the TBDEP
      *                      deposit) ;
      *                    - the year's other income - TBHIS rows
      *                      under the TBPRM 'CODAUTR ' codes.
      *                  Reversals (ZAHIS-SENSAPP 'D') net off. An
      *                  account with no snapshot in the year and no
      *                  income is not reported. Amounts stay in the
      *                  account currency. The standard CTRLEXT
      *                  trailer closes the file (hash total over the
      *                  reported balances) for GKVERF01.
      * Rules handling :
      *             RC = 00 : Extract produced
      *             RC = 01 : Could not open FILEOUT-CRS
      *             RC = 05 : Jurisdiction table full - extract
      *                       incomplete, no trailer written
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-CRS - the reporting file, sections
      *                   per jurisdiction (see CRS-LINE), LRECL 160.
      *                   PARAMCRS - OPTIONAL, the reporting year
      *                   (YYYY) ; defaults to the year before the
      *                   TBPRC processing date (machine date when
      *                   none).
      *    TBPRM        : 'GKCRS01 ' / 'PAYSDOM ' own country
      *                   (default FR), 'CODINT  ' interest CODOPEs
      *                   (default DPM), 'CODAUTR ' other-income
      *                   CODOPEs (default none) - codes separated by
      *                   commas or spaces, up to 6.
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
       PROGRAM-ID.    GKCRS01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-CRS-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-CRS-NAME
           FILE STATUS IS WS-FS-CRS
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMCRS-FDNAME
           ASSIGN TO DYNAMIC PARAMCRS-NAME
           FILE STATUS IS WS-FS-PARAM
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-CRS-FDNAME RECORDING MODE F
           RECORD CONTAINS 160 CHARACTERS.
       01  FILEOUT-CRS-RECORD.
          05  FILLER      PIC X(160).
       FD  PARAMCRS-FDNAME RECORDING MODE F.
       01  PARAMCRS-RECORD.
          05  PR-ANNEE    PIC X(04).
          05  FILLER      PIC X(76).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBSNP.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBDEP.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTRLEXT.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-CRS-NAME PIC X(30) VALUE 'FILEOUT-CRS'.
       01  WS-FS-CRS       PIC X(02).
           88 FS-CRS-OK    VALUE '00'.
       01  PARAMCRS-NAME   PIC X(30) VALUE 'PARAMCRS'.
       01  WS-FS-PARAM     PIC X(02).
           88 FS-PARAM-OK  VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Reporting year and its bounds
       01  WS-MACHINE-DATE PIC 9(08).
       01  WS-ANNEE        PIC 9(04).
       01  WS-DATDEB       PIC X(10).
       01  WS-DATFIN       PIC X(10).
      *  Own country and the income CODOPE lists
       01  WS-PAYSDOM      PIC X(02) VALUE 'FR'.
       01  WS-CODINT-TABLE.
           05  WS-CODINT   OCCURS 6 TIMES
                           INDEXED BY WS-CODINT-IX
                           PIC X(03).
       01  WS-CODAUTR-TABLE.
           05  WS-CODAUTR  OCCURS 6 TIMES
                           INDEXED BY WS-CODAUTR-IX
                           PIC X(03).
       01  WS-NATURE       PIC X(01).
           88 NATURE-INTERET VALUE 'I'.
           88 NATURE-AUTRE   VALUE 'A'.
      *  Reportable jurisdictions found over the customer base, one
      *  extract section each
       01  WS-JUR-NB       PIC 9(03) VALUE 0.
       01  WS-JUR-MAX      PIC 9(03) VALUE 250.
       01  WS-JUR-TABLE.
           05  WS-JUR-ENTRY OCCURS 250 TIMES
                            INDEXED BY WS-JUR-IX.
               10  WS-JUR-CODE    PIC X(02).
               10  WS-JUR-NBCLI   PIC 9(06).
               10  WS-JUR-NBCPT   PIC 9(06).
       01  WS-JUR-TROUVE   PIC X(01).
           88 JUR-TROUVE   VALUE 'Y'.
       01  WS-JUR-COURANTE PIC X(02).
      *  The current customer's reportable jurisdictions, see
      *  2000-JURIDICTIONS-CLIENT
       01  WS-CJ-NB        PIC 9(01).
       01  WS-CJ-TABLE.
           05  WS-CJ-ENTRY OCCURS 3 TIMES
                           INDEXED BY WS-CJ-IX.
               10  WS-CJ-CODE     PIC X(02).
               10  WS-CJ-NIF      PIC X(20).
       01  WS-CJ-PAYS      PIC X(02).
       01  WS-CJ-PAYS-NIF  PIC X(20).
      *  One account's reportable amounts
       01  WS-SOLDE-FIN    PIC S9(13)V9(2) COMP-3.
       01  WS-DEVISE-FIN   PIC X(03).
       01  WS-DTSNP-FIN    PIC X(10).
       01  WS-INTERET      PIC S9(13)V9(2) COMP-3.
       01  WS-AUTRES       PIC S9(13)V9(2) COMP-3.
       01  WS-MNT-REVENU   PIC S9(13)V9(2) COMP-3.
      *  Reporting record - fixed layout, one per reportable account
      *  and jurisdiction. CRS-SOLDE sits at column 105 for
      *  GKVERF01's fixed-column hash re-computation.
       01  CRS-LINE.
           05  CRS-JURID     PIC X(02).
           05  CRS-REGIME    PIC X(05).
           05  CRS-ANNEE     PIC 9(04).
           05  CRS-CLIENT    PIC X(08).
           05  CRS-NOM       PIC X(20).
           05  CRS-ADRESSE   PIC X(30).
           05  CRS-NIF       PIC X(20).
      *        'Y' : no TIN held for this jurisdiction
           05  CRS-SANS-NIF  PIC X(01).
           05  CRS-COMPTE    PIC X(11).
           05  CRS-DEVISE    PIC X(03).
           05  CRS-SOLDE     PIC -(13)9.99.
           05  CRS-INTERET   PIC -(13)9.99.
           05  CRS-AUTRES    PIC -(13)9.99.
           05  FILLER        PIC X(05) VALUE SPACES.
       01  WS-HDR-LIGNE    PIC X(160).
      *  Counters
       01  WS-NB-CLIENTS   PIC 9(06) VALUE 0.
       01  WS-NB-COMPTES   PIC 9(06) VALUE 0.
       01  WS-NB-SANS-NIF  PIC 9(06) VALUE 0.
       01  WS-CLI-DECLARE  PIC X(01).
           88 CLI-DECLARE  VALUE 'Y'.
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
               PERFORM 1100-RECENSER-JURIDICTIONS
           END-IF
           IF RC-IS-00 THEN
               PERFORM VARYING WS-JUR-IX FROM 1 BY 1
                       UNTIL WS-JUR-IX > WS-JUR-NB
                   PERFORM 1200-EXTRAIRE-JURIDICTION
               END-PERFORM
               PERFORM 1950-ECRIRE-TRAILER
           END-IF
           PERFORM 1900-BILAN
           IF WS-FS-CRS NOT = SPACES THEN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the reporting year (PARAMCRS, else the year before
      *  the processing date), own country and income codes, and
      *  open FILEOUT-CRS.
           MOVE SPACES TO WS-FS-CRS
           ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD
           MOVE WS-MACHINE-DATE(1:4) TO WS-ANNEE
           MOVE 'JOURTRT ' TO ZAPRC-CLE
           MOVE "SEL" TO ZAPRC-FONCTION
           CALL "MAPRC" USING ZAPRC-ZCMA, AUTH-QUERY
           IF ZAPRC-CODRET-OK
              AND ZAPRC-DTPRC(1:4) IS NUMERIC THEN
               MOVE ZAPRC-DTPRC(1:4) TO WS-ANNEE
           END-IF
           SUBTRACT 1 FROM WS-ANNEE
           OPEN INPUT PARAMCRS-FDNAME
           IF FS-PARAM-OK THEN
               READ PARAMCRS-FDNAME
               IF FS-PARAM-OK
                  AND PR-ANNEE IS NUMERIC THEN
                   MOVE PR-ANNEE TO WS-ANNEE
               END-IF
               CLOSE PARAMCRS-FDNAME
           END-IF
           STRING WS-ANNEE '-01-01' DELIMITED BY SIZE INTO WS-DATDEB
           STRING WS-ANNEE '-12-31' DELIMITED BY SIZE INTO WS-DATFIN
           MOVE 'GKCRS01 ' TO ZAPRM-PGM
           MOVE 'PAYSDOM ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:2) TO WS-PAYSDOM
           END-IF
           MOVE SPACES TO WS-CODINT-TABLE
           MOVE 'DPM' TO WS-CODINT (1)
           MOVE 'CODINT  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               UNSTRING ZAPRM-VALPRM DELIMITED BY ',' OR ALL SPACE
                   INTO WS-CODINT (1) WS-CODINT (2) WS-CODINT (3)
                        WS-CODINT (4) WS-CODINT (5) WS-CODINT (6)
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-CODAUTR-TABLE
           MOVE 'CODAUTR ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               UNSTRING ZAPRM-VALPRM DELIMITED BY ',' OR ALL SPACE
                   INTO WS-CODAUTR (1) WS-CODAUTR (2) WS-CODAUTR (3)
                        WS-CODAUTR (4) WS-CODAUTR (5) WS-CODAUTR (6)
               END-UNSTRING
           END-IF
           OPEN OUTPUT FILEOUT-CRS-FDNAME
           IF NOT FS-CRS-OK THEN
               MOVE '01' TO RC
               DISPLAY "GKCRS01 : OUVERTURE FILEOUT-CRS KO, FS="
                       WS-FS-CRS
               MOVE SPACES TO WS-FS-CRS
           END-IF
           .

       1100-RECENSER-JURIDICTIONS.
      ******************************************************************EDEFAY
      *  First pass over TBCLI (MACLI CCLI) : the jurisdictions at
      *  least one customer is reportable to, one section each. A
      *  full table stops the run (RC 05) rather than leave a
      *  jurisdiction silently unreported.
           MOVE "OPN" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZACLI-CODRET-EOF
                      OR NOT RC-IS-00
               PERFORM 2000-JURIDICTIONS-CLIENT
               PERFORM VARYING WS-CJ-IX FROM 1 BY 1
                       UNTIL WS-CJ-IX > WS-CJ-NB
                          OR NOT RC-IS-00
                   PERFORM 1150-AJOUTER-JURIDICTION
               END-PERFORM
               MOVE "FET" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           .

       1150-AJOUTER-JURIDICTION.
      ******************************************************************EDEFAY
      *  Add the customer's jurisdiction WS-CJ-CODE (WS-CJ-IX) to
      *  the table unless already there.
           MOVE 'N' TO WS-JUR-TROUVE
           PERFORM VARYING WS-JUR-IX FROM 1 BY 1
                   UNTIL WS-JUR-IX > WS-JUR-NB
               IF WS-JUR-CODE (WS-JUR-IX) = WS-CJ-CODE (WS-CJ-IX) THEN
                   SET JUR-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF JUR-TROUVE THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-JUR-NB NOT < WS-JUR-MAX THEN
               MOVE '05' TO RC
               DISPLAY "GKCRS01 : TABLE DES JURIDICTIONS PLEINE ("
                       WS-JUR-MAX ") - EXTRAIT INCOMPLET, ARRET"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JUR-NB
           SET WS-JUR-IX TO WS-JUR-NB
           MOVE WS-CJ-CODE (WS-CJ-IX) TO WS-JUR-CODE (WS-JUR-IX)
           MOVE ZERO TO WS-JUR-NBCLI (WS-JUR-IX)
           MOVE ZERO TO WS-JUR-NBCPT (WS-JUR-IX)
           .

       1200-EXTRAIRE-JURIDICTION.
      ******************************************************************EDEFAY
      *  One jurisdiction's section : its 'HDR;' header (regime,
      *  jurisdiction, year, reporting country), then a walk of the
      *  customer base writing the accounts of every customer
      *  reportable there.
           MOVE WS-JUR-CODE (WS-JUR-IX) TO WS-JUR-COURANTE
           MOVE SPACES TO WS-HDR-LIGNE
           IF WS-JUR-COURANTE = 'US' THEN
               STRING 'HDR;FATCA;' WS-JUR-COURANTE ';' WS-ANNEE ';'
                      WS-PAYSDOM
                      DELIMITED BY SIZE INTO WS-HDR-LIGNE
           ELSE
               STRING 'HDR;CRS;' WS-JUR-COURANTE ';' WS-ANNEE ';'
                      WS-PAYSDOM
                      DELIMITED BY SIZE INTO WS-HDR-LIGNE
           END-IF
           WRITE FILEOUT-CRS-RECORD FROM WS-HDR-LIGNE
           MOVE "OPN" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZACLI-CODRET-EOF
               PERFORM 2000-JURIDICTIONS-CLIENT
               PERFORM VARYING WS-CJ-IX FROM 1 BY 1
                       UNTIL WS-CJ-IX > WS-CJ-NB
                   IF WS-CJ-CODE (WS-CJ-IX) = WS-JUR-COURANTE THEN
                       PERFORM 1300-DECLARER-CLIENT
                   END-IF
               END-PERFORM
               MOVE "FET" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           DISPLAY "GKCRS01 : " WS-JUR-COURANTE " : "
                   WS-JUR-NBCLI (WS-JUR-IX) " CLIENT(S), "
                   WS-JUR-NBCPT (WS-JUR-IX) " COMPTE(S)"
           .

       1300-DECLARER-CLIENT.
      ******************************************************************EDEFAY
      *  The accounts of one reportable customer for the current
      *  jurisdiction (MACPT CCL2), identity and TIN repeated on
      *  every record.
           MOVE 'N' TO WS-CLI-DECLARE
           MOVE WS-JUR-COURANTE TO CRS-JURID
           IF WS-JUR-COURANTE = 'US' THEN
               MOVE 'FATCA' TO CRS-REGIME
           ELSE
               MOVE 'CRS  ' TO CRS-REGIME
           END-IF
           MOVE WS-ANNEE      TO CRS-ANNEE
           MOVE ZACLI-CLIENT  TO CRS-CLIENT
           MOVE ZACLI-NOM     TO CRS-NOM
           MOVE ZACLI-ADRESSE TO CRS-ADRESSE
           MOVE WS-CJ-NIF (WS-CJ-IX) TO CRS-NIF
           IF WS-CJ-NIF (WS-CJ-IX) = SPACES THEN
               MOVE 'Y' TO CRS-SANS-NIF
           ELSE
               MOVE 'N' TO CRS-SANS-NIF
           END-IF
           MOVE ZACLI-CLIENT TO ZACPT-CLIENT
           MOVE "OP2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZACPT-CODRET-EOF
               PERFORM 1400-DECLARER-COMPTE
               MOVE "FE2" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF CLI-DECLARE THEN
               ADD 1 TO WS-NB-CLIENTS
               ADD 1 TO WS-JUR-NBCLI (WS-JUR-IX)
               IF CRS-SANS-NIF = 'Y' THEN
                   ADD 1 TO WS-NB-SANS-NIF
               END-IF
           END-IF
           .

       1400-DECLARER-COMPTE.
      ******************************************************************EDEFAY
      *  One account : its year-end balance and the year's income,
      *  written unless the account was not held at all during the
      *  year (no snapshot in it, no income).
           PERFORM 1500-SOLDE-FIN-ANNEE
           PERFORM 1600-REVENUS-ANNEE
           IF WS-DTSNP-FIN < WS-DATDEB
              AND WS-INTERET = ZERO
              AND WS-AUTRES = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-COMPTE  TO CRS-COMPTE
           IF WS-DEVISE-FIN = SPACES THEN
               MOVE ZACPT-DEVISE TO CRS-DEVISE
           ELSE
               MOVE WS-DEVISE-FIN TO CRS-DEVISE
           END-IF
           MOVE WS-SOLDE-FIN  TO CRS-SOLDE
           MOVE WS-INTERET    TO CRS-INTERET
           MOVE WS-AUTRES     TO CRS-AUTRES
           WRITE FILEOUT-CRS-RECORD FROM CRS-LINE
           SET CLI-DECLARE TO TRUE
           ADD 1 TO WS-NB-COMPTES
           ADD 1 TO WS-JUR-NBCPT (WS-JUR-IX)
           ADD 1 TO ZTRL-NBENR
           ADD WS-SOLDE-FIN TO ZTRL-HASHMNT
           .

       1500-SOLDE-FIN-ANNEE.
      ******************************************************************EDEFAY
      *  The account's balance at the close of 31/12 : its last
      *  TBSNP snapshot at or before year end (MASNP CSNP walks them
      *  in date order). A negative balance is reported as zero.
           MOVE ZERO   TO WS-SOLDE-FIN
           MOVE SPACES TO WS-DEVISE-FIN
           MOVE SPACES TO WS-DTSNP-FIN
           MOVE ZACPT-COMPTE TO ZASNP-COMPTE
           MOVE "OPN" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZASNP-CODRET-EOF
                      OR ZASNP-DTSNP > WS-DATFIN
               MOVE ZASNP-SOLDE  TO WS-SOLDE-FIN
               MOVE ZASNP-DEVISE TO WS-DEVISE-FIN
               MOVE ZASNP-DTSNP  TO WS-DTSNP-FIN
               MOVE "FET" TO ZASNP-FONCTION
               CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           IF WS-SOLDE-FIN < ZERO THEN
               MOVE ZERO TO WS-SOLDE-FIN
           END-IF
           .

       1600-REVENUS-ANNEE.
      ******************************************************************EDEFAY
      *  The year's gross interest and other income on the account :
      *  its TBHIS rows of the year (MAHIS CHIS) under the configured
      *  codes, a reversal ('D' applied) netting off.
           MOVE ZERO TO WS-INTERET
           MOVE ZERO TO WS-AUTRES
           MOVE ZACPT-COMPTE TO ZAHIS-COMPTE
           MOVE WS-DATDEB    TO ZAHIS-DATDEB
           MOVE WS-DATFIN    TO ZAHIS-DATFIN
           MOVE "OPN" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZAHIS-CODRET-EOF
               PERFORM 2100-CLASSER-REVENU
               IF NATURE-INTERET OR NATURE-AUTRE THEN
                   PERFORM 1650-MONTANT-REVENU
               END-IF
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       1650-MONTANT-REVENU.
      ******************************************************************EDEFAY
      *  The income part of one TBHIS row. An interest row linked to
      *  a TBDEP deposit is a maturity payout of principal plus
      *  interest (GKDEP01) : the principal comes back out.
           MOVE ZAHIS-MNTOPE TO WS-MNT-REVENU
           IF NATURE-INTERET
              AND ZAHIS-REFOPE-LIE NOT = SPACES THEN
               MOVE ZAHIS-REFOPE-LIE TO ZADEP-REFDEP
               MOVE "SEL" TO ZADEP-FONCTION
               CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
               IF ZADEP-CODRET-OK THEN
                   SUBTRACT ZADEP-MNTPRIN FROM WS-MNT-REVENU
               END-IF
           END-IF
           IF ZAHIS-SENSAPP = 'D' THEN
               COMPUTE WS-MNT-REVENU = ZERO - WS-MNT-REVENU
           END-IF
           IF NATURE-INTERET THEN
               ADD WS-MNT-REVENU TO WS-INTERET
           ELSE
               ADD WS-MNT-REVENU TO WS-AUTRES
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals.
           DISPLAY "GKCRS01 : ANNEE " WS-ANNEE " - " WS-JUR-NB
                   " JURIDICTION(S), " WS-NB-CLIENTS
                   " DECLARATION(S) CLIENT, " WS-NB-COMPTES
                   " COMPTE(S)"
           IF WS-NB-SANS-NIF > 0 THEN
               DISPLAY "GKCRS01 : " WS-NB-SANS-NIF
                       " DECLARATION(S) SANS NIF - A COMPLETER"
           END-IF
           .

       1950-ECRIRE-TRAILER.
      ******************************************************************EDEFAY
      *  Stamp the standard CTRLEXT control trailer as the file's
      *  last record - account record count, hash total over the
      *  reported balances, generation timestamp. Not written when
      *  the run stopped short, so GKVERF01 refuses the file.
           IF NOT RC-IS-00 THEN
               EXIT PARAGRAPH
           END-IF
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
           WRITE FILEOUT-CRS-RECORD FROM ZTRL-LIGNE
           .

       2000-JURIDICTIONS-CLIENT.
      ******************************************************************EDEFAY
      *  The jurisdictions the customer in ZACLI is reportable to,
      *  with the TIN held for each : every tax residence other than
      *  our own, plus the US for a flagged US person not already
      *  resident there (no US TIN held then).
           MOVE ZERO TO WS-CJ-NB
           MOVE ZACLI-RESFISC1 TO WS-CJ-PAYS
           MOVE ZACLI-NIF1     TO WS-CJ-PAYS-NIF
           PERFORM 2050-AJOUTER-PAYS
           MOVE ZACLI-RESFISC2 TO WS-CJ-PAYS
           MOVE ZACLI-NIF2     TO WS-CJ-PAYS-NIF
           PERFORM 2050-AJOUTER-PAYS
           IF ZACLI-US-PERSON THEN
               MOVE 'US'   TO WS-CJ-PAYS
               MOVE SPACES TO WS-CJ-PAYS-NIF
               PERFORM 2050-AJOUTER-PAYS
           END-IF
           .

       2050-AJOUTER-PAYS.
      ******************************************************************EDEFAY
      *  WS-CJ-PAYS into the customer's list when it is a foreign
      *  country not already listed.
           IF WS-CJ-PAYS = SPACES
              OR WS-CJ-PAYS = WS-PAYSDOM THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CJ-IX FROM 1 BY 1
                   UNTIL WS-CJ-IX > WS-CJ-NB
               IF WS-CJ-CODE (WS-CJ-IX) = WS-CJ-PAYS THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-CJ-NB
           SET WS-CJ-IX TO WS-CJ-NB
           MOVE WS-CJ-PAYS     TO WS-CJ-CODE (WS-CJ-IX)
           MOVE WS-CJ-PAYS-NIF TO WS-CJ-NIF (WS-CJ-IX)
           .

       2100-CLASSER-REVENU.
      ******************************************************************EDEFAY
      *  Whether the TBHIS row's CODOPE is an interest code, an
      *  other-income code, or neither.
           MOVE SPACE TO WS-NATURE
           PERFORM VARYING WS-CODINT-IX FROM 1 BY 1
                   UNTIL WS-CODINT-IX > 6
               IF WS-CODINT (WS-CODINT-IX) NOT = SPACES
                  AND WS-CODINT (WS-CODINT-IX) = ZAHIS-CODOPE THEN
                   SET NATURE-INTERET TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CODAUTR-IX FROM 1 BY 1
                   UNTIL WS-CODAUTR-IX > 6
               IF WS-CODAUTR (WS-CODAUTR-IX) NOT = SPACES
                  AND WS-CODAUTR (WS-CODAUTR-IX) = ZAHIS-CODOPE THEN
                   SET NATURE-AUTRE TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-CRS-FDNAME
           .
