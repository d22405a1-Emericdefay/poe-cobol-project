      *PROCESS TEST
      ******************************************************************
      * Program name   : GKNPAI02
      * Original author: DEFAY E.
      *
      * Description    : Monthly gone-away (NPAI) customer report.
      *                  Lists every customer flagged gone-away on
      *                  TBCLI (ZACLI-NPAI, set by GKNPAI01) with the
      *                  date contact was lost, the days since, the
      *                  number of accounts held (dormant ones counted
      *                  apart) and the total balance across them in
      *                  the bank's reference currency (TBPRM
      *                  'MFMAJCPT'/'DEVREF', converted at the TBDEV
      *                  rates in force on the processing date) -
      *                  these are the future dormancy and escheatment
      *                  cases, so compliance works them while the
      *                  trail is fresh. One CCLI pass collects the
      *                  flagged customers, one CACC pass totals their
      *                  accounts.
      * Rules handling :
      *             RC = 00 : Report complete
      *             RC = 01 : Could not open FILEOUT-NPAIREP
      *             RC = 04 : Report incomplete - customers past the
      *                       working table bound, or balances left
      *                       unconverted for want of a rate (see
      *                       SYSOUT)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-NPAIREP - the report.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : MFMAJCPT/DEVREF - bank reference currency.
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
       PROGRAM-ID.    GKNPAI02.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-NPAIREP-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-NPAIREP-NAME
           FILE STATUS IS WS-FS-NPAIREP
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-NPAIREP-FDNAME RECORDING MODE F.
       01  FILEOUT-NPAIREP-RECORD.
          05  FILLER      PIC X(100).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-NPAIREP-NAME PIC X(30) VALUE 'FILEOUT-NPAIREP'.
       01  WS-FS-NPAIREP   PIC X(02).
           88 FS-NPAIREP-OK VALUE '00'.
       01  PARAMASOF-NAME  PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  As-of date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-ENTIER-JOUR  PIC 9(07).
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-JOURS        PIC S9(07).
      *  Reference currency and conversion, see 2300-CONVERTIR
       01  WS-DEVREF-BANQUE PIC X(03) VALUE 'EUR'.
       01  WS-MNT-CONVERTI PIC S9(15)V9(2) COMP-3.
       01  WS-CONV-OK      PIC X(01).
           88 CONVERSION-OK VALUE 'Y'.
      *  Gone-away customers off the CCLI pass, totalled on the CACC
      *  pass
       01  WS-NPA-NB       PIC 9(04) VALUE 0.
       01  WS-NPA-MAX      PIC 9(04) VALUE 2000.
       01  WS-NPA-TABLE.
           05  WS-NPA-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-NPA-IX.
               10  WS-NPA-CLIENT  PIC X(08).
               10  WS-NPA-NOM     PIC X(20).
               10  WS-NPA-DTNPAI  PIC X(10).
               10  WS-NPA-NBCPT   PIC 9(03).
               10  WS-NPA-NBDORM  PIC 9(03).
               10  WS-NPA-SOLDE   PIC S9(15)V9(2) COMP-3.
               10  WS-NPA-NONCONV PIC X(01).
       01  WS-NPA-FOUND    PIC X(01).
           88 NPA-FOUND    VALUE 'Y'.
      *  Report lines
       01  RPT-ENTETE.
           05  FILLER      PIC X(31)
               VALUE 'CLIENTS NPAI (COURRIER REVENU) '.
           05  FILLER      PIC X(04) VALUE 'AU '.
           05  RPT-E-DATE  PIC X(10).
           05  FILLER      PIC X(17) VALUE ' - SOLDES EN    '.
           05  RPT-E-DEVISE PIC X(03).
           05  FILLER      PIC X(35) VALUE SPACES.
       01  RPT-COLONNES.
           05  FILLER      PIC X(50)
               VALUE 'CLIENT   NOM                  NPAI DEPUIS JOURS '.
           05  FILLER      PIC X(50)
               VALUE 'CPT DRM              SOLDE TOTAL                '.
       01  RPT-DETAIL.
           05  RPT-D-CLIENT PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-NOM   PIC X(20).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-DTNPAI PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-JOURS PIC ZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-NBCPT PIC ZZ9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-NBDORM PIC ZZ9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-SOLDE PIC -(15)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-ANOMALIE PIC X(17).
           05  FILLER      PIC X(08) VALUE SPACES.
       01  RPT-TOTAL.
           05  FILLER      PIC X(14) VALUE 'TOTAL CLIENTS '.
           05  RPT-T-NB    PIC ZZZZZ9.
           05  FILLER      PIC X(09) VALUE ' COMPTES '.
           05  RPT-T-NBCPT PIC ZZZZZ9.
           05  FILLER      PIC X(10) VALUE ' DORMANTS '.
           05  RPT-T-NBDORM PIC ZZZZZ9.
           05  FILLER      PIC X(07) VALUE ' SOLDE '.
           05  RPT-T-SOLDE PIC -(15)9.99.
           05  FILLER      PIC X(23) VALUE SPACES.
      *  Totals and counters
       01  WS-TOT-SOLDE    PIC S9(15)V9(2) COMP-3 VALUE 0.
       01  WS-TOT-NBCPT    PIC 9(06) VALUE 0.
       01  WS-TOT-NBDORM   PIC 9(06) VALUE 0.
       01  WS-NB-CLIENTS   PIC 9(06) VALUE 0.
       01  WS-NB-DEBORD    PIC 9(06) VALUE 0.
       01  WS-NB-NON-CONV  PIC 9(06) VALUE 0.
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
               PERFORM 1100-CHARGER-CLIENTS
               PERFORM 1200-CUMULER-COMPTES
               PERFORM 3000-IMPRIMER-RAPPORT
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date (PARAMASOF override, else TBPRC, else
      *  clock) and the bank's reference currency, open the report.
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
           STRING WS-AS-OF-DATE(1:4) WS-AS-OF-DATE(6:2)
                  WS-AS-OF-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'DEVREF  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-DEVREF-BANQUE
           END-IF
           OPEN OUTPUT FILEOUT-NPAIREP-FDNAME
           IF NOT FS-NPAIREP-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1100-CHARGER-CLIENTS.
      ******************************************************************EDEFAY
      *  CCLI pass : every gone-away customer into the working table.
      *  Past the bound the customer is counted and the report
      *  flagged incomplete.
           MOVE "OPN" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACLI-CODRET-OK
               IF ZACLI-NPAI-OUI THEN
                   IF WS-NPA-NB < WS-NPA-MAX THEN
                       ADD 1 TO WS-NPA-NB
                       SET WS-NPA-IX TO WS-NPA-NB
                       MOVE ZACLI-CLIENT TO WS-NPA-CLIENT (WS-NPA-IX)
                       MOVE ZACLI-NOM    TO WS-NPA-NOM (WS-NPA-IX)
                       MOVE ZACLI-DTNPAI TO WS-NPA-DTNPAI (WS-NPA-IX)
                       MOVE ZERO TO WS-NPA-NBCPT (WS-NPA-IX)
                       MOVE ZERO TO WS-NPA-NBDORM (WS-NPA-IX)
                       MOVE ZERO TO WS-NPA-SOLDE (WS-NPA-IX)
                       MOVE 'N' TO WS-NPA-NONCONV (WS-NPA-IX)
                   ELSE
                       ADD 1 TO WS-NB-DEBORD
                       DISPLAY "GKNPAI02 : TABLE PLEINE, CLIENT "
                               ZACLI-CLIENT " NON LISTE"
                   END-IF
               END-IF
               MOVE "FET" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           .

       1200-CUMULER-COMPTES.
      ******************************************************************EDEFAY
      *  CACC pass : each account of a listed customer adds to its
      *  count (dormant ones apart) and to its converted total.
           IF WS-NPA-NB = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "OPN" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPT-CODRET-OK
               IF ZACPT-CLIENT NOT = SPACES THEN
                   PERFORM 1210-AFFECTER-COMPTE
               END-IF
               MOVE "FET" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           .

       1210-AFFECTER-COMPTE.
      ******************************************************************EDEFAY
      *  Add the account in hand to its customer's line, when the
      *  customer is one of the gone-away ones.
           MOVE 'N' TO WS-NPA-FOUND
           PERFORM VARYING WS-NPA-IX FROM 1 BY 1
                   UNTIL WS-NPA-IX > WS-NPA-NB
               IF WS-NPA-CLIENT (WS-NPA-IX) = ZACPT-CLIENT THEN
                   SET NPA-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT NPA-FOUND THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NPA-NBCPT (WS-NPA-IX)
           IF ZACPT-DORMANT THEN
               ADD 1 TO WS-NPA-NBDORM (WS-NPA-IX)
           END-IF
           PERFORM 2300-CONVERTIR
           IF NOT CONVERSION-OK THEN
               MOVE 'Y' TO WS-NPA-NONCONV (WS-NPA-IX)
           END-IF
           ADD WS-MNT-CONVERTI TO WS-NPA-SOLDE (WS-NPA-IX)
           .

       2300-CONVERTIR.
      ******************************************************************EDEFAY
      *  ZACPT-SOLDE into the bank's reference currency at the TBDEV
      *  rate in force on the as-of date. A currency with no rate row
      *  counts unconverted and is flagged on the customer's line.
           MOVE 'Y' TO WS-CONV-OK
           IF ZACPT-DEVISE = SPACES
              OR ZACPT-DEVISE = WS-DEVREF-BANQUE THEN
               MOVE ZACPT-SOLDE TO WS-MNT-CONVERTI
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-DEVISE  TO ZADEV-CDEV
           MOVE WS-AS-OF-DATE TO ZADEV-DTEFF
           MOVE "SEL" TO ZADEV-FONCTION
           CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
           IF ZADEV-CODRET-OK THEN
               COMPUTE WS-MNT-CONVERTI ROUNDED =
                       ZADEV-ACHAT * ZACPT-SOLDE
           ELSE
               MOVE 'N' TO WS-CONV-OK
               MOVE ZACPT-SOLDE TO WS-MNT-CONVERTI
               ADD 1 TO WS-NB-NON-CONV
               DISPLAY "GKNPAI02 : " ZACPT-COMPTE " " ZACPT-DEVISE
                       " SANS COURS AU " WS-AS-OF-DATE
                       " - NON CONVERTI"
           END-IF
           .

       3000-IMPRIMER-RAPPORT.
      ******************************************************************EDEFAY
      *  Header, one line per gone-away customer with the days since
      *  mail first came back, then the totals.
           MOVE WS-AS-OF-DATE    TO RPT-E-DATE
           MOVE WS-DEVREF-BANQUE TO RPT-E-DEVISE
           WRITE FILEOUT-NPAIREP-RECORD FROM RPT-ENTETE
           WRITE FILEOUT-NPAIREP-RECORD FROM RPT-COLONNES
           PERFORM VARYING WS-NPA-IX FROM 1 BY 1
                   UNTIL WS-NPA-IX > WS-NPA-NB
               PERFORM 3100-IMPRIMER-CLIENT
           END-PERFORM
           MOVE WS-NB-CLIENTS TO RPT-T-NB
           MOVE WS-TOT-NBCPT  TO RPT-T-NBCPT
           MOVE WS-TOT-NBDORM TO RPT-T-NBDORM
           MOVE WS-TOT-SOLDE  TO RPT-T-SOLDE
           WRITE FILEOUT-NPAIREP-RECORD FROM RPT-TOTAL
           .

       3100-IMPRIMER-CLIENT.
      ******************************************************************EDEFAY
      *  One customer line.
           ADD 1 TO WS-NB-CLIENTS
           ADD WS-NPA-NBCPT (WS-NPA-IX)  TO WS-TOT-NBCPT
           ADD WS-NPA-NBDORM (WS-NPA-IX) TO WS-TOT-NBDORM
           ADD WS-NPA-SOLDE (WS-NPA-IX)  TO WS-TOT-SOLDE
           MOVE ZERO TO WS-JOURS
           IF WS-NPA-DTNPAI (WS-NPA-IX) NOT = SPACES THEN
               STRING WS-NPA-DTNPAI (WS-NPA-IX)(1:4)
                      WS-NPA-DTNPAI (WS-NPA-IX)(6:2)
                      WS-NPA-DTNPAI (WS-NPA-IX)(9:2)
                      DELIMITED BY SIZE INTO WS-DATE-DIGITS
               MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
               COMPUTE WS-JOURS = WS-ENTIER-JOUR
                     - FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               IF WS-JOURS < ZERO THEN
                   MOVE ZERO TO WS-JOURS
               END-IF
           END-IF
           MOVE WS-NPA-CLIENT (WS-NPA-IX) TO RPT-D-CLIENT
           MOVE WS-NPA-NOM (WS-NPA-IX)    TO RPT-D-NOM
           MOVE WS-NPA-DTNPAI (WS-NPA-IX) TO RPT-D-DTNPAI
           MOVE WS-JOURS                  TO RPT-D-JOURS
           MOVE WS-NPA-NBCPT (WS-NPA-IX)  TO RPT-D-NBCPT
           MOVE WS-NPA-NBDORM (WS-NPA-IX) TO RPT-D-NBDORM
           MOVE WS-NPA-SOLDE (WS-NPA-IX)  TO RPT-D-SOLDE
           MOVE SPACES TO RPT-D-ANOMALIE
           IF WS-NPA-NONCONV (WS-NPA-IX) = 'Y' THEN
               MOVE 'DEVISE NON CONV.' TO RPT-D-ANOMALIE
           END-IF
           WRITE FILEOUT-NPAIREP-RECORD FROM RPT-DETAIL
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKNPAI02 : " WS-NB-CLIENTS " CLIENT(S) NPAI, "
                   WS-TOT-NBCPT " COMPTE(S), " WS-TOT-NBDORM
                   " DORMANT(S)"
           IF WS-NB-DEBORD > 0
              OR WS-NB-NON-CONV > 0 THEN
               MOVE '04' TO RC
               DISPLAY "GKNPAI02 : RAPPORT INCOMPLET - "
                       WS-NB-DEBORD " CLIENT(S) HORS TABLE, "
                       WS-NB-NON-CONV " SOLDE(S) NON CONVERTI(S)"
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-NPAIREP-FDNAME
           .
