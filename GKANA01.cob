      *PROCESS TEST
      ******************************************************************
      * Program name   : GKANA01
      * Original author: DEFAY E.
      *
      * Description    : Monthly corporate account analysis statement.
      *                  A product flagged for account analysis
      *                  (ZAPRD-ANALYSE 'Y' on TBPRD) is not charged
      *                  per transaction by MFMAJCPT's POSTER-FRAIS ;
      *                  instead this step counts, for every account
      *                  of such a product, the month's services on
      *                  TBHIS by CODOPE and channel (ZAHIS-ORIGINE),
      *                  prices them from the TBTAR corporate price
      *                  list, and grants an earnings credit on the
      *                  month's average TBSNP balance at the TBPRM
      *                  rate. The credit only offsets the services -
      *                  it is never paid out - and the net service
      *                  charge is one F1-ENREG-10 debit under the
      *                  analysis code in a CFLUX file for the normal
      *                  GKRUN01 chain, preceded by an F1-ENREG-15
      *                  enrichment naming the month. Charges already
      *                  posted for the month are netted off, so a
      *                  rerun only ever charges what is still due.
      *                  FILEOUT-ANARPT is the customer statement :
      *                  per account, each service with its count,
      *                  unit price and amount, then the services
      *                  total, average balance, earnings credit and
      *                  net charge.
      * Rules handling :
      *             RC = 00 : Analysis run complete
      *             RC = 01 : Could not open FILEOUT-ANAFLX or
      *                       FILEOUT-ANARPT
      *             RC = 02 : Analysis code unknown on TBOPE or not a
      *                       debit code
      *             RC = 04 : A product, price list or service table
      *                       overflowed - the extra entries were left
      *                       out (see SYSOUT)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-ANAFLX, FILEOUT-ANARPT - see
      *                   JCL/GKANA01.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKANA01 /COPEANA  - analysis charge code
      *                   (default 'ANA').
      *                   GKANA01 /TXCREGAI - yearly earnings credit
      *                   rate, as a fraction (0.0150 = 1.5 %) on a
      *                   360-day basis ; absent = no credit.
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
       PROGRAM-ID.    GKANA01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-ANAFLX-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-ANAFLX-NAME
           FILE STATUS IS WS-FS-ANAFLX
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-ANARPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-ANARPT-NAME
           FILE STATUS IS WS-FS-ANARPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-ANAFLX-FDNAME RECORDING MODE F.
       01  FILEOUT-ANAFLX-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-ANARPT-FDNAME RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FILEOUT-ANARPT-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRD.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBSNP.cpy".
       COPY "./Copybooks/CTBTAR.cpy".
       COPY "./Copybooks/CTBOPE.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBCAL.cpy".
       COPY 'CFLUX.cpy'.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-ANAFLX-NAME PIC X(30) VALUE 'FILEOUT-ANAFLX'.
       01  WS-FS-ANAFLX    PIC X(02).
           88 FS-ANAFLX-OK VALUE '00'.
       01  FILEOUT-ANARPT-NAME PIC X(30) VALUE 'FILEOUT-ANARPT'.
       01  WS-FS-ANARPT    PIC X(02).
           88 FS-ANARPT-OK VALUE '00'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date, the month it closes and the business-day-
      *  rolled header date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-MOIS-DEBUT   PIC X(10).
       01  WS-DATE-OUVREE  PIC X(10).
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-DATE-ENTIER  PIC 9(07).
      *  The debit code the net charges post under, and the earnings
      *  credit rate (yearly, fraction, 360-day basis)
       01  WS-CODOPE-ANA   PIC X(03) VALUE 'ANA'.
       01  WS-TX-CREGAI    PIC S9(3)V9(4) COMP-3 VALUE 0.
       01  WS-NB-JOURS     PIC 9(02).
      *  Analysed products, loaded once from the catalog
       01  WS-PRD-MAX      PIC 9(04) VALUE 200.
       01  WS-PRD-NB       PIC 9(04) VALUE 0.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 200 INDEXED BY WS-PRD-IX.
               10  WS-PRD-CODE    PIC X(04).
       01  WS-PRD-TROUVE   PIC X(01).
           88 PRD-TROUVE   VALUE 'Y'.
      *  The corporate price list, loaded once from TBTAR
       01  WS-TAR-MAX      PIC 9(04) VALUE 500.
       01  WS-TAR-NB       PIC 9(04) VALUE 0.
       01  WS-TAR-TABLE.
           05  WS-TAR-ENTRY OCCURS 500 INDEXED BY WS-TAR-IX.
               10  WS-TAR-CODOPE  PIC X(03).
               10  WS-TAR-ORIGINE PIC X(03).
               10  WS-TAR-PRIXU   PIC S9(9)V99 COMP-3.
               10  WS-TAR-LIBELLE PIC X(20).
       01  WS-TAR-TROUVE   PIC X(01).
           88 TAR-TROUVE   VALUE 'Y'.
       01  WS-TAR-ORIGINE-CHERCHE PIC X(03).
      *  One account's month of services, by CODOPE and channel
       01  WS-SRV-MAX      PIC 9(04) VALUE 200.
       01  WS-SRV-NB       PIC 9(04) VALUE 0.
       01  WS-SRV-TABLE.
           05  WS-SRV-ENTRY OCCURS 200 INDEXED BY WS-SRV-IX.
               10  WS-SRV-CODOPE  PIC X(03).
               10  WS-SRV-ORIGINE PIC X(03).
               10  WS-SRV-NBOPE   PIC 9(06).
               10  WS-SRV-PRIXU   PIC S9(9)V99 COMP-3.
               10  WS-SRV-MONTANT PIC S9(13)V99 COMP-3.
               10  WS-SRV-LIBELLE PIC X(20).
       01  WS-SRV-TROUVE   PIC X(01).
           88 SRV-TROUVE   VALUE 'Y'.
      *  One account's analysis : services, average balance, earnings
      *  credit, net charge, what the month was already charged and
      *  what is left to debit
       01  WS-TOTAL-SERVICES PIC S9(13)V99 COMP-3.
       01  WS-SOLDE-CUMUL  PIC S9(15)V99 COMP-3.
       01  WS-NB-SNAPS     PIC 9(04).
       01  WS-SOLDE-MOYEN  PIC S9(13)V99 COMP-3.
       01  WS-CREDIT-GAIN  PIC S9(13)V99 COMP-3.
       01  WS-CHARGE-NETTE PIC S9(13)V99 COMP-3.
       01  WS-DEJA-FACT    PIC S9(13)V99 COMP-3.
       01  WS-A-DEBITER    PIC S9(13)V99 COMP-3.
       01  WS-LIBELLE-ANA  PIC X(24).
      *  Sequencing ('A' + YYMM + sequence) and footer totals
       01  WS-SEQ          PIC 9(05) VALUE 0.
       01  WS-REF-ANA      PIC X(10).
       01  WS-NB-DEBITS    PIC 9(06) VALUE 0.
       01  WS-MT-DEBITS    PIC 9(11)V99 VALUE 0.
      *  Counters
       01  WS-NB-EXAMINES  PIC 9(06) VALUE 0.
      *  Statement lines
       01  RPT-ENTETE.
           05  FILLER      PIC X(18) VALUE 'ANALYSE DE COMPTE '.
           05  RPT-E-COMPTE PIC X(11).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-E-PRODUIT PIC X(04).
           05  FILLER      PIC X(06) VALUE ' MOIS '.
           05  RPT-E-MOIS  PIC X(07).
           05  FILLER      PIC X(08) VALUE ' DEVISE '.
           05  RPT-E-DEVISE PIC X(03).
           05  FILLER      PIC X(22) VALUE SPACES.
       01  RPT-SERVICE.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  RPT-S-CODOPE PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-S-ORIGINE PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-S-LIBELLE PIC X(20).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-S-NBOPE PIC Z(05)9.
           05  FILLER      PIC X(03) VALUE ' X '.
           05  RPT-S-PRIXU PIC -(8)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-S-MONTANT PIC -(11)9.99.
           05  FILLER      PIC X(12) VALUE SPACES.
       01  RPT-TOTAL.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  RPT-T-LIBELLE PIC X(30).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-T-MONTANT PIC -(13)9.99.
           05  FILLER      PIC X(30) VALUE SPACES.
       01  WS-TX-ED        PIC 9.9999.
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
               PERFORM 1100-CHARGER-PRODUITS
               PERFORM 1150-CHARGER-TARIFS
               MOVE "OPN" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               MOVE "FET" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               PERFORM UNTIL ZACPT-CODRET-EOF
                   PERFORM 1500-EXAMINER-COMPTE
                   MOVE "FET" TO ZACPT-FONCTION
                   CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CLO" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               PERFORM 1900-ECRIRE-PIED
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date and the month it closes, the analysis
      *  code and earnings credit rate, open the files and write the
      *  flow file's header.
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
      *    The credit earns over the days of the month run so far
           MOVE WS-AS-OF-DATE(9:2) TO WS-NB-JOURS
           MOVE WS-AS-OF-DATE TO WS-DATE-OUVREE
           PERFORM 2000-ROULER-JOUR-OUVRE
      *    The analysis code - TBPRM first, 'ANA' otherwise ; it must
      *    be a debit code on TBOPE or every charge would be refused
           MOVE 'GKANA01 ' TO ZAPRM-PGM
           MOVE 'COPEANA ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-CODOPE-ANA
           END-IF
           MOVE WS-CODOPE-ANA TO ZAOPE-COPE
           MOVE "SEL" TO ZAOPE-FONCTION
           CALL "MAOPE" USING ZAOPE-ZCMA, AUTH-QUERY
           IF NOT ZAOPE-CODRET-OK
              OR NOT ZAOPE-IS-DEBIT THEN
               DISPLAY "GKANA01 : CODE ANALYSE " WS-CODOPE-ANA
                       " ABSENT DE TBOPE OU NON DEBITEUR"
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
      *    The earnings credit rate - no usable row, no credit
           MOVE 'GKANA01 ' TO ZAPRM-PGM
           MOVE 'TXCREGAI' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-TX-CREGAI = FUNCTION NUMVAL(ZAPRM-VALPRM)
           ELSE
               DISPLAY "GKANA01 : TAUX CREDIT DE GAIN ABSENT, "
                       "AUCUN CREDIT ACCORDE"
           END-IF
           OPEN OUTPUT FILEOUT-ANAFLX-FDNAME
           IF NOT FS-ANAFLX-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-ANARPT-FDNAME
           IF NOT FS-ANARPT-OK THEN
               MOVE '01' TO RC
               CLOSE FILEOUT-ANAFLX-FDNAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F1-ENREG-00
           MOVE '00' TO F1-TYPE-00
           MOVE 'INT' TO F1-ORIGINE
           MOVE WS-DATE-OUVREE TO F1-DATE
           MOVE '01' TO F1-VERSION
           WRITE FILEOUT-ANAFLX-RECORD FROM F1-ENREG-00
           .

       1100-CHARGER-PRODUITS.
      ******************************************************************EDEFAY
      *  Load the catalog's analysed products (CPRD cursor) - the
      *  other products' accounts never need their history read.
           MOVE "OPN" TO ZAPRD-FONCTION
           CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAPRD-FONCTION
           CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZAPRD-CODRET-EOF
               IF ZAPRD-EN-ANALYSE THEN
                   IF WS-PRD-NB < WS-PRD-MAX THEN
                       ADD 1 TO WS-PRD-NB
                       SET WS-PRD-IX TO WS-PRD-NB
                       MOVE ZAPRD-PRODUIT TO WS-PRD-CODE (WS-PRD-IX)
                   ELSE
                       DISPLAY "GKANA01 : TABLE PRODUITS PLEINE, "
                               ZAPRD-PRODUIT " NON EXAMINE"
                       MOVE '04' TO RC
                   END-IF
               END-IF
               MOVE "FET" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAPRD-FONCTION
           CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
           .

       1150-CHARGER-TARIFS.
      ******************************************************************EDEFAY
      *  Load the TBTAR corporate price list (CTAR cursor) once - every
      *  analysed account prices its services against it.
           MOVE "OPN" TO ZATAR-FONCTION
           CALL "MATAR" USING ZATAR-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZATAR-FONCTION
           CALL "MATAR" USING ZATAR-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZATAR-CODRET-OK
               IF WS-TAR-NB < WS-TAR-MAX THEN
                   ADD 1 TO WS-TAR-NB
                   SET WS-TAR-IX TO WS-TAR-NB
                   MOVE ZATAR-CODOPE  TO WS-TAR-CODOPE (WS-TAR-IX)
                   MOVE ZATAR-ORIGINE TO WS-TAR-ORIGINE (WS-TAR-IX)
                   MOVE ZATAR-PRIXU   TO WS-TAR-PRIXU (WS-TAR-IX)
                   MOVE ZATAR-LIBELLE TO WS-TAR-LIBELLE (WS-TAR-IX)
               ELSE
                   DISPLAY "GKANA01 : TABLE TARIFS PLEINE, "
                           ZATAR-CODOPE "/" ZATAR-ORIGINE
                           " NON CHARGE"
                   MOVE '04' TO RC
               END-IF
               MOVE "FET" TO ZATAR-FONCTION
               CALL "MATAR" USING ZATAR-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZATAR-FONCTION
           CALL "MATAR" USING ZATAR-ZCMA, AUTH-QUERY
           .

       1500-EXAMINER-COMPTE.
      ******************************************************************EDEFAY
      *  One account : only analysed products are examined, and
      *  neither dormant nor written-off accounts. The month's
      *  services are counted and priced, the earnings credit taken
      *  off, and whatever net charge the month still owes is
      *  debited. Every examined account gets its statement.
           IF ZACPT-PRODUIT = SPACES
              OR ZACPT-DORMANT
              OR ZACPT-PASSE-PERTE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PRD-TROUVE
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                   UNTIL WS-PRD-IX > WS-PRD-NB
               IF WS-PRD-CODE (WS-PRD-IX) = ZACPT-PRODUIT THEN
                   SET PRD-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT PRD-TROUVE THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-EXAMINES
           PERFORM 1600-COMPTER-SERVICES
           PERFORM 1700-TARIFER-SERVICES
           PERFORM 2100-MOYENNE-SNAPSHOTS
      *    The earnings credit only ever offsets the services : a
      *    debit average earns nothing and an unused credit is lost
           MOVE ZERO TO WS-CREDIT-GAIN
           IF WS-SOLDE-MOYEN > ZERO THEN
               COMPUTE WS-CREDIT-GAIN ROUNDED =
                       WS-SOLDE-MOYEN * WS-TX-CREGAI * WS-NB-JOURS
                       / 360
           END-IF
           COMPUTE WS-CHARGE-NETTE = WS-TOTAL-SERVICES
                                   - WS-CREDIT-GAIN
           IF WS-CHARGE-NETTE < ZERO THEN
               MOVE ZERO TO WS-CHARGE-NETTE
           END-IF
           COMPUTE WS-A-DEBITER = WS-CHARGE-NETTE - WS-DEJA-FACT
           IF WS-A-DEBITER > ZERO THEN
               PERFORM 1750-ECRIRE-DEBIT
           ELSE
               MOVE ZERO TO WS-A-DEBITER
           END-IF
           PERFORM 1800-ECRIRE-RELEVE
           .

       1600-COMPTER-SERVICES.
      ******************************************************************EDEFAY
      *  Walk the account's history from the month start (CHIS) and
      *  count the month's services by CODOPE and channel :
      *  - only operations in their own right count - a row linked to
      *    another through REFOPE-LIE (fee, unpaid-item fee, reversal)
      *    is a by-product of the service, not one, and neither is
      *    GKFEE01's maintenance fee ('FEE' + sequence) ;
      *  - a row under the analysis code whose label names this month
      *    is an earlier run's charge, whatever day it posted.
      *  Rows past the as-of date belong to the next statement.
           MOVE ZERO TO WS-SRV-NB
           MOVE ZERO TO WS-DEJA-FACT
           MOVE ZACPT-COMPTE  TO ZAHIS-COMPTE
           MOVE WS-MOIS-DEBUT TO ZAHIS-DATDEB
           MOVE '9999-12-31'  TO ZAHIS-DATFIN
           MOVE "OPN" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               IF ZAHIS-CODOPE = WS-CODOPE-ANA THEN
                   IF ZAHIS-CTPLIB(1:4) = 'ANAL'
                      AND ZAHIS-CTPLIB(6:7) = WS-AS-OF-DATE(1:7) THEN
                       ADD ZAHIS-MNTOPE TO WS-DEJA-FACT
                   END-IF
               ELSE
                   IF ZAHIS-DTOPER NOT > WS-AS-OF-DATE
                      AND ZAHIS-REFOPE-LIE = SPACES
                      AND ZAHIS-REFOPE(1:3) NOT = 'FEE' THEN
                       PERFORM 1650-AJOUTER-SERVICE
                   END-IF
               END-IF
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       1650-AJOUTER-SERVICE.
      ******************************************************************EDEFAY
      *  Count the current TBHIS row against its CODOPE and channel.
           MOVE 'N' TO WS-SRV-TROUVE
           PERFORM VARYING WS-SRV-IX FROM 1 BY 1
                   UNTIL WS-SRV-IX > WS-SRV-NB
               IF WS-SRV-CODOPE (WS-SRV-IX) = ZAHIS-CODOPE
                  AND WS-SRV-ORIGINE (WS-SRV-IX) = ZAHIS-ORIGINE THEN
                   SET SRV-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT SRV-TROUVE THEN
               IF WS-SRV-NB < WS-SRV-MAX THEN
                   ADD 1 TO WS-SRV-NB
                   SET WS-SRV-IX TO WS-SRV-NB
                   MOVE ZAHIS-CODOPE  TO WS-SRV-CODOPE (WS-SRV-IX)
                   MOVE ZAHIS-ORIGINE TO WS-SRV-ORIGINE (WS-SRV-IX)
                   MOVE ZERO TO WS-SRV-NBOPE (WS-SRV-IX)
               ELSE
                   DISPLAY "GKANA01 : TABLE SERVICES PLEINE, "
                           ZACPT-COMPTE " " ZAHIS-CODOPE "/"
                           ZAHIS-ORIGINE " NON COMPTE"
                   MOVE '04' TO RC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-SRV-NBOPE (WS-SRV-IX)
           .

       1700-TARIFER-SERVICES.
      ******************************************************************EDEFAY
      *  Price each service counted : the price list's row for the
      *  code and channel, else its any-channel '***' row, else the
      *  service is shown unpriced and charges nothing.
           MOVE ZERO TO WS-TOTAL-SERVICES
           PERFORM VARYING WS-SRV-IX FROM 1 BY 1
                   UNTIL WS-SRV-IX > WS-SRV-NB
               MOVE WS-SRV-ORIGINE (WS-SRV-IX)
                 TO WS-TAR-ORIGINE-CHERCHE
               PERFORM 1710-CHERCHER-PRIX
               IF NOT TAR-TROUVE THEN
                   MOVE '***' TO WS-TAR-ORIGINE-CHERCHE
                   PERFORM 1710-CHERCHER-PRIX
               END-IF
               IF TAR-TROUVE THEN
                   MOVE WS-TAR-PRIXU (WS-TAR-IX)
                     TO WS-SRV-PRIXU (WS-SRV-IX)
                   MOVE WS-TAR-LIBELLE (WS-TAR-IX)
                     TO WS-SRV-LIBELLE (WS-SRV-IX)
               ELSE
                   MOVE ZERO TO WS-SRV-PRIXU (WS-SRV-IX)
                   MOVE 'NON TARIFE' TO WS-SRV-LIBELLE (WS-SRV-IX)
               END-IF
               COMPUTE WS-SRV-MONTANT (WS-SRV-IX) =
                       WS-SRV-NBOPE (WS-SRV-IX)
                     * WS-SRV-PRIXU (WS-SRV-IX)
               ADD WS-SRV-MONTANT (WS-SRV-IX) TO WS-TOTAL-SERVICES
           END-PERFORM
           .

       1710-CHERCHER-PRIX.
      ******************************************************************EDEFAY
      *  Look the current service's code up in the price list under
      *  channel WS-TAR-ORIGINE-CHERCHE.
           MOVE 'N' TO WS-TAR-TROUVE
           PERFORM VARYING WS-TAR-IX FROM 1 BY 1
                   UNTIL WS-TAR-IX > WS-TAR-NB
               IF WS-TAR-CODOPE (WS-TAR-IX) = WS-SRV-CODOPE (WS-SRV-IX)
                  AND WS-TAR-ORIGINE (WS-TAR-IX) =
                      WS-TAR-ORIGINE-CHERCHE THEN
                   SET TAR-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       1750-ECRIRE-DEBIT.
      ******************************************************************EDEFAY
      *  The net charge : an F1-ENREG-15 enrichment naming the month,
      *  then the F1-ENREG-10 debit it keys to, in the account's
      *  currency.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-REF-ANA
           STRING 'A' WS-AS-OF-DATE(3:2) WS-AS-OF-DATE(6:2) WS-SEQ
                  DELIMITED BY SIZE INTO WS-REF-ANA
           MOVE SPACES TO WS-LIBELLE-ANA
           STRING 'ANAL ' WS-AS-OF-DATE(1:7)
                  DELIMITED BY SIZE INTO WS-LIBELLE-ANA
           MOVE SPACES TO F1-ENREG-00
           MOVE '15' TO F1-TYPE-15
           MOVE WS-REF-ANA TO F1-REF-OPER-15
           MOVE 'ANALYSE DE COMPTE' TO F1-CTP-NOM
           MOVE SPACES TO F1-CTP-COMPTE
           MOVE WS-LIBELLE-ANA TO F1-CTP-LIBELLE
           WRITE FILEOUT-ANAFLX-RECORD FROM F1-ENREG-15
           MOVE SPACES TO F1-ENREG-00
           MOVE '10' TO F1-TYPE-10
           MOVE ZACPT-COMPTE TO F1-COMPTE
           MOVE WS-CODOPE-ANA TO F1-CODE-OPER
           MOVE WS-REF-ANA TO F1-REF-OPER
           MOVE ZACPT-DEVISE TO F1-CODE-DEV
           MOVE WS-A-DEBITER TO F1-MONTANT-OPER
           WRITE FILEOUT-ANAFLX-RECORD FROM F1-ENREG-10
           ADD 1 TO WS-NB-DEBITS
           ADD WS-A-DEBITER TO WS-MT-DEBITS
           .

       1800-ECRIRE-RELEVE.
      ******************************************************************EDEFAY
      *  The account's analysis statement : one line per service,
      *  then the services total, the average balance, the earnings
      *  credit (rate and days earned), the net charge, what the
      *  month was already charged and what this run debits.
           MOVE ZACPT-COMPTE       TO RPT-E-COMPTE
           MOVE ZACPT-PRODUIT      TO RPT-E-PRODUIT
           MOVE WS-AS-OF-DATE(1:7) TO RPT-E-MOIS
           MOVE ZACPT-DEVISE       TO RPT-E-DEVISE
           WRITE FILEOUT-ANARPT-RECORD FROM RPT-ENTETE
           PERFORM VARYING WS-SRV-IX FROM 1 BY 1
                   UNTIL WS-SRV-IX > WS-SRV-NB
               MOVE WS-SRV-CODOPE (WS-SRV-IX)  TO RPT-S-CODOPE
               MOVE WS-SRV-ORIGINE (WS-SRV-IX) TO RPT-S-ORIGINE
               MOVE WS-SRV-LIBELLE (WS-SRV-IX) TO RPT-S-LIBELLE
               MOVE WS-SRV-NBOPE (WS-SRV-IX)   TO RPT-S-NBOPE
               MOVE WS-SRV-PRIXU (WS-SRV-IX)   TO RPT-S-PRIXU
               MOVE WS-SRV-MONTANT (WS-SRV-IX) TO RPT-S-MONTANT
               WRITE FILEOUT-ANARPT-RECORD FROM RPT-SERVICE
           END-PERFORM
           MOVE 'TOTAL DES SERVICES' TO RPT-T-LIBELLE
           MOVE WS-TOTAL-SERVICES TO RPT-T-MONTANT
           WRITE FILEOUT-ANARPT-RECORD FROM RPT-TOTAL
           MOVE 'SOLDE MOYEN DU MOIS' TO RPT-T-LIBELLE
           MOVE WS-SOLDE-MOYEN TO RPT-T-MONTANT
           WRITE FILEOUT-ANARPT-RECORD FROM RPT-TOTAL
           MOVE WS-TX-CREGAI TO WS-TX-ED
           MOVE SPACES TO RPT-T-LIBELLE
           STRING 'CREDIT DE GAIN ' WS-TX-ED ' ' WS-NB-JOURS 'J'
                  DELIMITED BY SIZE INTO RPT-T-LIBELLE
           MOVE WS-CREDIT-GAIN TO RPT-T-MONTANT
           WRITE FILEOUT-ANARPT-RECORD FROM RPT-TOTAL
           MOVE 'CHARGE NETTE DU MOIS' TO RPT-T-LIBELLE
           MOVE WS-CHARGE-NETTE TO RPT-T-MONTANT
           WRITE FILEOUT-ANARPT-RECORD FROM RPT-TOTAL
           MOVE 'DEJA FACTURE SUR LE MOIS' TO RPT-T-LIBELLE
           MOVE WS-DEJA-FACT TO RPT-T-MONTANT
           WRITE FILEOUT-ANARPT-RECORD FROM RPT-TOTAL
           MOVE 'A DEBITER' TO RPT-T-LIBELLE
           MOVE WS-A-DEBITER TO RPT-T-MONTANT
           WRITE FILEOUT-ANARPT-RECORD FROM RPT-TOTAL
           .

       2000-ROULER-JOUR-OUVRE.
      ******************************************************************EDEFAY
      *  Roll WS-DATE-OUVREE forward over TBCAL non-business days,
      *  same idiom as GKSTOR01.
           MOVE WS-DATE-OUVREE TO ZACAL-DTCAL
           MOVE "SEL" TO ZACAL-FONCTION
           CALL "MACAL" USING ZACAL-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACAL-CODRET-OK
               PERFORM 2010-AJOUTER-UN-JOUR
               MOVE WS-DATE-OUVREE TO ZACAL-DTCAL
               MOVE "SEL" TO ZACAL-FONCTION
               CALL "MACAL" USING ZACAL-ZCMA, AUTH-QUERY
           END-PERFORM
           .

       2010-AJOUTER-UN-JOUR.
      ******************************************************************EDEFAY
      *  WS-DATE-OUVREE := WS-DATE-OUVREE + 1 day.
           STRING WS-DATE-OUVREE(1:4) WS-DATE-OUVREE(6:2)
                  WS-DATE-OUVREE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 1
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-OUVREE
           .

       2100-MOYENNE-SNAPSHOTS.
      ******************************************************************EDEFAY
      *  Average of the account's TBSNP snapshots from the month start
      *  to the as-of date, same idiom as GKTIER01. No snapshots in
      *  the month averages to the live balance.
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
           .

       1900-ECRIRE-PIED.
      ******************************************************************EDEFAY
      *  Write the flow file's footer - the net charges are its only
      *  type-10 details.
           MOVE SPACES TO F1-ENREG-00
           MOVE '99' TO F1-TYPE-99
           MOVE WS-NB-DEBITS TO F1-NB-OPERATIONS
           MOVE WS-MT-DEBITS TO F1-MT-GLOBAL
           WRITE FILEOUT-ANAFLX-RECORD FROM F1-ENREG-99
           DISPLAY "GKANA01 : " WS-NB-EXAMINES " ANALYSE(S), "
                   WS-NB-DEBITS " DEBITE(S), TOTAL " WS-MT-DEBITS
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-ANAFLX-FDNAME
           CLOSE FILEOUT-ANARPT-FDNAME
           .
