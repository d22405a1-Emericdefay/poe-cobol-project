      *PROCESS TEST
      ******************************************************************
      * Program name   : GKPLF01
      * Original author: DEFAY E.
      *
      * Description    : Month-end fee cap. A product can cap the fees
      *                  an account pays in a month under its fee
      *                  family (ZAPRD-PLAFFRAIS on TBPRD, 0 = no
      *                  cap) ; this step adds up, for every account
      *                  of a capped product, the month's fee rows on
      *                  TBHIS - the transaction fees POSTER-FRAIS
      *                  links to their charged operation through
      *                  ZAHIS-REFOPE-LIE, less the reversals of
      *                  those fees, plus GKFEE01's maintenance fee -
      *                  and refunds any excess over the cap. Each
      *                  refund is one F1-ENREG-10 credit under the
      *                  refund code in a CFLUX file for the normal
      *                  GKRUN01 chain, preceded by an F1-ENREG-15
      *                  enrichment naming the month and the fee row
      *                  that crossed the cap. Refunds already posted
      *                  for the month are netted off, so a rerun
      *                  only ever refunds what is still owed.
      *                  FILEOUT-PLFREP lists every refunded account
      *                  and, per product, the fees charged and the
      *                  revenue given back.
      * Rules handling :
      *             RC = 00 : Cap run complete
      *             RC = 01 : Could not open FILEOUT-PLFFLX or
      *                       FILEOUT-PLFREP
      *             RC = 02 : Refund code unknown on TBOPE or not a
      *                       credit code
      *             RC = 04 : More capped products than the product
      *                       table holds - the extra ones were not
      *                       examined
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-PLFFLX, FILEOUT-PLFREP - see
      *                   JCL/GKPLF01.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKPLF01 /COPEREMB - refund operation code
      *                   (default 'RFF').
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
       PROGRAM-ID.    GKPLF01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-PLFFLX-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-PLFFLX-NAME
           FILE STATUS IS WS-FS-PLFFLX
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-PLFREP-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-PLFREP-NAME
           FILE STATUS IS WS-FS-PLFREP
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-PLFFLX-FDNAME RECORDING MODE F.
       01  FILEOUT-PLFFLX-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-PLFREP-FDNAME RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FILEOUT-PLFREP-RECORD.
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
       COPY "./Copybooks/CTBOPE.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBCAL.cpy".
       COPY 'CFLUX.cpy'.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-PLFFLX-NAME PIC X(30) VALUE 'FILEOUT-PLFFLX'.
       01  WS-FS-PLFFLX    PIC X(02).
           88 FS-PLFFLX-OK VALUE '00'.
       01  FILEOUT-PLFREP-NAME PIC X(30) VALUE 'FILEOUT-PLFREP'.
       01  WS-FS-PLFREP    PIC X(02).
           88 FS-PLFREP-OK VALUE '00'.
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
      *  The credit code the refunds post under
       01  WS-CODOPE-REMB  PIC X(03) VALUE 'RFF'.
      *  Capped products, loaded once from the catalog
       01  WS-PRD-MAX      PIC 9(04) VALUE 200.
       01  WS-PRD-NB       PIC 9(04) VALUE 0.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 200 INDEXED BY WS-PRD-IX.
               10  WS-PRD-CODE    PIC X(04).
               10  WS-PRD-PLAF    PIC S9(11)V99 COMP-3.
               10  WS-PRD-NBCPT   PIC 9(06).
               10  WS-PRD-NBREMB  PIC 9(06).
               10  WS-PRD-FRAIS   PIC S9(15)V99 COMP-3.
               10  WS-PRD-REMB    PIC S9(15)V99 COMP-3.
       01  WS-PRD-TROUVE   PIC X(01).
           88 PRD-TROUVE   VALUE 'Y'.
      *  One account's month : fees net of their reversals, refunds
      *  already posted for the month, and the fee row that took the
      *  running total over the cap
       01  WS-FRAIS-MOIS   PIC S9(13)V99 COMP-3.
       01  WS-DEJA-REMB    PIC S9(13)V99 COMP-3.
       01  WS-EXCEDENT     PIC S9(13)V99 COMP-3.
       01  WS-REF-DEPASSE  PIC X(10).
       01  WS-LIBELLE-REMB PIC X(24).
       01  WS-ROW-FRAIS    PIC X(01).
           88 ROW-FRAIS    VALUE 'Y'.
      *  Sequencing ('P' + YYMM + sequence) and footer totals
       01  WS-SEQ          PIC 9(05) VALUE 0.
       01  WS-REF-REMB     PIC X(10).
       01  WS-NB-REMB      PIC 9(06) VALUE 0.
       01  WS-MT-REMB      PIC 9(11)V99 VALUE 0.
      *  Counters
       01  WS-NB-EXAMINES  PIC 9(06) VALUE 0.
      *  Report lines
       01  RPT-DETAIL.
           05  RPT-COMPTE  PIC X(11).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-PRODUIT PIC X(04).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-FRAIS   PIC -(11)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-PLAF    PIC -(11)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-REMB    PIC -(11)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-REFDEP  PIC X(10).
           05  FILLER      PIC X(05) VALUE SPACES.
       01  RPT-PRODUIT-LIGNE.
           05  FILLER      PIC X(08) VALUE 'PRODUIT '.
           05  RPT-P-CODE  PIC X(04).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-P-NBCPT PIC Z(05)9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-P-NBREMB PIC Z(05)9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-P-FRAIS PIC -(13)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-P-REMB  PIC -(13)9.99.
           05  FILLER      PIC X(18) VALUE SPACES.
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
      *  Resolve the as-of date and the month it closes, the refund
      *  code, open the files and write the flow file's header.
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
           MOVE WS-AS-OF-DATE TO WS-DATE-OUVREE
           PERFORM 2000-ROULER-JOUR-OUVRE
      *    The refund code - TBPRM first, 'RFF' otherwise ; it must be
      *    a credit code on TBOPE or every refund would be refused
           MOVE 'GKPLF01 ' TO ZAPRM-PGM
           MOVE 'COPEREMB' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-CODOPE-REMB
           END-IF
           MOVE WS-CODOPE-REMB TO ZAOPE-COPE
           MOVE "SEL" TO ZAOPE-FONCTION
           CALL "MAOPE" USING ZAOPE-ZCMA, AUTH-QUERY
           IF NOT ZAOPE-CODRET-OK
              OR NOT ZAOPE-IS-CREDIT THEN
               DISPLAY "GKPLF01 : CODE REMBOURSEMENT " WS-CODOPE-REMB
                       " ABSENT DE TBOPE OU NON CREDITEUR"
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-PLFFLX-FDNAME
           IF NOT FS-PLFFLX-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-PLFREP-FDNAME
           IF NOT FS-PLFREP-OK THEN
               MOVE '01' TO RC
               CLOSE FILEOUT-PLFFLX-FDNAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F1-ENREG-00
           MOVE '00' TO F1-TYPE-00
           MOVE 'INT' TO F1-ORIGINE
           MOVE WS-DATE-OUVREE TO F1-DATE
           MOVE '01' TO F1-VERSION
           WRITE FILEOUT-PLFFLX-RECORD FROM F1-ENREG-00
           .

       1100-CHARGER-PRODUITS.
      ******************************************************************EDEFAY
      *  Load the catalog's capped products (CPRD cursor) - a product
      *  with no cap never needs its accounts' history read.
           MOVE "OPN" TO ZAPRD-FONCTION
           CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAPRD-FONCTION
           CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZAPRD-CODRET-EOF
               IF ZAPRD-PLAFFRAIS > ZERO THEN
                   IF WS-PRD-NB < WS-PRD-MAX THEN
                       ADD 1 TO WS-PRD-NB
                       SET WS-PRD-IX TO WS-PRD-NB
                       MOVE ZAPRD-PRODUIT TO WS-PRD-CODE (WS-PRD-IX)
                       MOVE ZAPRD-PLAFFRAIS
                         TO WS-PRD-PLAF (WS-PRD-IX)
                       MOVE ZERO TO WS-PRD-NBCPT (WS-PRD-IX)
                       MOVE ZERO TO WS-PRD-NBREMB (WS-PRD-IX)
                       MOVE ZERO TO WS-PRD-FRAIS (WS-PRD-IX)
                       MOVE ZERO TO WS-PRD-REMB (WS-PRD-IX)
                   ELSE
                       DISPLAY "GKPLF01 : TABLE PRODUITS PLEINE, "
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

       1500-EXAMINER-COMPTE.
      ******************************************************************EDEFAY
      *  One account : only capped products are examined, and neither
      *  dormant nor written-off accounts - MFMAJCPT would refuse the
      *  credit anyway. The month's fees over the cap, less what was
      *  already refunded for the month, are refunded.
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
           PERFORM 1600-CUMULER-FRAIS
           ADD 1 TO WS-PRD-NBCPT (WS-PRD-IX)
           ADD WS-FRAIS-MOIS TO WS-PRD-FRAIS (WS-PRD-IX)
           COMPUTE WS-EXCEDENT = WS-FRAIS-MOIS
                               - WS-PRD-PLAF (WS-PRD-IX)
                               - WS-DEJA-REMB
           IF WS-EXCEDENT > ZERO THEN
               PERFORM 1700-ECRIRE-REMBOURSEMENT
           END-IF
           .

       1600-CUMULER-FRAIS.
      ******************************************************************EDEFAY
      *  Walk the account's history from the month start (CHIS) and
      *  net up the month's fee rows in posting order :
      *  - a POSTER-FRAIS fee ('F' + its parent's reference, linked
      *    through REFOPE-LIE) and GKFEE01's maintenance fee ('FEE'
      *    + sequence) count on the side actually applied ;
      *  - the reversal of a linked fee ('R' + the fee's reference,
      *    linked back to it) counts on its own, credit, side ;
      *  - a refund under the refund code whose label names this
      *    month is an earlier run's refund, whatever day it posted.
      *  Fee rows past the month end belong to the next month.
           MOVE ZERO TO WS-FRAIS-MOIS
           MOVE ZERO TO WS-DEJA-REMB
           MOVE SPACES TO WS-REF-DEPASSE
           MOVE ZACPT-COMPTE  TO ZAHIS-COMPTE
           MOVE WS-MOIS-DEBUT TO ZAHIS-DATDEB
           MOVE '9999-12-31'  TO ZAHIS-DATFIN
           MOVE "OPN" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               IF ZAHIS-CODOPE = WS-CODOPE-REMB
                  AND ZAHIS-CTPLIB(1:4) = 'PLAF'
                  AND ZAHIS-CTPLIB(6:7) = WS-AS-OF-DATE(1:7) THEN
                   ADD ZAHIS-MNTOPE TO WS-DEJA-REMB
               ELSE
                   IF ZAHIS-DTOPER NOT > WS-AS-OF-DATE THEN
                       PERFORM 2100-QUALIFIER-FRAIS
                       IF ROW-FRAIS THEN
                           IF ZAHIS-SENSAPP = 'C' THEN
                               SUBTRACT ZAHIS-MNTOPE
                                   FROM WS-FRAIS-MOIS
                           ELSE
                               ADD ZAHIS-MNTOPE TO WS-FRAIS-MOIS
                           END-IF
                           IF WS-REF-DEPASSE = SPACES
                              AND WS-FRAIS-MOIS >
                                  WS-PRD-PLAF (WS-PRD-IX) THEN
                               MOVE ZAHIS-REFOPE TO WS-REF-DEPASSE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       2100-QUALIFIER-FRAIS.
      ******************************************************************EDEFAY
      *  Is the current TBHIS row a fee row (or a fee's reversal) ?
           MOVE 'N' TO WS-ROW-FRAIS
           IF ZAHIS-REFOPE-LIE = SPACES THEN
               IF ZAHIS-REFOPE(1:3) = 'FEE' THEN
                   SET ROW-FRAIS TO TRUE
               END-IF
           ELSE
               IF ZAHIS-REFOPE(1:1) = 'F'
                  AND ZAHIS-REFOPE(2:9) = ZAHIS-REFOPE-LIE(1:9) THEN
                   SET ROW-FRAIS TO TRUE
               END-IF
               IF ZAHIS-REFOPE(1:1) = 'R'
                  AND ZAHIS-REFOPE-LIE(1:1) = 'F'
                  AND ZAHIS-REFOPE(2:9) = ZAHIS-REFOPE-LIE(1:9) THEN
                   SET ROW-FRAIS TO TRUE
               END-IF
           END-IF
           .

       1700-ECRIRE-REMBOURSEMENT.
      ******************************************************************EDEFAY
      *  The refund : an F1-ENREG-15 enrichment naming the month and
      *  the fee row that crossed the cap, then the F1-ENREG-10
      *  credit it keys to, in the account's currency. The report
      *  line and the product's give-back follow.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-REF-REMB
           STRING 'P' WS-AS-OF-DATE(3:2) WS-AS-OF-DATE(6:2) WS-SEQ
                  DELIMITED BY SIZE INTO WS-REF-REMB
           MOVE SPACES TO WS-LIBELLE-REMB
           STRING 'PLAF ' WS-AS-OF-DATE(1:7) ' ' WS-REF-DEPASSE
                  DELIMITED BY SIZE INTO WS-LIBELLE-REMB
           MOVE SPACES TO F1-ENREG-00
           MOVE '15' TO F1-TYPE-15
           MOVE WS-REF-REMB TO F1-REF-OPER-15
           MOVE SPACES TO F1-CTP-NOM
           STRING 'PLAFOND FRAIS ' ZACPT-PRODUIT
                  DELIMITED BY SIZE INTO F1-CTP-NOM
           MOVE SPACES TO F1-CTP-COMPTE
           MOVE WS-LIBELLE-REMB TO F1-CTP-LIBELLE
           WRITE FILEOUT-PLFFLX-RECORD FROM F1-ENREG-15
           MOVE SPACES TO F1-ENREG-00
           MOVE '10' TO F1-TYPE-10
           MOVE ZACPT-COMPTE TO F1-COMPTE
           MOVE WS-CODOPE-REMB TO F1-CODE-OPER
           MOVE WS-REF-REMB TO F1-REF-OPER
           MOVE ZACPT-DEVISE TO F1-CODE-DEV
           MOVE WS-EXCEDENT TO F1-MONTANT-OPER
           WRITE FILEOUT-PLFFLX-RECORD FROM F1-ENREG-10
           ADD 1 TO WS-NB-REMB
           ADD WS-EXCEDENT TO WS-MT-REMB
           ADD 1 TO WS-PRD-NBREMB (WS-PRD-IX)
           ADD WS-EXCEDENT TO WS-PRD-REMB (WS-PRD-IX)
           MOVE ZACPT-COMPTE   TO RPT-COMPTE
           MOVE ZACPT-PRODUIT  TO RPT-PRODUIT
           MOVE WS-FRAIS-MOIS  TO RPT-FRAIS
           MOVE WS-PRD-PLAF (WS-PRD-IX) TO RPT-PLAF
           MOVE WS-EXCEDENT    TO RPT-REMB
           MOVE WS-REF-DEPASSE TO RPT-REFDEP
           WRITE FILEOUT-PLFREP-RECORD FROM RPT-DETAIL
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

       1900-ECRIRE-PIED.
      ******************************************************************EDEFAY
      *  Write the flow file's footer - the refunds are its only
      *  type-10 details - then the per-product give-back summary.
           MOVE SPACES TO F1-ENREG-00
           MOVE '99' TO F1-TYPE-99
           MOVE WS-NB-REMB TO F1-NB-OPERATIONS
           MOVE WS-MT-REMB TO F1-MT-GLOBAL
           WRITE FILEOUT-PLFFLX-RECORD FROM F1-ENREG-99
           PERFORM VARYING WS-PRD-IX FROM 1 BY 1
                   UNTIL WS-PRD-IX > WS-PRD-NB
               MOVE WS-PRD-CODE (WS-PRD-IX)   TO RPT-P-CODE
               MOVE WS-PRD-NBCPT (WS-PRD-IX)  TO RPT-P-NBCPT
               MOVE WS-PRD-NBREMB (WS-PRD-IX) TO RPT-P-NBREMB
               MOVE WS-PRD-FRAIS (WS-PRD-IX)  TO RPT-P-FRAIS
               MOVE WS-PRD-REMB (WS-PRD-IX)   TO RPT-P-REMB
               WRITE FILEOUT-PLFREP-RECORD FROM RPT-PRODUIT-LIGNE
           END-PERFORM
           DISPLAY "GKPLF01 : " WS-NB-EXAMINES " EXAMINE(S), "
                   WS-NB-REMB " REMBOURSE(S), TOTAL " WS-MT-REMB
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-PLFFLX-FDNAME
           CLOSE FILEOUT-PLFREP-FDNAME
           .
