      *PROCESS TEST
      ******************************************************************
      * Program name   : GKSCV01
      * Original author: DEFAY E.
      *
      * Description    : Deposit-guarantee Single Customer View (SCV).
      *                  Builds, on demand, one record per depositor
      *                  with the total of their eligible deposits
      *                  and the part of it the guarantee scheme
      *                  covers (capped at the TBPRM ceiling) :
      *                    - every TBCLI customer (MACLI CCLI) and
      *                      the accounts tied to it (MACPT CCL2) ;
      *                    - an account's credit balance plus its
      *                      ACTIVE TBDEP term deposits (MADEP CDE2)
      *                      with the interest accrued to the as-of
      *                      date (actual days / 360, the GKDEP01
      *                      convention) ;
      *                    - everything converted into the reference
      *                      currency (TBPRM 'MFMAJCPT'/'DEVREF') at
      *                      the TBDEV rate in force on the as-of
      *                      date ;
      *                    - a joint account (TBTIT) split in equal
      *                      shares between its holders : the owner
      *                      customer keeps its share, the other
      *                      holders' shares are collected by name
      *                      (1200-COLLECTER-COTITULAIRES) and added
      *                      to the TBCLI customer of that name, or
      *                      reported as a holder-only depositor.
      *                  Not eligible : internal accounts (no
      *                  ZACPT-CLIENT, or ZACPT-INTERNE), legally
      *                  blocked accounts (ZACPT-BLOQUE) and
      *                  accounts whose TBPRD product is flagged
      *                  GARANTIE 'N'. Overdrawn balances count as
      *                  zero - deposits are not netted against
      *                  debts in the view.
      *                  The file is the scheme's fixed layout, an
      *                  'HDR;' control header first and the standard
      *                  CTRLEXT trailer last (hash total over the
      *                  covered amounts) for GKVERF01.
      * Rules handling :
      *             RC = 00 : SCV written
      *             RC = 01 : Could not open FILEOUT-SCV
      *             RC = 05 : Joint-holder table full - the view is
      *                       incomplete, no trailer is written so
      *                       GKVERF01 refuses the file
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-SCV - one fixed record per depositor
      *                   (see SCV-LINE), LRECL 150.
      *                   PARAMSCV - OPTIONAL, the as-of date
      *                   (YYYY-MM-DD) ; defaults to the TBPRC
      *                   processing date, else the machine date.
      *    TBPRM        : 'GKSCV01 '/'PLAFOND ' - the guarantee
      *                   ceiling per depositor in the reference
      *                   currency (default 100000.00).
      *
      * Return          : (RETURN-CODE)
      *
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        An account classed internal (new
      *                         ZACPT-CLASSE) is never eligible, even
      *                         when it carries a client.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GKSCV01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-SCV-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-SCV-NAME
           FILE STATUS IS WS-FS-SCV
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMSCV-FDNAME
           ASSIGN TO DYNAMIC PARAMSCV-NAME
           FILE STATUS IS WS-FS-PARAM
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-SCV-FDNAME RECORDING MODE F
           RECORD CONTAINS 150 CHARACTERS.
       01  FILEOUT-SCV-RECORD.
          05  FILLER      PIC X(150).
       FD  PARAMSCV-FDNAME RECORDING MODE F.
       01  PARAMSCV-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBTIT.cpy".
       COPY "./Copybooks/CTBDEP.cpy".
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBPRD.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTRLEXT.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-SCV-NAME PIC X(30) VALUE 'FILEOUT-SCV'.
       01  WS-FS-SCV       PIC X(02).
           88 FS-SCV-OK    VALUE '00'.
       01  PARAMSCV-NAME   PIC X(30) VALUE 'PARAMSCV'.
       01  WS-FS-PARAM     PIC X(02).
           88 FS-PARAM-OK  VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  As-of date, reference currency and guarantee ceiling
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-DEVREF       PIC X(03) VALUE 'EUR'.
       01  WS-PLAFOND      PIC S9(13)V9(2) COMP-3 VALUE 100000.
       01  WS-PLAFOND-EDIT PIC -(13)9.99.
      *  Accrued-interest working fields - actual days over a
      *  360-day year, same convention as GKDEP01's maturity payout
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-ENTIER-DEB   PIC 9(07).
       01  WS-ENTIER-FIN   PIC 9(07).
       01  WS-NB-JOURS     PIC S9(05).
       01  WS-INTERET      PIC S9(13)V9(2) COMP-3.
      *  One account's eligible amount, see 2000-EVALUER-COMPTE :
      *  balance + active deposits + accrued interest, in WS-DEVREF
       01  WS-ELIGIBLE     PIC X(01).
           88 COMPTE-ELIGIBLE VALUE 'Y'.
       01  WS-MNT-COMPTE   PIC S9(13)V9(2) COMP-3.
       01  WS-INT-COMPTE   PIC S9(13)V9(2) COMP-3.
       01  WS-MNT-A-CONV   PIC S9(13)V9(2) COMP-3.
       01  WS-DEV-A-CONV   PIC X(03).
       01  WS-MNT-CONVERTI PIC S9(13)V9(2) COMP-3.
      *  Holders of the account being split, see 2200-COMPTER-
      *  TITULAIRES : the owner customer's name, whether TBTIT lists
      *  it, and the other holders' names
       01  WS-PROPRIO-NOM  PIC X(20).
       01  WS-PROPRIO-LISTE PIC X(01).
           88 PROPRIO-LISTE VALUE 'Y'.
       01  WS-NB-PARTS     PIC 9(04).
       01  WS-NB-AUTRES    PIC 9(04).
       01  WS-AUTRES-TABLE.
           05  WS-AUTRE-NOM OCCURS 20 TIMES
                            INDEXED BY WS-AUTRE-IX
                            PIC X(20).
       01  WS-PART-MNT     PIC S9(13)V9(2) COMP-3.
       01  WS-PART-INT     PIC S9(13)V9(2) COMP-3.
      *  Joint-holder shares collected by name in the first pass
      *  (1200-COLLECTER-COTITULAIRES), merged into the TBCLI
      *  customer of the same name in the second, the rest written
      *  as holder-only depositors
       01  WS-COT-NB       PIC 9(05) VALUE 0.
       01  WS-COT-MAX      PIC 9(05) VALUE 5000.
       01  WS-COT-TABLE.
           05  WS-COT-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-COT-IX.
               10  WS-COT-NOM     PIC X(20).
               10  WS-COT-MNT     PIC S9(13)V9(2) COMP-3.
               10  WS-COT-INT     PIC S9(13)V9(2) COMP-3.
               10  WS-COT-NBCPT   PIC 9(04).
               10  WS-COT-PRIS    PIC X(01).
       01  WS-COT-TROUVE   PIC X(01).
           88 COT-TROUVE   VALUE 'Y'.
       01  WS-CPT-PRECEDENT PIC X(11).
      *  Current depositor's totals
       01  WS-DEP-MNT      PIC S9(13)V9(2) COMP-3.
       01  WS-DEP-INT      PIC S9(13)V9(2) COMP-3.
       01  WS-DEP-NBCPT    PIC 9(04).
       01  WS-DEP-COUVERT  PIC S9(13)V9(2) COMP-3.
      *  SCV record - the scheme's fixed layout, one per depositor
      *  ('C' a TBCLI customer, 'H' a joint holder with no customer
      *  record of that name). SCV-COUVERT sits at column 101 for
      *  GKVERF01's fixed-column hash re-computation.
       01  SCV-LINE.
           05  SCV-TYPE      PIC X(01).
           05  SCV-CLIENT    PIC X(08).
           05  SCV-NOM       PIC X(20).
           05  SCV-ADRESSE   PIC X(30).
           05  SCV-NBCPT     PIC 9(04).
           05  SCV-DEVREF    PIC X(03).
           05  SCV-ELIGIBLE  PIC -(13)9.99.
           05  SCV-INTERET   PIC -(13)9.99.
           05  SCV-COUVERT   PIC -(13)9.99.
           05  SCV-EXCEDENT  PIC -(13)9.99.
           05  SCV-DTSCV     PIC X(10).
           05  FILLER        PIC X(06) VALUE SPACES.
       01  WS-HDR-LIGNE    PIC X(150).
      *  Counters
       01  WS-NB-DEPOSANTS PIC 9(06) VALUE 0.
       01  WS-NB-COUVERTS-PART PIC 9(06) VALUE 0.
       01  WS-NB-EXCLUS-BLOQ PIC 9(06) VALUE 0.
       01  WS-NB-EXCLUS-PRD PIC 9(06) VALUE 0.
       01  WS-NB-SANS-COURS PIC 9(06) VALUE 0.
       01  WS-TOTAL-ELIGIBLE PIC S9(15)V9(2) COMP-3 VALUE 0.
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
               PERFORM 1100-ECRIRE-ENTETE
               PERFORM 1200-COLLECTER-COTITULAIRES
           END-IF
           IF RC-IS-00 THEN
               MOVE "OPN" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               MOVE "FET" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               PERFORM UNTIL ZACLI-CODRET-EOF
                   PERFORM 1500-TRAITER-CLIENT
                   MOVE "FET" TO ZACLI-FONCTION
                   CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CLO" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               PERFORM 1700-ECRIRE-COTITULAIRES
               PERFORM 1950-ECRIRE-TRAILER
           END-IF
           PERFORM 1900-BILAN
           IF WS-FS-SCV NOT = SPACES THEN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date (PARAMSCV, else the TBPRC processing
      *  date, else the machine date), the reference currency and the
      *  guarantee ceiling, and open FILEOUT-SCV.
           MOVE SPACES TO WS-FS-SCV
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
           OPEN INPUT PARAMSCV-FDNAME
           IF FS-PARAM-OK THEN
               READ PARAMSCV-FDNAME INTO PARAMSCV-RECORD
               IF FS-PARAM-OK
                  AND PARAMSCV-RECORD(1:10) NOT = SPACES THEN
                   MOVE PARAMSCV-RECORD(1:10) TO WS-AS-OF-DATE
               END-IF
               CLOSE PARAMSCV-FDNAME
           END-IF
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'DEVREF  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-DEVREF
           END-IF
           MOVE 'GKSCV01 ' TO ZAPRM-PGM
           MOVE 'PLAFOND ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               COMPUTE WS-PLAFOND = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           OPEN OUTPUT FILEOUT-SCV-FDNAME
           IF NOT FS-SCV-OK THEN
               MOVE '01' TO RC
               DISPLAY "GKSCV01 : OUVERTURE FILEOUT-SCV KO, FS="
                       WS-FS-SCV
               MOVE SPACES TO WS-FS-SCV
           END-IF
           .

       1100-ECRIRE-ENTETE.
      ******************************************************************EDEFAY
      *  'HDR;' control header : as-of date, reference currency and
      *  the ceiling the covered amounts were capped at. GKVERF01
      *  passes it over.
           MOVE WS-PLAFOND TO WS-PLAFOND-EDIT
           MOVE SPACES TO WS-HDR-LIGNE
           STRING 'HDR;SCV;' WS-AS-OF-DATE ';' WS-DEVREF ';'
                  WS-PLAFOND-EDIT
                  DELIMITED BY SIZE INTO WS-HDR-LIGNE
           WRITE FILEOUT-SCV-RECORD FROM WS-HDR-LIGNE
           .

       1200-COLLECTER-COTITULAIRES.
      ******************************************************************EDEFAY
      *  First pass, over every TBTIT row (MATIT CTI2, account
      *  order) : each joint account is valued once and the shares
      *  of its holders other than the owner customer are collected
      *  by name, so the second pass can credit them to whichever
      *  customer they belong to whatever the walk order.
           MOVE SPACES TO WS-CPT-PRECEDENT
           MOVE "OP2" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZATIT-CODRET-EOF
                      OR NOT RC-IS-00
               IF ZATIT-COMPTE NOT = WS-CPT-PRECEDENT THEN
                   MOVE ZATIT-COMPTE TO WS-CPT-PRECEDENT
                   PERFORM 1250-REPARTIR-COMPTE-JOINT
               END-IF
               MOVE "FE2" TO ZATIT-FONCTION
               CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           .

       1250-REPARTIR-COMPTE-JOINT.
      ******************************************************************EDEFAY
      *  One joint account of the first pass : its owner customer's
      *  name, its holders, its eligible amount, and one share per
      *  holder other than the owner into the collected table.
           MOVE WS-CPT-PRECEDENT TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK
              OR ZACPT-CLIENT = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROPRIO-NOM
           MOVE ZACPT-CLIENT TO ZACLI-CLIENT
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF ZACLI-CODRET-OK THEN
               MOVE ZACLI-NOM TO WS-PROPRIO-NOM
           END-IF
           PERFORM 2200-COMPTER-TITULAIRES
           IF WS-NB-AUTRES = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-EVALUER-COMPTE
           IF NOT COMPTE-ELIGIBLE
              OR WS-MNT-COMPTE NOT > ZERO THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PART-MNT ROUNDED = WS-MNT-COMPTE / WS-NB-PARTS
           COMPUTE WS-PART-INT ROUNDED = WS-INT-COMPTE / WS-NB-PARTS
           PERFORM VARYING WS-AUTRE-IX FROM 1 BY 1
                   UNTIL WS-AUTRE-IX > WS-NB-AUTRES
                      OR NOT RC-IS-00
               PERFORM 1260-CUMULER-COTITULAIRE
           END-PERFORM
           .

       1260-CUMULER-COTITULAIRE.
      ******************************************************************EDEFAY
      *  Add one joint holder's share to its entry (by name), adding
      *  the entry the first time the name is seen. A full table
      *  stops the run (RC 05) : a view missing depositors is worse
      *  than no view.
           MOVE 'N' TO WS-COT-TROUVE
           PERFORM VARYING WS-COT-IX FROM 1 BY 1
                   UNTIL WS-COT-IX > WS-COT-NB
               IF WS-COT-NOM (WS-COT-IX)
                  = WS-AUTRE-NOM (WS-AUTRE-IX) THEN
                   SET COT-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT COT-TROUVE THEN
               IF WS-COT-NB NOT < WS-COT-MAX THEN
                   MOVE '05' TO RC
                   DISPLAY "GKSCV01 : TABLE DES COTITULAIRES PLEINE ("
                           WS-COT-MAX ") - SCV INCOMPLETE, ARRET"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COT-NB
               SET WS-COT-IX TO WS-COT-NB
               MOVE WS-AUTRE-NOM (WS-AUTRE-IX) TO WS-COT-NOM (WS-COT-IX)
               MOVE ZERO TO WS-COT-MNT (WS-COT-IX)
               MOVE ZERO TO WS-COT-INT (WS-COT-IX)
               MOVE ZERO TO WS-COT-NBCPT (WS-COT-IX)
               MOVE 'N'  TO WS-COT-PRIS (WS-COT-IX)
           END-IF
           ADD WS-PART-MNT TO WS-COT-MNT (WS-COT-IX)
           ADD WS-PART-INT TO WS-COT-INT (WS-COT-IX)
           ADD 1 TO WS-COT-NBCPT (WS-COT-IX)
           .

       1500-TRAITER-CLIENT.
      ******************************************************************EDEFAY
      *  Second pass, one TBCLI customer : its own share of every
      *  eligible account tied to it (MACPT CCL2), plus the joint-
      *  holder shares collected under its name, capped at the
      *  ceiling and written. A customer with nothing eligible is
      *  not a depositor for the scheme and gets no record.
           MOVE ZERO TO WS-DEP-MNT
           MOVE ZERO TO WS-DEP-INT
           MOVE ZERO TO WS-DEP-NBCPT
           MOVE ZACLI-NOM TO WS-PROPRIO-NOM
           MOVE ZACLI-CLIENT TO ZACPT-CLIENT
           MOVE "OP2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZACPT-CODRET-EOF
               PERFORM 1550-CUMULER-COMPTE
               MOVE "FE2" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
      *    Shares of other customers' joint accounts held under this
      *    customer's name
           PERFORM VARYING WS-COT-IX FROM 1 BY 1
                   UNTIL WS-COT-IX > WS-COT-NB
               IF WS-COT-PRIS (WS-COT-IX) = 'N'
                  AND WS-COT-NOM (WS-COT-IX) = ZACLI-NOM THEN
                   ADD WS-COT-MNT (WS-COT-IX)   TO WS-DEP-MNT
                   ADD WS-COT-INT (WS-COT-IX)   TO WS-DEP-INT
                   ADD WS-COT-NBCPT (WS-COT-IX) TO WS-DEP-NBCPT
                   MOVE 'Y' TO WS-COT-PRIS (WS-COT-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEP-MNT > ZERO THEN
               MOVE 'C'          TO SCV-TYPE
               MOVE ZACLI-CLIENT TO SCV-CLIENT
               MOVE ZACLI-NOM    TO SCV-NOM
               MOVE ZACLI-ADRESSE TO SCV-ADRESSE
               PERFORM 1600-ECRIRE-DEPOSANT
           END-IF
           .

       1550-CUMULER-COMPTE.
      ******************************************************************EDEFAY
      *  One account of the customer : its eligible amount, split in
      *  equal shares when TBTIT lists other holders - the customer
      *  keeps one share, the others were collected in the first
      *  pass.
           PERFORM 2000-EVALUER-COMPTE
           IF NOT COMPTE-ELIGIBLE
              OR WS-MNT-COMPTE NOT > ZERO THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-COMPTER-TITULAIRES
           IF WS-NB-PARTS > 1 THEN
               COMPUTE WS-PART-MNT ROUNDED =
                       WS-MNT-COMPTE / WS-NB-PARTS
               COMPUTE WS-PART-INT ROUNDED =
                       WS-INT-COMPTE / WS-NB-PARTS
           ELSE
               MOVE WS-MNT-COMPTE TO WS-PART-MNT
               MOVE WS-INT-COMPTE TO WS-PART-INT
           END-IF
           ADD WS-PART-MNT TO WS-DEP-MNT
           ADD WS-PART-INT TO WS-DEP-INT
           ADD 1 TO WS-DEP-NBCPT
           .

       1600-ECRIRE-DEPOSANT.
      ******************************************************************EDEFAY
      *  Cap the depositor's eligible total at the ceiling and write
      *  its SCV record ; the covered amount feeds the trailer's hash
      *  total.
           IF WS-DEP-MNT > WS-PLAFOND THEN
               MOVE WS-PLAFOND TO WS-DEP-COUVERT
               ADD 1 TO WS-NB-COUVERTS-PART
           ELSE
               MOVE WS-DEP-MNT TO WS-DEP-COUVERT
           END-IF
           MOVE WS-DEP-NBCPT   TO SCV-NBCPT
           MOVE WS-DEVREF      TO SCV-DEVREF
           MOVE WS-DEP-MNT     TO SCV-ELIGIBLE
           MOVE WS-DEP-INT     TO SCV-INTERET
           MOVE WS-DEP-COUVERT TO SCV-COUVERT
           COMPUTE SCV-EXCEDENT = WS-DEP-MNT - WS-DEP-COUVERT
           MOVE WS-AS-OF-DATE  TO SCV-DTSCV
           WRITE FILEOUT-SCV-RECORD FROM SCV-LINE
           ADD 1 TO WS-NB-DEPOSANTS
           ADD WS-DEP-COUVERT TO ZTRL-HASHMNT
           ADD WS-DEP-MNT TO WS-TOTAL-ELIGIBLE
           .

       1700-ECRIRE-COTITULAIRES.
      ******************************************************************EDEFAY
      *  Joint holders no TBCLI customer's name matched : depositors
      *  in their own right, written with no customer number and no
      *  address for the scheme's manual identification.
           PERFORM VARYING WS-COT-IX FROM 1 BY 1
                   UNTIL WS-COT-IX > WS-COT-NB
               IF WS-COT-PRIS (WS-COT-IX) = 'N' THEN
                   MOVE WS-COT-MNT (WS-COT-IX)   TO WS-DEP-MNT
                   MOVE WS-COT-INT (WS-COT-IX)   TO WS-DEP-INT
                   MOVE WS-COT-NBCPT (WS-COT-IX) TO WS-DEP-NBCPT
                   MOVE 'H'    TO SCV-TYPE
                   MOVE SPACES TO SCV-CLIENT
                   MOVE WS-COT-NOM (WS-COT-IX) TO SCV-NOM
                   MOVE SPACES TO SCV-ADRESSE
                   PERFORM 1600-ECRIRE-DEPOSANT
               END-IF
           END-PERFORM
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals.
           DISPLAY "GKSCV01 : SCV AU " WS-AS-OF-DATE " EN " WS-DEVREF
                   " - " WS-NB-DEPOSANTS " DEPOSANT(S), "
                   WS-NB-COUVERTS-PART " AU-DELA DU PLAFOND"
           DISPLAY "GKSCV01 : EXCLUS - " WS-NB-EXCLUS-BLOQ
                   " COMPTE(S) BLOQUE(S), " WS-NB-EXCLUS-PRD
                   " COMPTE(S) PRODUIT NON ELIGIBLE"
           IF WS-NB-SANS-COURS > 0 THEN
               DISPLAY "GKSCV01 : " WS-NB-SANS-COURS
                       " MONTANT(S) SANS COURS TBDEV - NON CONVERTI(S)"
           END-IF
           .

       1950-ECRIRE-TRAILER.
      ******************************************************************EDEFAY
      *  Stamp the standard CTRLEXT control trailer as the file's
      *  last record - depositor count, hash total over the covered
      *  amounts, generation timestamp. Not written when the run
      *  stopped short, so GKVERF01 refuses an incomplete view.
           IF NOT RC-IS-00 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NB-DEPOSANTS TO ZTRL-NBENR
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
           WRITE FILEOUT-SCV-RECORD FROM ZTRL-LIGNE
           .

       2000-EVALUER-COMPTE.
      ******************************************************************EDEFAY
      *  The eligible amount of the account held in ZACPT, in the
      *  reference currency : the credit balance plus every ACTIVE
      *  term deposit settled on it (MADEP CDE2) with its interest
      *  accrued to the as-of date. Internal (no client, or classed
      *  internal), legally blocked and product-excluded accounts
      *  are not eligible.
           MOVE 'N' TO WS-ELIGIBLE
           MOVE ZERO TO WS-MNT-COMPTE
           MOVE ZERO TO WS-INT-COMPTE
           IF ZACPT-CLIENT = SPACES
              OR ZACPT-INTERNE THEN
               EXIT PARAGRAPH
           END-IF
           IF ZACPT-BLOQUE THEN
               ADD 1 TO WS-NB-EXCLUS-BLOQ
               EXIT PARAGRAPH
           END-IF
           IF ZACPT-PRODUIT NOT = SPACES THEN
               MOVE ZACPT-PRODUIT TO ZAPRD-PRODUIT
               MOVE "SEL" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
               IF ZAPRD-CODRET-OK
                  AND ZAPRD-HORS-GARANTIE THEN
                   ADD 1 TO WS-NB-EXCLUS-PRD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET COMPTE-ELIGIBLE TO TRUE
           IF ZACPT-SOLDE > ZERO THEN
               MOVE ZACPT-SOLDE  TO WS-MNT-A-CONV
               MOVE ZACPT-DEVISE TO WS-DEV-A-CONV
               PERFORM 2100-CONVERTIR
               ADD WS-MNT-CONVERTI TO WS-MNT-COMPTE
           END-IF
           MOVE ZACPT-COMPTE TO ZADEP-COMPTE
           MOVE "OP2" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZADEP-CODRET-EOF
               IF ZADEP-ACTIF THEN
                   PERFORM 2050-COURU-DEPOT
                   MOVE ZADEP-MNTPRIN TO WS-MNT-A-CONV
                   MOVE ZADEP-CODDEV  TO WS-DEV-A-CONV
                   PERFORM 2100-CONVERTIR
                   ADD WS-MNT-CONVERTI TO WS-MNT-COMPTE
                   MOVE WS-INTERET    TO WS-MNT-A-CONV
                   PERFORM 2100-CONVERTIR
                   ADD WS-MNT-CONVERTI TO WS-MNT-COMPTE
                   ADD WS-MNT-CONVERTI TO WS-INT-COMPTE
               END-IF
               MOVE "FE2" TO ZADEP-FONCTION
               CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           .

       2050-COURU-DEPOT.
      ******************************************************************EDEFAY
      *  Interest accrued on the deposit from its start to the as-of
      *  date (or its maturity, when already past) : principal *
      *  annual rate * actual days / 360.
           STRING ZADEP-DTDEB(1:4) ZADEP-DTDEB(6:2) ZADEP-DTDEB(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-DEB =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           IF ZADEP-DTMAT < WS-AS-OF-DATE THEN
               STRING ZADEP-DTMAT(1:4) ZADEP-DTMAT(6:2)
                      ZADEP-DTMAT(9:2)
                      DELIMITED BY SIZE INTO WS-DATE-DIGITS
           ELSE
               STRING WS-AS-OF-DATE(1:4) WS-AS-OF-DATE(6:2)
                      WS-AS-OF-DATE(9:2)
                      DELIMITED BY SIZE INTO WS-DATE-DIGITS
           END-IF
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-FIN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-NB-JOURS = WS-ENTIER-FIN - WS-ENTIER-DEB
           IF WS-NB-JOURS < ZERO THEN
               MOVE ZERO TO WS-NB-JOURS
           END-IF
           COMPUTE WS-INTERET ROUNDED =
                   ZADEP-MNTPRIN * ZADEP-TAUX * WS-NB-JOURS / 360
           .

       2100-CONVERTIR.
      ******************************************************************EDEFAY
      *  WS-MNT-A-CONV in WS-DEV-A-CONV into the reference currency
      *  at the TBDEV rate in force on the as-of date - the same
      *  conversion MFMAJCPT's customer aggregate uses. A blank or
      *  reference-currency amount passes straight through ; a
      *  currency with no rate row counts unconverted and is
      *  reported.
           IF WS-DEV-A-CONV = SPACES
              OR WS-DEV-A-CONV = WS-DEVREF THEN
               MOVE WS-MNT-A-CONV TO WS-MNT-CONVERTI
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEV-A-CONV TO ZADEV-CDEV
           MOVE WS-AS-OF-DATE TO ZADEV-DTEFF
           MOVE "SEL" TO ZADEV-FONCTION
           CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
           IF ZADEV-CODRET-OK THEN
               COMPUTE WS-MNT-CONVERTI ROUNDED =
                       ZADEV-ACHAT * WS-MNT-A-CONV
           ELSE
               MOVE WS-MNT-A-CONV TO WS-MNT-CONVERTI
               ADD 1 TO WS-NB-SANS-COURS
               DISPLAY "GKSCV01 : DEVISE " WS-DEV-A-CONV
                       " SANS COURS - " ZACPT-COMPTE
                       " NON CONVERTI"
           END-IF
           .

       2200-COMPTER-TITULAIRES.
      ******************************************************************EDEFAY
      *  The holders of account ZACPT-COMPTE (MATIT CTIT) : how many
      *  equal shares the account splits into, and the names of the
      *  holders other than the owner customer (WS-PROPRIO-NOM). An
      *  owner TBTIT does not list still takes a share ; an account
      *  with no TBTIT row is the owner's alone.
           MOVE 'N' TO WS-PROPRIO-LISTE
           MOVE ZERO TO WS-NB-PARTS
           MOVE ZERO TO WS-NB-AUTRES
           MOVE ZACPT-COMPTE TO ZATIT-COMPTE
           MOVE "OPN" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZATIT-CODRET-EOF
               ADD 1 TO WS-NB-PARTS
               IF ZATIT-TITULAIRE = WS-PROPRIO-NOM THEN
                   SET PROPRIO-LISTE TO TRUE
               ELSE
                   IF WS-NB-AUTRES < 20 THEN
                       ADD 1 TO WS-NB-AUTRES
                       SET WS-AUTRE-IX TO WS-NB-AUTRES
                       MOVE ZATIT-TITULAIRE
                           TO WS-AUTRE-NOM (WS-AUTRE-IX)
                   END-IF
               END-IF
               MOVE "FET" TO ZATIT-FONCTION
               CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           IF NOT PROPRIO-LISTE THEN
               ADD 1 TO WS-NB-PARTS
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-SCV-FDNAME
           .
