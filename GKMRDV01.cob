      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMRDV01
      * Original author: DEFAY E.
      *
      * Description    : Currency retirement. For a currency leaving
      *                  circulation, redenominates at its fixed legal
      *                  rate everything the bank holds in it, then
      *                  records the currency retired in TBDEV. Runs
      *                  under maker/checker : the maker and a
      *                  DIFFERENT checker must both hold the 'DEV'
      *                  TBHAB entitlement (the inline four-eyes shape
      *                  of GKMBEN01). One retirement per PARAMRDV line
      *                  (retired currency, replacement currency, legal
      *                  rate, effective date, grace days, maker,
      *                  checker) :
      *                    - every TBCPT account in the currency, its
      *                      balance, overdraft limit, minimum balance
      *                      and alert threshold, then ZACPT-DEVISE ;
      *                      with the account, its active TBHLD holds,
      *                      TBFAC facilities and the TBPOA attorney
      *                      ceilings keyed in the currency ;
      *                    - the TBSTO standing orders, the active TBDEP
      *                      deposits and the live TBPRT loans (amount,
      *                      instalment, outstanding capital) in it.
      *                  The legal rate is the number of retired units
      *                  to one replacement unit ; every amount is
      *                  divided by it and rounded to the cent, half
      *                  away from zero, never through a cross rate.
      *                  Each amount changed lands in TBCHJ (domain
      *                  'DEV'). FILEOUT-RDVREP lists the rounding
      *                  difference of every account balance, and per
      *                  kind of object a before/after control total :
      *                  the old-currency total at the legal rate
      *                  against the sum of the converted amounts, the
      *                  gap within half a cent per object converted.
      *                  Only a clean run - nothing refused, totals
      *                  tied - stamps the retirement on TBDEV (a rate
      *                  row at the effective date carrying the
      *                  retirement date, replacement currency and the
      *                  end of the grace period, effective date +
      *                  grace days) ; once the grace period is over
      *                  GKCTRL01 refuses flow-file records in it.
      *                  Otherwise a rerun of the line picks up the
      *                  accounts, orders, deposits and loans still in
      *                  it.
      * Rules handling :
      *             RC = 00 : Every retirement applied cleanly
      *             RC = 01 : Could not open PARAMRDV or FILEOUT-RDVREP
      *             RC = 05 : One or more lines rejected or objects not
      *                       converted (see SYSOUT detail)
      *             RC = 06 : A control total does not tie to the
      *                       legal rate - currency not retired
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMRDV - one fixed-format retirement per
      *                   line (see 1500-TRAITER-LIGNE).
      *                   FILEOUT-RDVREP - rounding and control report.
      *    TBPRM        : GKMRDV01/GRACEJRS - default grace period in
      *                   days when the line leaves it blank, default
      *                   30.
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
       PROGRAM-ID.    GKMRDV01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMRDV-FDNAME
           ASSIGN TO DYNAMIC PARAMRDV-NAME
           FILE STATUS IS WS-FS-PARAMRDV
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-RDVREP-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-RDVREP-NAME
           FILE STATUS IS WS-FS-RDVREP
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMRDV-FDNAME RECORDING MODE F.
       01  PARAMRDV-RECORD.
           05  RD-DEVRET       PIC X(03).
           05  RD-DEVREMPL     PIC X(03).
      *    Legal rate, retired units per replacement unit (text,
      *    FUNCTION NUMVAL), e.g. 6.55957
           05  RD-TAUX         PIC X(15).
           05  RD-DTEFF        PIC X(10).
      *    Grace days (blank : TBPRM default)
           05  RD-GRACE        PIC X(03).
           05  RD-MAKER        PIC X(08).
           05  RD-CHECKER      PIC X(08).
           05  FILLER          PIC X(30).
       FD  FILEOUT-RDVREP-FDNAME RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FILEOUT-RDVREP-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBHLD.cpy".
       COPY "./Copybooks/CTBFAC.cpy".
       COPY "./Copybooks/CTBPOA.cpy".
       COPY "./Copybooks/CTBSTO.cpy".
       COPY "./Copybooks/CTBDEP.cpy".
       COPY "./Copybooks/CTBPRT.cpy".
       COPY "./Copybooks/CTBHAB.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
       01  WS-CHJ-MNT       PIC -Z(12)9.99.
       01  WS-CHJ-VAL       PIC X(30).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  TBHAB entitlement domain - the FX rates one
       01  WS-DOMAINE       PIC X(03) VALUE 'DEV'.
      *  Files
       01  PARAMRDV-NAME    PIC X(30) VALUE 'PARAMRDV'.
       01  WS-FS-PARAMRDV   PIC X(02).
           88 FS-PARAMRDV-OK VALUE '00'.
       01  WS-EOF-PARAMRDV  PIC X(01) VALUE 'N'.
           88 EOF-PARAMRDV  VALUE 'Y'.
       01  FILEOUT-RDVREP-NAME PIC X(30) VALUE 'FILEOUT-RDVREP'.
       01  WS-FS-RDVREP     PIC X(02).
           88 FS-RDVREP-OK  VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  The line's values once validated
       01  WS-TAUX-LEGAL    PIC 9(06)V9(06) COMP-3.
       01  WS-GRACE-DEFAUT  PIC 9(03) VALUE 30.
       01  WS-GRACE         PIC 9(03).
       01  WS-DTREFUS       PIC X(10).
      *  Date format check (2200-VERIFIER-DATE) and date arithmetic
      *  (2300-DATE-EN-ENTIER / 2310-ENTIER-EN-DATE)
       01  WS-DATE-ISO      PIC X(10).
       01  WS-DATE-OK       PIC X(01).
           88 DATE-OK       VALUE 'Y'.
       01  WS-DATE-NUM      PIC 9(08).
       01  WS-DATE-ENTIER   PIC 9(08).
      *  Four-eyes / content validation outcome
       01  WS-LIGNE-OK      PIC X(01).
           88 LIGNE-OK      VALUE 'Y'.
      *  Outcome of the line's conversion
       01  WS-ANOMALIE      PIC X(01).
           88 ANOMALIE      VALUE 'Y'.
       01  WS-ECART-KO      PIC X(01).
           88 ECART-KO      VALUE 'Y'.
      *  One amount through 3000-CONVERTIR-MONTANT : the amount in the
      *  retired currency, the exact value at the legal rate, the value
      *  rounded to the cent and the rounding difference
       01  WS-MNT-AVANT     PIC S9(13)V9(2) COMP-3.
       01  WS-MNT-EXACT     PIC S9(13)V9(8) COMP-3.
       01  WS-MNT-APRES     PIC S9(13)V9(2) COMP-3.
       01  WS-MNT-ECART     PIC S9(03)V9(8) COMP-3.
      *  The amounts of the object in hand, as 3000-CONVERTIR-MONTANT
      *  converts them (tag WS-CLE-TAG, before, after) - the first
      *  one feeds the control totals, all go to the journal
       01  WS-NB-MT         PIC 9(01).
       01  WS-MONTANTS.
           05 WS-MT-ENTRY OCCURS 4 TIMES.
               10 WS-MT-TAG      PIC X(03).
               10 WS-MT-AVANT    PIC S9(13)V9(2) COMP-3.
               10 WS-MT-APRES    PIC S9(13)V9(2) COMP-3.
       01  WS-IX-MT         PIC 9(01).
      *  Control totals per kind of object converted, WS-IX-OBJ the
      *  rank in WS-OBJ-NOMS
       01  WS-OBJ-NOMS      PIC X(21) VALUE 'CPTHLDFACPOASTODEPPRT'.
       01  WS-OBJ-NOMS-R REDEFINES WS-OBJ-NOMS.
           05 WS-OBJ-NOM       PIC X(03) OCCURS 7 TIMES.
       01  WS-OBJETS.
           05 WS-OBJ-ENTRY OCCURS 7 TIMES.
               10 WS-OBJ-NB      PIC 9(07) COMP-3.
               10 WS-OBJ-AVANT   PIC S9(15)V9(2) COMP-3.
               10 WS-OBJ-APRES   PIC S9(15)V9(2) COMP-3.
       01  WS-IX-OBJ        PIC 9(02).
       01  WS-TOT-THEO      PIC S9(15)V9(8) COMP-3.
       01  WS-TOT-ECART     PIC S9(07)V9(8) COMP-3.
       01  WS-TOLERANCE     PIC S9(07)V9(8) COMP-3.
      *  Journal key of the object in hand, tag of the amount
       01  WS-CLE           PIC X(22).
       01  WS-CLE-TAG       PIC X(03).
      *  Report lines
       01  RL-TITRE.
           05  FILLER          PIC X(30)
               VALUE 'GKMRDV01 - RETRAIT DE DEVISE '.
           05  RL-T-DEVRET     PIC X(03).
           05  FILLER          PIC X(04) VALUE ' -> '.
           05  RL-T-DEVREMPL   PIC X(03).
           05  FILLER          PIC X(07) VALUE ' TAUX '.
           05  RL-T-TAUX       PIC Z(05)9.9(06).
           05  FILLER          PIC X(04) VALUE ' AU '.
           05  RL-T-DTEFF      PIC X(10).
           05  FILLER          PIC X(06) VALUE SPACES.
       01  RL-ARR.
           05  RL-A-TAG        PIC X(04) VALUE 'ARR '.
           05  RL-A-COMPTE     PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-A-AVANT      PIC -Z(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-A-APRES      PIC -Z(12)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-A-ECART      PIC -9.9(08).
           05  FILLER          PIC X(17) VALUE SPACES.
       01  RL-CTL1.
           05  FILLER          PIC X(04) VALUE 'CTL '.
           05  RL-C1-OBJ       PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-C1-NB        PIC Z(06)9.
           05  FILLER          PIC X(18) VALUE ' OBJET(S) - AVANT '.
           05  RL-C1-DEV       PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-C1-AVANT     PIC -Z(14)9.99.
           05  FILLER          PIC X(24) VALUE SPACES.
       01  RL-CTL2.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RL-C2-OBJ       PIC X(03).
           05  FILLER          PIC X(16) VALUE ' AU TAUX LEGAL  '.
           05  RL-C2-DEV       PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-C2-THEO      PIC -Z(14)9.9(08).
           05  FILLER          PIC X(28) VALUE SPACES.
       01  RL-CTL3.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RL-C3-OBJ       PIC X(03).
           05  FILLER          PIC X(16) VALUE ' APRES          '.
           05  RL-C3-DEV       PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-C3-APRES     PIC -Z(14)9.99.
           05  FILLER          PIC X(07) VALUE ' ECART '.
           05  RL-C3-ECART     PIC -Z(06)9.9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-C3-VERDICT   PIC X(02).
           05  FILLER          PIC X(07) VALUE SPACES.
       01  RL-BILAN.
           05  FILLER          PIC X(09) VALUE 'BILAN :  '.
           05  RL-B-LIB        PIC X(71).
      *  Line counters
       01  WS-NB-LUES       PIC 9(06) VALUE 0.
       01  WS-NB-OK         PIC 9(06) VALUE 0.
       01  WS-NB-KO         PIC 9(06) VALUE 0.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xxx : Input/Output section
      *    - 1xxx : Main element
      *    - 2xxx : Verifications
      *    - 3xxx : Conversions
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
               PERFORM 1100-LIRE-PARAMRDV
               PERFORM UNTIL EOF-PARAMRDV
                   PERFORM 1500-TRAITER-LIGNE
                   PERFORM 1100-LIRE-PARAMRDV
               END-PERFORM
               PERFORM 1900-BILAN
           END-IF
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Open PARAMRDV and the report, and read the default grace
      *  period.
           OPEN INPUT PARAMRDV-FDNAME
           IF NOT FS-PARAMRDV-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-RDVREP-FDNAME
           IF NOT FS-RDVREP-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'GKMRDV01' TO ZAPRM-PGM
           MOVE 'GRACEJRS' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-GRACE-DEFAUT = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           .

       1100-LIRE-PARAMRDV.
      ******************************************************************EDEFAY
      *  Read the next PARAMRDV retirement line.
           READ PARAMRDV-FDNAME
               AT END SET EOF-PARAMRDV TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  One currency retirement : four-eyes and content validation,
      *  the conversion walks, the control totals, then - only when
      *  all went through and tied - the TBDEV retirement stamp.
           ADD 1 TO WS-NB-LUES
           PERFORM 2000-VERIFIER-QUATRE-YEUX
           IF NOT LIGNE-OK THEN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-VERIFIER-CONTENU
           IF NOT LIGNE-OK THEN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ANOMALIE
           MOVE 'N' TO WS-ECART-KO
           INITIALIZE WS-OBJETS
           MOVE RD-DEVRET     TO RL-T-DEVRET
           MOVE RD-DEVREMPL   TO RL-T-DEVREMPL
           MOVE WS-TAUX-LEGAL TO RL-T-TAUX
           MOVE RD-DTEFF      TO RL-T-DTEFF
           WRITE FILEOUT-RDVREP-RECORD FROM RL-TITRE
           PERFORM 1600-CONVERTIR-COMPTES
           PERFORM 1700-CONVERTIR-ORDRES
           PERFORM 1710-CONVERTIR-DEPOTS
           PERFORM 1720-CONVERTIR-PRETS
           PERFORM 1800-CONTROLER-TOTAUX
           EVALUATE TRUE
               WHEN ANOMALIE
                   MOVE SPACES TO RL-B-LIB
                   STRING RD-DEVRET ' : OBJET(S) NON CONVERTI(S),'
                          ' DEVISE NON RETIREE - RELANCER LA LIGNE'
                          DELIMITED BY SIZE INTO RL-B-LIB
                   WRITE FILEOUT-RDVREP-RECORD FROM RL-BILAN
                   ADD 1 TO WS-NB-KO
               WHEN ECART-KO
                   MOVE SPACES TO RL-B-LIB
                   STRING RD-DEVRET ' : TOTAUX DE CONTROLE HORS'
                          ' TOLERANCE, DEVISE NON RETIREE'
                          DELIMITED BY SIZE INTO RL-B-LIB
                   WRITE FILEOUT-RDVREP-RECORD FROM RL-BILAN
                   ADD 1 TO WS-NB-KO
                   MOVE '06' TO RC
               WHEN OTHER
                   PERFORM 1850-RETIRER-DEVISE
           END-EVALUATE
           .

       1600-CONVERTIR-COMPTES.
      ******************************************************************EDEFAY
      *  Walk MACPT's CACC over every account ; one still in the
      *  retired currency is converted (1610), then its holds,
      *  facilities and attorney ceilings (1620-1640). The account
      *  goes first : on a rerun, an account already redenominated is
      *  no longer picked up and its dependants are not converted
      *  twice.
           MOVE "OPN" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               DISPLAY "GKMRDV01 : OUVERTURE CACC KO, CODRET="
                       ZACPT-CODRET
               SET ANOMALIE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "FET" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPT-CODRET-OK
               IF ZACPT-DEVISE = RD-DEVRET THEN
                   PERFORM 1610-CONVERTIR-COMPTE
               END-IF
               MOVE "FET" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           IF NOT ZACPT-CODRET-EOF THEN
               DISPLAY "GKMRDV01 : LECTURE CACC KO, CODRET="
                       ZACPT-CODRET
               SET ANOMALIE TO TRUE
           END-IF
           MOVE "CLO" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           .

       1610-CONVERTIR-COMPTE.
      ******************************************************************EDEFAY
      *  Redenominate the account in hand : balance, overdraft limit,
      *  minimum balance and alert threshold, then the currency code,
      *  in one MACPT UPD on the NBMAJ the cursor returned. The
      *  balance's rounding goes to the report and the CPT totals ;
      *  each amount changed is journalled.
           MOVE 1 TO WS-IX-OBJ
           MOVE 0 TO WS-NB-MT
           MOVE ZACPT-SOLDE TO WS-MNT-AVANT
           MOVE 'SOL' TO WS-CLE-TAG
           PERFORM 3000-CONVERTIR-MONTANT
           MOVE ZACPT-COMPTE  TO RL-A-COMPTE
           MOVE WS-MNT-AVANT  TO RL-A-AVANT
           MOVE WS-MNT-APRES  TO RL-A-APRES
           MOVE WS-MNT-ECART  TO RL-A-ECART
           MOVE WS-MNT-APRES  TO ZACPT-SOLDE
           MOVE ZACPT-LIMDEC TO WS-MNT-AVANT
           MOVE 'DEC' TO WS-CLE-TAG
           PERFORM 3000-CONVERTIR-MONTANT
           MOVE WS-MNT-APRES TO ZACPT-LIMDEC
           MOVE ZACPT-SOLDEMIN TO WS-MNT-AVANT
           MOVE 'MIN' TO WS-CLE-TAG
           PERFORM 3000-CONVERTIR-MONTANT
           MOVE WS-MNT-APRES TO ZACPT-SOLDEMIN
           MOVE ZACPT-SEUILALR TO WS-MNT-AVANT
           MOVE 'ALR' TO WS-CLE-TAG
           PERFORM 3000-CONVERTIR-MONTANT
           MOVE WS-MNT-APRES TO ZACPT-SEUILALR
           MOVE RD-DEVREMPL  TO ZACPT-DEVISE
           MOVE SPACES TO ZACPT-CORRELID
           STRING 'GKMRDV01 ' RD-DEVRET ' -> ' RD-DEVREMPL
                  DELIMITED BY SIZE INTO ZACPT-CORRELID
           MOVE SPACES TO ZACPT-REFOPE-LIE
           MOVE "UPD" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               DISPLAY "GKMRDV01 : " ZACPT-COMPTE
                       " : CONVERSION KO, CODRET=" ZACPT-CODRET " "
                       ZACPT-LIBRET
               SET ANOMALIE TO TRUE
               EXIT PARAGRAPH
           END-IF
           WRITE FILEOUT-RDVREP-RECORD FROM RL-ARR
           MOVE ZACPT-COMPTE TO WS-CLE
           PERFORM 3100-CUMULER
           PERFORM 8510-JOURNALISER-MONTANTS
           PERFORM 1620-CONVERTIR-BLOCAGES
           PERFORM 1630-CONVERTIR-FACILITES
           PERFORM 1640-CONVERTIR-PROCURATIONS
           .

       1620-CONVERTIR-BLOCAGES.
      ******************************************************************EDEFAY
      *  The account's active holds (MAHLD CHLD on the account),
      *  amounts redenominated.
           MOVE 2 TO WS-IX-OBJ
           INITIALIZE ZAHLD-DONNEES
           MOVE ZACPT-COMPTE TO ZAHLD-COMPTE
           MOVE "OPN" TO ZAHLD-FONCTION
           CALL "MAHLD" USING ZAHLD-ZCMA, AUTH-QUERY
           IF NOT ZAHLD-CODRET-OK THEN
               DISPLAY "GKMRDV01 : " ZACPT-COMPTE
                       " : OUVERTURE CHLD KO, CODRET=" ZAHLD-CODRET
               SET ANOMALIE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "FET" TO ZAHLD-FONCTION
           CALL "MAHLD" USING ZAHLD-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHLD-CODRET-OK
               MOVE 0 TO WS-NB-MT
               MOVE ZAHLD-MNTHLD TO WS-MNT-AVANT
               MOVE 'HLD' TO WS-CLE-TAG
               PERFORM 3000-CONVERTIR-MONTANT
               MOVE WS-MNT-APRES TO ZAHLD-MNTHLD
               MOVE "UPD" TO ZAHLD-FONCTION
               CALL "MAHLD" USING ZAHLD-ZCMA, AUTH-QUERY
               IF ZAHLD-CODRET-OK THEN
                   MOVE SPACES TO WS-CLE
                   STRING ZAHLD-COMPTE ' ' ZAHLD-REFHLD
                          DELIMITED BY SIZE INTO WS-CLE
                   PERFORM 3100-CUMULER
                   PERFORM 8510-JOURNALISER-MONTANTS
               ELSE
                   DISPLAY "GKMRDV01 : BLOCAGE " ZAHLD-COMPTE " "
                           ZAHLD-REFHLD " : CONVERSION KO, CODRET="
                           ZAHLD-CODRET
                   SET ANOMALIE TO TRUE
               END-IF
               MOVE "FET" TO ZAHLD-FONCTION
               CALL "MAHLD" USING ZAHLD-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHLD-FONCTION
           CALL "MAHLD" USING ZAHLD-ZCMA, AUTH-QUERY
           .

       1630-CONVERTIR-FACILITES.
      ******************************************************************EDEFAY
      *  The account's active overdraft facilities (MAFAC CFA2),
      *  amounts redenominated.
           MOVE 3 TO WS-IX-OBJ
           INITIALIZE ZAFAC-DONNEES
           MOVE ZACPT-COMPTE TO ZAFAC-COMPTE
           MOVE "OP2" TO ZAFAC-FONCTION
           CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
           IF NOT ZAFAC-CODRET-OK THEN
               DISPLAY "GKMRDV01 : " ZACPT-COMPTE
                       " : OUVERTURE CFA2 KO, CODRET=" ZAFAC-CODRET
               SET ANOMALIE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "FE2" TO ZAFAC-FONCTION
           CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAFAC-CODRET-OK
               MOVE 0 TO WS-NB-MT
               MOVE ZAFAC-MONTANT TO WS-MNT-AVANT
               MOVE 'FAC' TO WS-CLE-TAG
               PERFORM 3000-CONVERTIR-MONTANT
               MOVE WS-MNT-APRES TO ZAFAC-MONTANT
               MOVE "UPD" TO ZAFAC-FONCTION
               CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
               IF ZAFAC-CODRET-OK THEN
                   MOVE SPACES TO WS-CLE
                   STRING ZAFAC-COMPTE ' ' ZAFAC-DTEFF
                          DELIMITED BY SIZE INTO WS-CLE
                   PERFORM 3100-CUMULER
                   PERFORM 8510-JOURNALISER-MONTANTS
               ELSE
                   DISPLAY "GKMRDV01 : FACILITE " ZAFAC-COMPTE " "
                           ZAFAC-DTEFF " : CONVERSION KO, CODRET="
                           ZAFAC-CODRET
                   SET ANOMALIE TO TRUE
               END-IF
               MOVE "FE2" TO ZAFAC-FONCTION
               CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAFAC-FONCTION
           CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
           .

       1640-CONVERTIR-PROCURATIONS.
      ******************************************************************EDEFAY
      *  The account's powers of attorney (MAPOA CPOA) whose ceiling
      *  is kept in the retired currency - GKMAJ001 compares it with
      *  the debit in the account's own currency.
           MOVE 4 TO WS-IX-OBJ
           INITIALIZE ZAPOA-DONNEES
           MOVE ZACPT-COMPTE TO ZAPOA-COMPTE
           MOVE "OPN" TO ZAPOA-FONCTION
           CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           IF NOT ZAPOA-CODRET-OK THEN
               DISPLAY "GKMRDV01 : " ZACPT-COMPTE
                       " : OUVERTURE CPOA KO, CODRET=" ZAPOA-CODRET
               SET ANOMALIE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "FET" TO ZAPOA-FONCTION
           CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAPOA-CODRET-OK
               IF ZAPOA-CODDEV = RD-DEVRET THEN
                   MOVE 0 TO WS-NB-MT
                   MOVE ZAPOA-PLAFOND TO WS-MNT-AVANT
                   MOVE 'POA' TO WS-CLE-TAG
                   PERFORM 3000-CONVERTIR-MONTANT
                   MOVE WS-MNT-APRES TO ZAPOA-PLAFOND
                   MOVE RD-DEVREMPL  TO ZAPOA-CODDEV
                   MOVE "UPD" TO ZAPOA-FONCTION
                   CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
                   IF ZAPOA-CODRET-OK THEN
                       MOVE SPACES TO WS-CLE
                       STRING ZAPOA-COMPTE ' ' ZAPOA-MANDATAIRE
                              DELIMITED BY SIZE INTO WS-CLE
                       PERFORM 3100-CUMULER
                       PERFORM 8510-JOURNALISER-MONTANTS
                   ELSE
                       DISPLAY "GKMRDV01 : PROCURATION " ZAPOA-COMPTE
                               " " ZAPOA-MANDATAIRE
                               " : CONVERSION KO, CODRET="
                               ZAPOA-CODRET
                       SET ANOMALIE TO TRUE
                   END-IF
               END-IF
               MOVE "FET" TO ZAPOA-FONCTION
               CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAPOA-FONCTION
           CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           .

       1700-CONVERTIR-ORDRES.
      ******************************************************************EDEFAY
      *  Every standing order (MASTO CSTO) carrying the retired
      *  currency, active or suspended, whatever the debited account's
      *  own currency.
           MOVE 5 TO WS-IX-OBJ
           MOVE "OPN" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           IF NOT ZASTO-CODRET-OK THEN
               DISPLAY "GKMRDV01 : OUVERTURE CSTO KO, CODRET="
                       ZASTO-CODRET
               SET ANOMALIE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "FET" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZASTO-CODRET-OK
               IF ZASTO-CODDEV = RD-DEVRET THEN
                   MOVE 0 TO WS-NB-MT
                   MOVE ZASTO-MNTOPE TO WS-MNT-AVANT
                   MOVE 'STO' TO WS-CLE-TAG
                   PERFORM 3000-CONVERTIR-MONTANT
                   MOVE WS-MNT-APRES TO ZASTO-MNTOPE
                   MOVE RD-DEVREMPL  TO ZASTO-CODDEV
                   MOVE "UPD" TO ZASTO-FONCTION
                   CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
                   IF ZASTO-CODRET-OK THEN
                       MOVE ZASTO-REFSTO TO WS-CLE
                       PERFORM 3100-CUMULER
                       PERFORM 8510-JOURNALISER-MONTANTS
                   ELSE
                       DISPLAY "GKMRDV01 : ORDRE " ZASTO-REFSTO
                               " : CONVERSION KO, CODRET="
                               ZASTO-CODRET
                       SET ANOMALIE TO TRUE
                   END-IF
               END-IF
               MOVE "FET" TO ZASTO-FONCTION
               CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           .

       1710-CONVERTIR-DEPOTS.
      ******************************************************************EDEFAY
      *  Every active term deposit (MADEP CDEP) in the retired
      *  currency - matured and broken ones stay as they were booked.
           MOVE 6 TO WS-IX-OBJ
           MOVE "OPN" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           IF NOT ZADEP-CODRET-OK THEN
               DISPLAY "GKMRDV01 : OUVERTURE CDEP KO, CODRET="
                       ZADEP-CODRET
               SET ANOMALIE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "FET" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZADEP-CODRET-OK
               IF ZADEP-CODDEV = RD-DEVRET
                  AND ZADEP-ACTIF THEN
                   MOVE 0 TO WS-NB-MT
                   MOVE ZADEP-MNTPRIN TO WS-MNT-AVANT
                   MOVE 'DEP' TO WS-CLE-TAG
                   PERFORM 3000-CONVERTIR-MONTANT
                   MOVE WS-MNT-APRES TO ZADEP-MNTPRIN
                   MOVE RD-DEVREMPL  TO ZADEP-CODDEV
                   MOVE "UPD" TO ZADEP-FONCTION
                   CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
                   IF ZADEP-CODRET-OK THEN
                       MOVE ZADEP-REFDEP TO WS-CLE
                       PERFORM 3100-CUMULER
                       PERFORM 8510-JOURNALISER-MONTANTS
                   ELSE
                       DISPLAY "GKMRDV01 : DEPOT " ZADEP-REFDEP
                               " : CONVERSION KO, CODRET="
                               ZADEP-CODRET
                       SET ANOMALIE TO TRUE
                   END-IF
               END-IF
               MOVE "FET" TO ZADEP-FONCTION
               CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           .

       1720-CONVERTIR-PRETS.
      ******************************************************************EDEFAY
      *  Every live loan (MAPRT CPRT, active or suspended) in the
      *  retired currency : principal, instalment and outstanding
      *  capital. The outstanding capital feeds the PRT totals and
      *  the journal ; principal and instalment are journalled too.
           MOVE 7 TO WS-IX-OBJ
           MOVE "OPN" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           IF NOT ZAPRT-CODRET-OK THEN
               DISPLAY "GKMRDV01 : OUVERTURE CPRT KO, CODRET="
                       ZAPRT-CODRET
               SET ANOMALIE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE "FET" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAPRT-CODRET-OK
               IF ZAPRT-CODDEV = RD-DEVRET
                  AND NOT ZAPRT-TERMINE THEN
                   PERFORM 1730-CONVERTIR-PRET
               END-IF
               MOVE "FET" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           .

       1730-CONVERTIR-PRET.
      ******************************************************************EDEFAY
      *  Redenominate the loan in hand - outstanding capital (CRD,
      *  the PRT control totals), principal (PRT) and instalment
      *  (ECH) - in one MAPRT UPD.
           MOVE 0 TO WS-NB-MT
           MOVE ZAPRT-CRD TO WS-MNT-AVANT
           MOVE 'CRD' TO WS-CLE-TAG
           PERFORM 3000-CONVERTIR-MONTANT
           MOVE WS-MNT-APRES TO ZAPRT-CRD
           MOVE ZAPRT-MNTPRET TO WS-MNT-AVANT
           MOVE 'PRT' TO WS-CLE-TAG
           PERFORM 3000-CONVERTIR-MONTANT
           MOVE WS-MNT-APRES TO ZAPRT-MNTPRET
           MOVE ZAPRT-MNTECH TO WS-MNT-AVANT
           MOVE 'ECH' TO WS-CLE-TAG
           PERFORM 3000-CONVERTIR-MONTANT
           MOVE WS-MNT-APRES TO ZAPRT-MNTECH
           MOVE RD-DEVREMPL  TO ZAPRT-CODDEV
           MOVE "UPD" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           IF NOT ZAPRT-CODRET-OK THEN
               DISPLAY "GKMRDV01 : PRET " ZAPRT-REFPRT
                       " : CONVERSION KO, CODRET=" ZAPRT-CODRET
               SET ANOMALIE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ZAPRT-REFPRT TO WS-CLE
           PERFORM 3100-CUMULER
           PERFORM 8510-JOURNALISER-MONTANTS
           .

       1800-CONTROLER-TOTAUX.
      ******************************************************************EDEFAY
      *  Per kind of object converted, the before/after control
      *  total : the old-currency total at the legal rate against the
      *  sum of the rounded amounts. Each amount rounds by at most
      *  half a cent, so the gap may not exceed half a cent per
      *  object - beyond, an amount was not converted at the legal
      *  rate and the currency is not retired.
           PERFORM VARYING WS-IX-OBJ FROM 1 BY 1 UNTIL WS-IX-OBJ > 7
               IF WS-OBJ-NB (WS-IX-OBJ) > 0 THEN
                   COMPUTE WS-TOT-THEO =
                           WS-OBJ-AVANT (WS-IX-OBJ) / WS-TAUX-LEGAL
                   COMPUTE WS-TOT-ECART =
                           WS-OBJ-APRES (WS-IX-OBJ) - WS-TOT-THEO
                   COMPUTE WS-TOLERANCE =
                           WS-OBJ-NB (WS-IX-OBJ) * 0.005
                           + 0.00000001
                   MOVE WS-OBJ-NOM (WS-IX-OBJ)   TO RL-C1-OBJ
                   MOVE WS-OBJ-NB (WS-IX-OBJ)    TO RL-C1-NB
                   MOVE RD-DEVRET                TO RL-C1-DEV
                   MOVE WS-OBJ-AVANT (WS-IX-OBJ) TO RL-C1-AVANT
                   WRITE FILEOUT-RDVREP-RECORD FROM RL-CTL1
                   MOVE WS-OBJ-NOM (WS-IX-OBJ)   TO RL-C2-OBJ
                   MOVE RD-DEVREMPL              TO RL-C2-DEV
                   MOVE WS-TOT-THEO              TO RL-C2-THEO
                   WRITE FILEOUT-RDVREP-RECORD FROM RL-CTL2
                   MOVE WS-OBJ-NOM (WS-IX-OBJ)   TO RL-C3-OBJ
                   MOVE RD-DEVREMPL              TO RL-C3-DEV
                   MOVE WS-OBJ-APRES (WS-IX-OBJ) TO RL-C3-APRES
                   MOVE WS-TOT-ECART             TO RL-C3-ECART
                   IF FUNCTION ABS(WS-TOT-ECART) > WS-TOLERANCE THEN
                       MOVE 'KO' TO RL-C3-VERDICT
                       SET ECART-KO TO TRUE
                   ELSE
                       MOVE 'OK' TO RL-C3-VERDICT
                   END-IF
                   WRITE FILEOUT-RDVREP-RECORD FROM RL-CTL3
               END-IF
           END-PERFORM
           .

       1850-RETIRER-DEVISE.
      ******************************************************************EDEFAY
      *  Stamp the retirement on TBDEV : the rate row in force at the
      *  effective date, re-dated to it, carrying the retirement date,
      *  the replacement currency and the end of the grace period
      *  (INS, or UPD when a rate row is already dated that day).
      *  GKMDEV01's later rate rows start from the row in force, so
      *  they carry the retirement on.
           MOVE RD-DTEFF TO WS-DATE-ISO
           PERFORM 2300-DATE-EN-ENTIER
           ADD WS-GRACE TO WS-DATE-ENTIER
           PERFORM 2310-ENTIER-EN-DATE
           MOVE WS-DATE-ISO TO WS-DTREFUS
           MOVE RD-DEVRET TO ZADEV-CDEV
           MOVE RD-DTEFF  TO ZADEV-DTEFF
           MOVE "SEL" TO ZADEV-FONCTION
           CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
           IF ZADEV-CODRET-OK THEN
               MOVE RD-DTEFF    TO ZADEV-DTEFF
               MOVE RD-DTEFF    TO ZADEV-DTRETRAIT
               MOVE RD-DEVREMPL TO ZADEV-DEVREMPL
               MOVE WS-DTREFUS  TO ZADEV-DTREFUS
               MOVE "INS" TO ZADEV-FONCTION
               CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
               IF NOT ZADEV-CODRET-OK THEN
                   MOVE "UPD" TO ZADEV-FONCTION
                   CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
               END-IF
           END-IF
           IF NOT ZADEV-CODRET-OK THEN
               DISPLAY "GKMRDV01 : " RD-DEVRET
                       " : RETRAIT TBDEV KO, CODRET=" ZADEV-CODRET
                       " " ZADEV-LIBRET
               MOVE SPACES TO RL-B-LIB
               STRING RD-DEVRET ' : CONVERSION FAITE, RETRAIT TBDEV'
                      ' NON ENREGISTRE - RELANCER LA LIGNE'
                      DELIMITED BY SIZE INTO RL-B-LIB
               WRITE FILEOUT-RDVREP-RECORD FROM RL-BILAN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-OK
           DISPLAY "GKMRDV01 : " RD-DEVRET " RETIREE AU " RD-DTEFF
                   " -> " RD-DEVREMPL ", REFUSEE DES LE " WS-DTREFUS
                   " (MAKER " RD-MAKER " CHECKER " RD-CHECKER ")"
           MOVE SPACES TO RL-B-LIB
           STRING RD-DEVRET ' RETIREE AU ' RD-DTEFF ', FLUX REFUSES'
                  ' DES LE ' WS-DTREFUS
                  DELIMITED BY SIZE INTO RL-B-LIB
           WRITE FILEOUT-RDVREP-RECORD FROM RL-BILAN
           INITIALIZE ZACHJ-DONNEES
           MOVE WS-DOMAINE TO ZACHJ-DOMAINE
           MOVE RD-DEVRET TO ZACHJ-CLE
           MOVE '(EN CIRCULATION)' TO ZACHJ-ANCVAL
           STRING 'RETIREE ' RD-DEVREMPL ' REFUS ' WS-DTREFUS
                  DELIMITED BY SIZE INTO ZACHJ-NOUVAL
           MOVE RD-MAKER   TO ZACHJ-MAKER
           MOVE RD-CHECKER TO ZACHJ-CHECKER
           PERFORM 8500-JOURNALISER-CHANGEMENT
           .

       2000-VERIFIER-QUATRE-YEUX.
      ******************************************************************EDEFAY
      *  Maker and checker present, distinct, both entitled 'DEV' -
      *  the GKDEC01 inline four-eyes discipline.
           MOVE 'N' TO WS-LIGNE-OK
           IF RD-MAKER = SPACES
              OR RD-CHECKER = SPACES
              OR RD-MAKER = RD-CHECKER THEN
               DISPLAY "GKMRDV01 : " RD-DEVRET
                       " : MAKER/CHECKER ABSENT OU IDENTIQUE"
               EXIT PARAGRAPH
           END-IF
           MOVE RD-MAKER   TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMRDV01 : MAKER " RD-MAKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           MOVE RD-CHECKER TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMRDV01 : CHECKER " RD-CHECKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       2100-VERIFIER-CONTENU.
      ******************************************************************EDEFAY
      *  A valid effective date ; both currencies known in TBDEV at
      *  that date and different, neither already retired ; a
      *  positive legal rate ; a numeric grace period when given.
           MOVE 'N' TO WS-LIGNE-OK
           MOVE RD-DTEFF TO WS-DATE-ISO
           PERFORM 2200-VERIFIER-DATE
           IF NOT DATE-OK THEN
               DISPLAY "GKMRDV01 : " RD-DEVRET
                       " : DATE D'EFFET " RD-DTEFF " INVALIDE"
               EXIT PARAGRAPH
           END-IF
           IF RD-DEVRET = RD-DEVREMPL THEN
               DISPLAY "GKMRDV01 : " RD-DEVRET
                       " : DEVISE DE REMPLACEMENT IDENTIQUE"
               EXIT PARAGRAPH
           END-IF
           MOVE RD-DEVRET TO ZADEV-CDEV
           MOVE RD-DTEFF  TO ZADEV-DTEFF
           MOVE "SEL" TO ZADEV-FONCTION
           CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
           IF NOT ZADEV-CODRET-OK THEN
               DISPLAY "GKMRDV01 : " RD-DEVRET " : DEVISE INCONNUE"
               EXIT PARAGRAPH
           END-IF
           IF ZADEV-DTRETRAIT NOT = SPACES THEN
               DISPLAY "GKMRDV01 : " RD-DEVRET " : DEJA RETIREE AU "
                       ZADEV-DTRETRAIT
               EXIT PARAGRAPH
           END-IF
           MOVE RD-DEVREMPL TO ZADEV-CDEV
           MOVE RD-DTEFF    TO ZADEV-DTEFF
           MOVE "SEL" TO ZADEV-FONCTION
           CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
           IF NOT ZADEV-CODRET-OK THEN
               DISPLAY "GKMRDV01 : " RD-DEVRET " : DEVISE DE"
                       " REMPLACEMENT " RD-DEVREMPL " INCONNUE"
               EXIT PARAGRAPH
           END-IF
           IF ZADEV-DTRETRAIT NOT = SPACES THEN
               DISPLAY "GKMRDV01 : " RD-DEVRET " : DEVISE DE"
                       " REMPLACEMENT " RD-DEVREMPL " RETIREE"
               EXIT PARAGRAPH
           END-IF
           IF RD-TAUX = SPACES
              OR FUNCTION TEST-NUMVAL(RD-TAUX) NOT = 0 THEN
               DISPLAY "GKMRDV01 : " RD-DEVRET
                       " : TAUX LEGAL " RD-TAUX " INVALIDE"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TAUX-LEGAL = FUNCTION NUMVAL(RD-TAUX)
           IF WS-TAUX-LEGAL NOT > ZERO THEN
               DISPLAY "GKMRDV01 : " RD-DEVRET
                       " : TAUX LEGAL " RD-TAUX " INVALIDE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRACE-DEFAUT TO WS-GRACE
           IF RD-GRACE NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(RD-GRACE) NOT = 0 THEN
                   DISPLAY "GKMRDV01 : " RD-DEVRET
                           " : DELAI DE GRACE " RD-GRACE " INVALIDE"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-GRACE = FUNCTION NUMVAL(RD-GRACE)
           END-IF
           SET LIGNE-OK TO TRUE
           .

       2200-VERIFIER-DATE.
      ******************************************************************EDEFAY
      *  WS-DATE-OK := WS-DATE-ISO is a YYYY-MM-DD date.
           MOVE 'N' TO WS-DATE-OK
           IF WS-DATE-ISO(1:4) IS NUMERIC
              AND WS-DATE-ISO(5:1) = '-'
              AND WS-DATE-ISO(6:2) IS NUMERIC
              AND WS-DATE-ISO(8:1) = '-'
              AND WS-DATE-ISO(9:2) IS NUMERIC
              AND WS-DATE-ISO(6:2) >= '01'
              AND WS-DATE-ISO(6:2) <= '12'
              AND WS-DATE-ISO(9:2) >= '01'
              AND WS-DATE-ISO(9:2) <= '31' THEN
               SET DATE-OK TO TRUE
           END-IF
           .

       2300-DATE-EN-ENTIER.
      ******************************************************************EDEFAY
      *  WS-DATE-ISO (YYYY-MM-DD) -> WS-DATE-ENTIER (day number).
           STRING WS-DATE-ISO(1:4) WS-DATE-ISO(6:2) WS-DATE-ISO(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-DATE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           .

       2310-ENTIER-EN-DATE.
      ******************************************************************EDEFAY
      *  WS-DATE-ENTIER (day number) -> WS-DATE-ISO (YYYY-MM-DD).
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE SPACES TO WS-DATE-ISO
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-ISO
           .

       3000-CONVERTIR-MONTANT.
      ******************************************************************EDEFAY
      *  WS-MNT-AVANT, in the retired currency, divided by the legal
      *  rate : WS-MNT-EXACT to eight decimals, WS-MNT-APRES rounded
      *  to the cent (half away from zero), WS-MNT-ECART the rounding
      *  difference (rounded - exact). The pair is kept, under
      *  WS-CLE-TAG, for the object's control totals and journal.
           COMPUTE WS-MNT-EXACT = WS-MNT-AVANT / WS-TAUX-LEGAL
           COMPUTE WS-MNT-APRES ROUNDED = WS-MNT-AVANT / WS-TAUX-LEGAL
           COMPUTE WS-MNT-ECART = WS-MNT-APRES - WS-MNT-EXACT
           ADD 1 TO WS-NB-MT
           MOVE WS-CLE-TAG   TO WS-MT-TAG (WS-NB-MT)
           MOVE WS-MNT-AVANT TO WS-MT-AVANT (WS-NB-MT)
           MOVE WS-MNT-APRES TO WS-MT-APRES (WS-NB-MT)
           .

       3100-CUMULER.
      ******************************************************************EDEFAY
      *  Add the object just converted - its first amount - to the
      *  control totals of object kind WS-IX-OBJ.
           ADD 1               TO WS-OBJ-NB (WS-IX-OBJ)
           ADD WS-MT-AVANT (1) TO WS-OBJ-AVANT (WS-IX-OBJ)
           ADD WS-MT-APRES (1) TO WS-OBJ-APRES (WS-IX-OBJ)
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKMRDV01 : " WS-NB-LUES " LIGNE(S), " WS-NB-OK
                   " DEVISE(S) RETIREE(S), " WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0
              AND RC-IS-00 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE PARAMRDV-FDNAME
           CLOSE FILEOUT-RDVREP-FDNAME
           .

       8500-JOURNALISER-CHANGEMENT.
      ******************************************************************EDEFAY
      *  One TBCHJ change-journal row for the action just applied -
      *  the caller filled domain/key/old/new/maker/checker, the
      *  timestamp stamps here. A failed INS never un-applies the
      *  change : it is reported and the SYSOUT log remains.
           ACCEPT WS-CHJ-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-CHJ-YYYYMMDD(1:4) '-' WS-CHJ-YYYYMMDD(5:2)
                  '-' WS-CHJ-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO ZACHJ-DTCHJ
           ACCEPT WS-CHJ-HHMMSS FROM TIME
           MOVE WS-CHJ-HHMMSS TO ZACHJ-HRCHJ
           MOVE "INS" TO ZACHJ-FONCTION
           CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           IF NOT ZACHJ-CODRET-OK THEN
               DISPLAY "GKMRDV01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .

       8510-JOURNALISER-MONTANTS.
      ******************************************************************EDEFAY
      *  Journal the amounts of the object just converted, key WS-CLE :
      *  old value (tag, retired currency, amount) and new value (tag,
      *  replacement currency, amount). The first amount always goes,
      *  it evidences the change of currency ; the others only when
      *  there was something to convert.
           PERFORM VARYING WS-IX-MT FROM 1 BY 1
                   UNTIL WS-IX-MT > WS-NB-MT
               IF WS-IX-MT = 1
                  OR WS-MT-AVANT (WS-IX-MT) NOT = ZERO THEN
                   INITIALIZE ZACHJ-DONNEES
                   MOVE WS-DOMAINE TO ZACHJ-DOMAINE
                   MOVE WS-CLE     TO ZACHJ-CLE
                   MOVE WS-MT-AVANT (WS-IX-MT) TO WS-CHJ-MNT
                   MOVE SPACES TO WS-CHJ-VAL
                   STRING WS-MT-TAG (WS-IX-MT) ' ' RD-DEVRET ' '
                          WS-CHJ-MNT
                          DELIMITED BY SIZE INTO WS-CHJ-VAL
                   MOVE WS-CHJ-VAL TO ZACHJ-ANCVAL
                   MOVE WS-MT-APRES (WS-IX-MT) TO WS-CHJ-MNT
                   MOVE SPACES TO WS-CHJ-VAL
                   STRING WS-MT-TAG (WS-IX-MT) ' ' RD-DEVREMPL ' '
                          WS-CHJ-MNT
                          DELIMITED BY SIZE INTO WS-CHJ-VAL
                   MOVE WS-CHJ-VAL TO ZACHJ-NOUVAL
                   MOVE RD-MAKER   TO ZACHJ-MAKER
                   MOVE RD-CHECKER TO ZACHJ-CHECKER
                   PERFORM 8500-JOURNALISER-CHANGEMENT
               END-IF
           END-PERFORM
           .
