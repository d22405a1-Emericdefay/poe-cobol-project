      *PROCESS TEST
      ******************************************************************
      * Program name   : GKECH01
      * Original author: DEFAY E.
      *
      * Description    : Internal-audit statistical sample of postings
      *                  with an evidence pack per sampled operation.
      *                  Walks the period's TBHIS rows (MAHIS CHISD
      *                  cursor, account/date/posting order) and puts
      *                  each in its stratum : amount band (TBPRM
      *                  'GKECH01'/'TRANCHE1'..'TRANCHE3' bounds,
      *                  default 1 000 / 10 000 / 100 000), CODOPE and
      *                  channel (ZAHIS-ORIGINE, the flow file's
      *                  F1-ORIGINE). Each stratum keeps a reservoir
      *                  sample of N rows drawn with a seeded
      *                  generator (Park-Miller, 16807 modulo 2**31-1)
      *                  - same period, seed and TBHIS content give the
      *                  same sample on every rerun. FILEOUT-ECHANT
      *                  then carries, per sampled row :
      *                    ECH  the stratum and its population
      *                    HIS  the history row (CTP : counterparty)
      *                    SRC  its ZAHIS-CORRELID source-file record
      *                    AUD  the TBAUD before/after balance images
      *                    LEG  other rows under the same reference
      *                         (the other transfer leg, reposts)
      *                    LIE  rows linked to it through REFOPE-LIE
      *                         (its fees, its reversal)
      *                    ORI  the operation it is itself linked to
      *                    PAP  its TBPAP second-signature decision
      *                    HIT  its TBHIT watchlist screening decision
      *                    CHJ  TBCHJ approvals keyed on the account
      *                         or the reference, up to the operation
      *                  followed by one STR line per stratum.
      * Rules handling :
      *             RC = 00 : Sample and packs written
      *             RC = 01 : PARAMECH missing or invalid, or could
      *                       not open FILEOUT-ECHANT
      *             RC = 04 : More strata or journal rows than the
      *                       tables hold - some rows could not be
      *                       sampled / some approvals not shown (see
      *                       SYSOUT)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMECH - one line : period start (10),
      *                   space, period end (10), space, seed (9,
      *                   blank = the start date as YYYYMMDD), space,
      *                   rows per stratum (1, blank = 2, max 5).
      *                   FILEOUT-ECHANT - the evidence packs.
      *
      * Return          : (RETURN-CODE)
      *
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        Sampled-row image follows ZAHIS-DONNEES
      *                         out to the new creditor and category
      *                         columns (249 bytes).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GKECH01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMECH-FDNAME
           ASSIGN TO DYNAMIC PARAMECH-NAME
           FILE STATUS IS WS-FS-PARAM
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-ECHANT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-ECHANT-NAME
           FILE STATUS IS WS-FS-ECHANT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMECH-FDNAME RECORDING MODE F.
       01  PARAMECH-RECORD.
           05  PE-DATDEB       PIC X(10).
           05  FILLER          PIC X(01).
           05  PE-DATFIN       PIC X(10).
           05  FILLER          PIC X(01).
           05  PE-GRAINE       PIC X(09).
           05  FILLER          PIC X(01).
           05  PE-NBSTRATE     PIC X(01).
           05  FILLER          PIC X(47).
       FD  FILEOUT-ECHANT-FDNAME RECORDING MODE F.
       01  FILEOUT-ECHANT-RECORD.
          05  FILLER      PIC X(200).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBAUD.cpy".
       COPY "./Copybooks/CTBPAP.cpy".
       COPY "./Copybooks/CTBHIT.cpy".
       COPY "./Copybooks/CTBCHJ.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  PARAMECH-NAME   PIC X(30) VALUE 'PARAMECH'.
       01  WS-FS-PARAM     PIC X(02).
           88 FS-PARAM-OK  VALUE '00'.
       01  FILEOUT-ECHANT-NAME PIC X(30) VALUE 'FILEOUT-ECHANT'.
       01  WS-FS-ECHANT    PIC X(02).
           88 FS-ECHANT-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Sampling parameters
       01  WS-DATDEB       PIC X(10).
       01  WS-DATFIN       PIC X(10).
       01  WS-GRAINE       PIC 9(09).
       01  WS-NBSTRATE     PIC 9(01) VALUE 2.
       01  WS-TRANCHES.
           05  WS-TRANCHE  PIC 9(13)V9(2) OCCURS 3 TIMES.
       01  WS-TR-IX        PIC 9(01).
       01  WS-TR-ED        PIC Z(12)9.
      *  Seeded generator state (Park-Miller minimal standard)
       01  WS-ALEA         PIC 9(10).
       01  WS-PRODUIT      PIC 9(18).
       01  WS-QUOTIENT     PIC 9(18).
       01  WS-TIRAGE       PIC 9(09).
      *  Strata : the key, the population seen and the reservoir of
      *  sampled rows (each a ZAHIS-DONNEES image)
       01  WS-CLE-COURANTE.
           05  WS-CC-TRANCHE   PIC X(01).
           05  WS-CC-CODOPE    PIC X(03).
           05  WS-CC-ORIGINE   PIC X(03).
       01  WS-STR-NB       PIC 9(03) VALUE 0.
       01  WS-STR-MAX      PIC 9(03) VALUE 500.
       01  WS-STRATES.
           05  WS-STR-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-STR-IX.
               10  WS-STR-CLE      PIC X(07).
               10  WS-STR-POP      PIC 9(09).
               10  WS-STR-NBECH    PIC 9(01).
               10  WS-STR-ECH      PIC X(249) OCCURS 5 TIMES
                   INDEXED BY WS-ECH-IX.
       01  WS-STR-TROUVE   PIC X(01).
           88 STR-TROUVE   VALUE 'Y'.
      *  The sampled row in hand - same layout as ZAHIS-DONNEES, kept
      *  apart since ZAHIS is reused by every lineage lookup
       01  WS-E-LIGNE.
           05  WS-E-COMPTE     PIC X(11).
           05  WS-E-REFOPE     PIC X(10).
           05  WS-E-CODOPE     PIC X(03).
           05  WS-E-LIBOPE     PIC X(20).
           05  WS-E-DTOPER     PIC X(10).
           05  WS-E-MNTOPE     PIC S9(13)V9(2) USAGE COMP-3.
           05  WS-E-DATDEB     PIC X(10).
           05  WS-E-DATFIN     PIC X(10).
           05  WS-E-REFOPE-LIE PIC X(10).
           05  WS-E-OPERATEUR  PIC X(08).
           05  WS-E-CORRELID   PIC X(40).
           05  WS-E-DTVAL      PIC X(10).
           05  WS-E-SENSAPP    PIC X(01).
           05  WS-E-HRPOST     PIC X(08).
           05  WS-E-SEQPOST    PIC 9(07).
           05  WS-E-CTPNOM     PIC X(20).
           05  WS-E-CTPCPT     PIC X(24).
           05  WS-E-CTPLIB     PIC X(24).
           05  WS-E-ORIGINE    PIC X(03).
           05  WS-E-CREANCIER  PIC X(08).
           05  WS-E-CATEG      PIC X(03).
           05  WS-E-CATMAN     PIC X(01).
      *  TBCHJ approvals keyed on a sampled account or reference,
      *  loaded once (see 1400-CHARGER-JOURNAL)
       01  WS-CHJ-NB       PIC 9(04) VALUE 0.
       01  WS-CHJ-MAX      PIC 9(04) VALUE 2000.
       01  WS-JOURNAL.
           05  WS-CHJ-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-CHJ-IX.
               10  WS-CHJ-DOMAINE  PIC X(03).
               10  WS-CHJ-CLE      PIC X(22).
               10  WS-CHJ-ANCVAL   PIC X(30).
               10  WS-CHJ-NOUVAL   PIC X(30).
               10  WS-CHJ-MAKER    PIC X(08).
               10  WS-CHJ-CHECKER  PIC X(08).
               10  WS-CHJ-DTCHJ    PIC X(10).
               10  WS-CHJ-HRCHJ    PIC X(08).
       01  WS-CHJ-CONCERNE PIC X(01).
           88 CHJ-CONCERNE VALUE 'Y'.
      *  Evidence-pack working fields
       01  WS-NUMECH       PIC 9(05) VALUE 0.
       01  WS-NB-PREUVES   PIC 9(03).
       01  WS-DTAUD        PIC X(10).
       01  WS-MNT-ED       PIC -(13)9.99.
       01  WS-MNT-ED2      PIC -(13)9.99.
       01  WS-MNT-ED3      PIC -(13)9.99.
       01  WS-POP-ED       PIC Z(08)9.
       01  WS-RANG         PIC 9(01).
       01  WS-DELTA        PIC S9(13)V9(2) COMP-3.
      *  Counters
       01  WS-NB-LUES      PIC 9(09) VALUE 0.
       01  WS-NB-HORS-STR  PIC 9(09) VALUE 0.
       01  WS-NB-CHJ-DEBORD PIC 9(07) VALUE 0.
       01  WS-NB-LIGNES    PIC 9(07) VALUE 0.
      *  Output line
       01  EP-LIGNE.
           05  EP-NUMECH   PIC 9(05).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  EP-TYPE     PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  EP-TEXTE    PIC X(190).
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xxx : Input/Output section
      *    - 1xxx : Main element
      *    - 2xxx : Verifications
      *    - 3xxx : Reporting
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
               PERFORM 1200-TIRER-ECHANTILLON
               PERFORM 1400-CHARGER-JOURNAL
               PERFORM VARYING WS-STR-IX FROM 1 BY 1
                       UNTIL WS-STR-IX > WS-STR-NB
                   PERFORM VARYING WS-ECH-IX FROM 1 BY 1
                           UNTIL WS-ECH-IX > WS-STR-NBECH (WS-STR-IX)
                       PERFORM 1500-ECRIRE-DOSSIER
                   END-PERFORM
               END-PERFORM
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Read PARAMECH (period, seed, rows per stratum), the TBPRM
      *  amount bands, seed the generator and open the output.
           OPEN INPUT PARAMECH-FDNAME
           IF NOT FS-PARAM-OK THEN
               MOVE '01' TO RC
               DISPLAY "GKECH01 : PARAMECH ABSENT, FS=" WS-FS-PARAM
               EXIT PARAGRAPH
           END-IF
           READ PARAMECH-FDNAME
           IF NOT FS-PARAM-OK
              OR PE-DATDEB = SPACES
              OR PE-DATFIN < PE-DATDEB THEN
               MOVE '01' TO RC
               DISPLAY "GKECH01 : PERIODE PARAMECH INVALIDE"
               CLOSE PARAMECH-FDNAME
               EXIT PARAGRAPH
           END-IF
           CLOSE PARAMECH-FDNAME
           MOVE PE-DATDEB TO WS-DATDEB
           MOVE PE-DATFIN TO WS-DATFIN
           IF PE-GRAINE IS NUMERIC THEN
               MOVE PE-GRAINE TO WS-GRAINE
           ELSE
               STRING WS-DATDEB(1:4) WS-DATDEB(6:2) WS-DATDEB(9:2)
                      DELIMITED BY SIZE INTO WS-GRAINE(2:8)
               MOVE '0' TO WS-GRAINE(1:1)
           END-IF
           IF PE-NBSTRATE IS NUMERIC
              AND PE-NBSTRATE > '0'
              AND PE-NBSTRATE NOT > '5' THEN
               MOVE PE-NBSTRATE TO WS-NBSTRATE
           END-IF
      *    The seed maps onto 1 .. 2**31-2, the generator's range
           DIVIDE WS-GRAINE BY 2147483646 GIVING WS-QUOTIENT
                  REMAINDER WS-ALEA
           ADD 1 TO WS-ALEA
           MOVE 1000   TO WS-TRANCHE (1)
           MOVE 10000  TO WS-TRANCHE (2)
           MOVE 100000 TO WS-TRANCHE (3)
           PERFORM VARYING WS-TR-IX FROM 1 BY 1 UNTIL WS-TR-IX > 3
               MOVE 'GKECH01 ' TO ZAPRM-PGM
               MOVE SPACES TO ZAPRM-NOMPRM
               STRING 'TRANCHE' WS-TR-IX
                      DELIMITED BY SIZE INTO ZAPRM-NOMPRM
               MOVE "SEL" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF ZAPRM-CODRET-OK
                  AND ZAPRM-VALPRM NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
                   COMPUTE WS-TRANCHE (WS-TR-IX) =
                           FUNCTION NUMVAL(ZAPRM-VALPRM)
               END-IF
           END-PERFORM
           OPEN OUTPUT FILEOUT-ECHANT-FDNAME
           IF NOT FS-ECHANT-OK THEN
               MOVE '01' TO RC
               DISPLAY "GKECH01 : OUVERTURE FILEOUT-ECHANT KO, FS="
                       WS-FS-ECHANT
               EXIT PARAGRAPH
           END-IF
      *    The run's parameters head the file - all a rerun needs
           MOVE ZERO TO EP-NUMECH
           MOVE 'PAR' TO EP-TYPE
           MOVE SPACES TO EP-TEXTE
           MOVE WS-TRANCHE (1) TO WS-MNT-ED
           MOVE WS-TRANCHE (2) TO WS-MNT-ED2
           MOVE WS-TRANCHE (3) TO WS-MNT-ED3
           STRING 'PERIODE ' WS-DATDEB ' ' WS-DATFIN
                  ' GRAINE ' WS-GRAINE ' PAR STRATE ' WS-NBSTRATE
                  ' TRANCHES' WS-MNT-ED WS-MNT-ED2 WS-MNT-ED3
                  DELIMITED BY SIZE INTO EP-TEXTE
           PERFORM 3200-ECRIRE-LIGNE
           .

       1200-TIRER-ECHANTILLON.
      ******************************************************************EDEFAY
      *  One pass over the period's TBHIS rows : each row joins its
      *  stratum and may enter the stratum's reservoir.
           MOVE WS-DATDEB TO ZAHIS-DATDEB
           MOVE WS-DATFIN TO ZAHIS-DATFIN
           MOVE "OP2" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               ADD 1 TO WS-NB-LUES
               PERFORM 1250-ECHANTILLONNER-LIGNE
               MOVE "FE2" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       1250-ECHANTILLONNER-LIGNE.
      ******************************************************************EDEFAY
      *  Reservoir sampling : the stratum's first N rows fill the
      *  reservoir ; the k-th row after that replaces a random slot
      *  with probability N/k, so every row of the stratum ends with
      *  the same chance of being drawn whatever its position.
           EVALUATE TRUE
               WHEN ZAHIS-MNTOPE < WS-TRANCHE (1)
                   MOVE '1' TO WS-CC-TRANCHE
               WHEN ZAHIS-MNTOPE < WS-TRANCHE (2)
                   MOVE '2' TO WS-CC-TRANCHE
               WHEN ZAHIS-MNTOPE < WS-TRANCHE (3)
                   MOVE '3' TO WS-CC-TRANCHE
               WHEN OTHER
                   MOVE '4' TO WS-CC-TRANCHE
           END-EVALUATE
           MOVE ZAHIS-CODOPE  TO WS-CC-CODOPE
           MOVE ZAHIS-ORIGINE TO WS-CC-ORIGINE
           PERFORM 2100-TROUVER-STRATE
           IF NOT STR-TROUVE THEN
               ADD 1 TO WS-NB-HORS-STR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STR-POP (WS-STR-IX)
           IF WS-STR-POP (WS-STR-IX) NOT > WS-NBSTRATE THEN
               ADD 1 TO WS-STR-NBECH (WS-STR-IX)
               SET WS-ECH-IX TO WS-STR-POP (WS-STR-IX)
               MOVE ZAHIS-DONNEES
                 TO WS-STR-ECH (WS-STR-IX, WS-ECH-IX)
           ELSE
               PERFORM 2200-TIRER-ALEA
               DIVIDE WS-ALEA BY WS-STR-POP (WS-STR-IX)
                      GIVING WS-QUOTIENT REMAINDER WS-TIRAGE
               ADD 1 TO WS-TIRAGE
               IF WS-TIRAGE NOT > WS-NBSTRATE THEN
                   SET WS-ECH-IX TO WS-TIRAGE
                   MOVE ZAHIS-DONNEES
                     TO WS-STR-ECH (WS-STR-IX, WS-ECH-IX)
               END-IF
           END-IF
           .

       1400-CHARGER-JOURNAL.
      ******************************************************************EDEFAY
      *  Keep the TBCHJ rows up to the period end whose key starts
      *  with a sampled account or reference - the approvals behind
      *  the account set-up (class, product switch, thresholds ...)
      *  or the operation itself.
           MOVE '0001-01-01' TO ZACHJ-DATDEB
           MOVE WS-DATFIN    TO ZACHJ-DATFIN
           MOVE "OPN" TO ZACHJ-FONCTION
           CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACHJ-FONCTION
           CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACHJ-CODRET-OK
               PERFORM 2300-JOURNAL-CONCERNE
               IF CHJ-CONCERNE THEN
                   IF WS-CHJ-NB < WS-CHJ-MAX THEN
                       ADD 1 TO WS-CHJ-NB
                       SET WS-CHJ-IX TO WS-CHJ-NB
                       MOVE ZACHJ-DOMAINE TO WS-CHJ-DOMAINE (WS-CHJ-IX)
                       MOVE ZACHJ-CLE     TO WS-CHJ-CLE (WS-CHJ-IX)
                       MOVE ZACHJ-ANCVAL  TO WS-CHJ-ANCVAL (WS-CHJ-IX)
                       MOVE ZACHJ-NOUVAL  TO WS-CHJ-NOUVAL (WS-CHJ-IX)
                       MOVE ZACHJ-MAKER   TO WS-CHJ-MAKER (WS-CHJ-IX)
                       MOVE ZACHJ-CHECKER TO WS-CHJ-CHECKER (WS-CHJ-IX)
                       MOVE ZACHJ-DTCHJ   TO WS-CHJ-DTCHJ (WS-CHJ-IX)
                       MOVE ZACHJ-HRCHJ   TO WS-CHJ-HRCHJ (WS-CHJ-IX)
                   ELSE
                       ADD 1 TO WS-NB-CHJ-DEBORD
                   END-IF
               END-IF
               MOVE "FET" TO ZACHJ-FONCTION
               CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACHJ-FONCTION
           CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           .

       1500-ECRIRE-DOSSIER.
      ******************************************************************EDEFAY
      *  One sampled row's evidence pack.
           ADD 1 TO WS-NUMECH
           MOVE WS-STR-ECH (WS-STR-IX, WS-ECH-IX) TO WS-E-LIGNE
           SET WS-RANG TO WS-ECH-IX
           MOVE 'ECH' TO EP-TYPE
           MOVE SPACES TO EP-TEXTE
           MOVE WS-STR-POP (WS-STR-IX) TO WS-POP-ED
           STRING 'STRATE ' WS-STR-CLE (WS-STR-IX)(1:1)
                  ' CODOPE ' WS-STR-CLE (WS-STR-IX)(2:3)
                  ' CANAL ' WS-STR-CLE (WS-STR-IX)(5:3)
                  ' POPULATION ' WS-POP-ED
                  ' TIRAGE ' WS-RANG
                  DELIMITED BY SIZE INTO EP-TEXTE
           PERFORM 3200-ECRIRE-LIGNE
      *    The history row itself and its source record
           MOVE WS-E-LIGNE TO ZAHIS-DONNEES
           MOVE 'HIS' TO EP-TYPE
           PERFORM 3100-ECRIRE-HISTO
           IF WS-E-CTPNOM NOT = SPACES
              OR WS-E-CTPCPT NOT = SPACES THEN
               MOVE 'CTP' TO EP-TYPE
               MOVE SPACES TO EP-TEXTE
               STRING 'CONTREPARTIE ' WS-E-CTPNOM ' ' WS-E-CTPCPT
                      ' ' WS-E-CTPLIB
                      DELIMITED BY SIZE INTO EP-TEXTE
               PERFORM 3200-ECRIRE-LIGNE
           END-IF
           MOVE 'SRC' TO EP-TYPE
           MOVE SPACES TO EP-TEXTE
           IF WS-E-CORRELID = SPACES THEN
               MOVE 'AUCUN ENREGISTREMENT SOURCE - POSTE INTERNE'
                 TO EP-TEXTE
           ELSE
               STRING 'CORRELID ' WS-E-CORRELID
                      ' (DATE TRAITEMENT - FICHIER - RANG)'
                      DELIMITED BY SIZE INTO EP-TEXTE
           END-IF
           PERFORM 3200-ECRIRE-LIGNE
           PERFORM 1600-PREUVES-SOLDE
           PERFORM 1700-PREUVES-LIENS
           PERFORM 1800-PREUVES-APPROBATION
           .

       1600-PREUVES-SOLDE.
      ******************************************************************EDEFAY
      *  The TBAUD images of the posting : same account and same
      *  CORRELID, on the posting run's date (the CORRELID's first
      *  eight digits, else the operation date). A row posted outside
      *  the flow files carries no CORRELID, so every untagged image
      *  of the account that day is shown as a candidate.
           IF WS-E-CORRELID(1:8) IS NUMERIC THEN
               STRING WS-E-CORRELID(1:4) '-' WS-E-CORRELID(5:2) '-'
                      WS-E-CORRELID(7:2)
                      DELIMITED BY SIZE INTO WS-DTAUD
           ELSE
               MOVE WS-E-DTOPER TO WS-DTAUD
           END-IF
           MOVE ZERO TO WS-NB-PREUVES
           MOVE WS-DTAUD TO ZAAUD-DTAUD
           MOVE "OPN" TO ZAAUD-FONCTION
           CALL "MAAUD" USING ZAAUD-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAAUD-FONCTION
           CALL "MAAUD" USING ZAAUD-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAAUD-CODRET-OK
                      OR ZAAUD-COMPTE > WS-E-COMPTE
               IF ZAAUD-COMPTE = WS-E-COMPTE
                  AND ZAAUD-CORRELID = WS-E-CORRELID THEN
                   ADD 1 TO WS-NB-PREUVES
                   COMPUTE WS-DELTA = ZAAUD-SOLDE-APRES
                                    - ZAAUD-SOLDE-AVANT
                   MOVE ZAAUD-SOLDE-AVANT TO WS-MNT-ED
                   MOVE ZAAUD-SOLDE-APRES TO WS-MNT-ED2
                   MOVE WS-DELTA          TO WS-MNT-ED3
                   MOVE 'AUD' TO EP-TYPE
                   MOVE SPACES TO EP-TEXTE
                   STRING ZAAUD-DTAUD ' ' ZAAUD-HRAUD
                          ' AVANT' WS-MNT-ED ' APRES' WS-MNT-ED2
                          ' ECART' WS-MNT-ED3
                          ' LIE ' ZAAUD-REFOPE-LIE
                          DELIMITED BY SIZE INTO EP-TEXTE
                   IF WS-E-CORRELID = SPACES THEN
                       MOVE 'IMAGE CANDIDATE' TO EP-TEXTE(150:15)
                   END-IF
                   PERFORM 3200-ECRIRE-LIGNE
               END-IF
               MOVE "FET" TO ZAAUD-FONCTION
               CALL "MAAUD" USING ZAAUD-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAAUD-FONCTION
           CALL "MAAUD" USING ZAAUD-ZCMA, AUTH-QUERY
           IF WS-NB-PREUVES = 0 THEN
               MOVE 'AUD' TO EP-TYPE
               MOVE SPACES TO EP-TEXTE
               STRING 'AUCUNE IMAGE TBAUD AU ' WS-DTAUD
                      DELIMITED BY SIZE INTO EP-TEXTE
               PERFORM 3200-ECRIRE-LIGNE
           END-IF
           .

       1700-PREUVES-LIENS.
      ******************************************************************EDEFAY
      *  The rows around the operation : the same reference on other
      *  accounts or postings (CHISR - the other transfer leg), the
      *  rows pointing at it through REFOPE-LIE (CHISL - its fees and
      *  reversal ; those also under its own reference are already
      *  listed) and the operation it itself points at.
           MOVE WS-E-REFOPE TO ZAHIS-REFOPE
           MOVE "OP3" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FE3" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               IF ZAHIS-COMPTE NOT = WS-E-COMPTE
                  OR ZAHIS-HRPOST NOT = WS-E-HRPOST
                  OR ZAHIS-SEQPOST NOT = WS-E-SEQPOST THEN
                   MOVE 'LEG' TO EP-TYPE
                   PERFORM 3100-ECRIRE-HISTO
               END-IF
               MOVE "FE3" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL3" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE WS-E-REFOPE TO ZAHIS-REFOPE-LIE
           MOVE "OP4" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FE4" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               IF ZAHIS-REFOPE NOT = WS-E-REFOPE THEN
                   MOVE 'LIE' TO EP-TYPE
                   PERFORM 3100-ECRIRE-HISTO
               END-IF
               MOVE "FE4" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL4" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           IF WS-E-REFOPE-LIE NOT = SPACES
              AND WS-E-REFOPE-LIE NOT = WS-E-REFOPE THEN
               MOVE WS-E-REFOPE-LIE TO ZAHIS-REFOPE
               MOVE "OP3" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               MOVE "FE3" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               PERFORM UNTIL NOT ZAHIS-CODRET-OK
                   MOVE 'ORI' TO EP-TYPE
                   PERFORM 3100-ECRIRE-HISTO
                   MOVE "FE3" TO ZAHIS-FONCTION
                   CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CL3" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-IF
           .

       1800-PREUVES-APPROBATION.
      ******************************************************************EDEFAY
      *  The decisions a person took on the operation or its account :
      *  the TBPAP second signature, the TBHIT screening decision and
      *  the TBCHJ approvals dated up to the operation.
           MOVE ZERO TO WS-NB-PREUVES
           MOVE WS-E-REFOPE TO ZAPAP-REFOPE
           MOVE "SEL" TO ZAPAP-FONCTION
           CALL "MAPAP" USING ZAPAP-ZCMA, AUTH-QUERY
           IF ZAPAP-CODRET-OK
              AND ZAPAP-COMPTE = WS-E-COMPTE THEN
               ADD 1 TO WS-NB-PREUVES
               MOVE 'PAP' TO EP-TYPE
               MOVE SPACES TO EP-TEXTE
               STRING 'SIGNATURE STATUT ' ZAPAP-STATUT
                      ' SAISI PAR ' ZAPAP-OPERATEUR
                      ' APPROUVE PAR ' ZAPAP-APPROBATEUR
                      ' LE ' ZAPAP-DATOPE
                      DELIMITED BY SIZE INTO EP-TEXTE
               PERFORM 3200-ECRIRE-LIGNE
           END-IF
           MOVE WS-E-REFOPE TO ZAHIT-REFOPE
           MOVE "SEL" TO ZAHIT-FONCTION
           CALL "MAHIT" USING ZAHIT-ZCMA, AUTH-QUERY
           IF ZAHIT-CODRET-OK
              AND ZAHIT-COMPTE = WS-E-COMPTE THEN
               ADD 1 TO WS-NB-PREUVES
               MOVE 'HIT' TO EP-TYPE
               MOVE SPACES TO EP-TEXTE
               STRING 'FILTRAGE STATUT ' ZAHIT-STATUT
                      ' NOM ' ZAHIT-NOMTROUVE
                      ' LISTE ' ZAHIT-REFWLS
                      ' DECIDE PAR ' ZAHIT-DECIDEUR
                      ' CANAL ' ZAHIT-ORIGINE
                      DELIMITED BY SIZE INTO EP-TEXTE
               PERFORM 3200-ECRIRE-LIGNE
           END-IF
           PERFORM VARYING WS-CHJ-IX FROM 1 BY 1
                   UNTIL WS-CHJ-IX > WS-CHJ-NB
               IF (WS-CHJ-CLE (WS-CHJ-IX)(1:11) = WS-E-COMPTE
                   AND WS-CHJ-DTCHJ (WS-CHJ-IX) NOT > WS-E-DTOPER)
                  OR WS-CHJ-CLE (WS-CHJ-IX)(1:10) = WS-E-REFOPE THEN
                   ADD 1 TO WS-NB-PREUVES
                   MOVE 'CHJ' TO EP-TYPE
                   MOVE SPACES TO EP-TEXTE
                   STRING WS-CHJ-DOMAINE (WS-CHJ-IX) ' '
                          WS-CHJ-CLE (WS-CHJ-IX) ' '
                          WS-CHJ-ANCVAL (WS-CHJ-IX) ' -> '
                          WS-CHJ-NOUVAL (WS-CHJ-IX)
                          ' MAKER ' WS-CHJ-MAKER (WS-CHJ-IX)
                          ' CHECKER ' WS-CHJ-CHECKER (WS-CHJ-IX)
                          ' ' WS-CHJ-DTCHJ (WS-CHJ-IX)
                          ' ' WS-CHJ-HRCHJ (WS-CHJ-IX)
                          DELIMITED BY SIZE INTO EP-TEXTE
                   PERFORM 3200-ECRIRE-LIGNE
               END-IF
           END-PERFORM
           IF WS-NB-PREUVES = 0 THEN
               MOVE 'APP' TO EP-TYPE
               MOVE 'AUCUNE SIGNATURE, FILTRAGE NI APPROBATION'
                 TO EP-TEXTE
               PERFORM 3200-ECRIRE-LIGNE
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  One STR line per stratum (population and rows drawn), the
      *  run totals, and the final RC.
           MOVE ZERO TO EP-NUMECH
           PERFORM VARYING WS-STR-IX FROM 1 BY 1
                   UNTIL WS-STR-IX > WS-STR-NB
               MOVE 'STR' TO EP-TYPE
               MOVE SPACES TO EP-TEXTE
               MOVE WS-STR-POP (WS-STR-IX) TO WS-POP-ED
               STRING 'STRATE ' WS-STR-CLE (WS-STR-IX)(1:1)
                      ' CODOPE ' WS-STR-CLE (WS-STR-IX)(2:3)
                      ' CANAL ' WS-STR-CLE (WS-STR-IX)(5:3)
                      ' POPULATION ' WS-POP-ED
                      ' TIRES ' WS-STR-NBECH (WS-STR-IX)
                      DELIMITED BY SIZE INTO EP-TEXTE
               PERFORM 3200-ECRIRE-LIGNE
           END-PERFORM
           DISPLAY "GKECH01 : " WS-NB-LUES " LIGNE(S) TBHIS, "
                   WS-STR-NB " STRATE(S), " WS-NUMECH
                   " ECHANTILLON(S), " WS-NB-LIGNES " LIGNE(S) ECRITES"
           IF WS-NB-HORS-STR > 0 THEN
               DISPLAY "GKECH01 : " WS-NB-HORS-STR " LIGNE(S) HORS "
                       "STRATES - TABLE DE " WS-STR-MAX " PLEINE"
               MOVE '04' TO RC
           END-IF
           IF WS-NB-CHJ-DEBORD > 0 THEN
               DISPLAY "GKECH01 : " WS-NB-CHJ-DEBORD " APPROBATION(S)"
                       " TBCHJ NON CHARGEE(S) - TABLE DE " WS-CHJ-MAX
                       " PLEINE"
               MOVE '04' TO RC
           END-IF
           .

       2100-TROUVER-STRATE.
      ******************************************************************EDEFAY
      *  Point WS-STR-IX at WS-CLE-COURANTE's stratum, creating it
      *  when new and there is room. Rows come in account order, so
      *  the stratum just used is tried first.
           MOVE 'N' TO WS-STR-TROUVE
           IF WS-STR-NB > 0 AND WS-STR-IX NOT > WS-STR-NB THEN
               IF WS-STR-CLE (WS-STR-IX) = WS-CLE-COURANTE THEN
                   SET STR-TROUVE TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-STR-IX FROM 1 BY 1
                   UNTIL WS-STR-IX > WS-STR-NB OR STR-TROUVE
               IF WS-STR-CLE (WS-STR-IX) = WS-CLE-COURANTE THEN
                   SET STR-TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF STR-TROUVE THEN
               SET WS-STR-IX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-STR-NB < WS-STR-MAX THEN
               ADD 1 TO WS-STR-NB
               SET WS-STR-IX TO WS-STR-NB
               MOVE WS-CLE-COURANTE TO WS-STR-CLE (WS-STR-IX)
               MOVE ZERO TO WS-STR-POP (WS-STR-IX)
               MOVE ZERO TO WS-STR-NBECH (WS-STR-IX)
               SET STR-TROUVE TO TRUE
           END-IF
           .

       2200-TIRER-ALEA.
      ******************************************************************EDEFAY
      *  Next value of the seeded generator :
      *  ALEA = ALEA * 16807 modulo 2147483647.
           COMPUTE WS-PRODUIT = WS-ALEA * 16807
           DIVIDE WS-PRODUIT BY 2147483647 GIVING WS-QUOTIENT
                  REMAINDER WS-ALEA
           .

       2300-JOURNAL-CONCERNE.
      ******************************************************************EDEFAY
      *  Does ZACHJ-CLE start with a sampled account or reference.
           MOVE 'N' TO WS-CHJ-CONCERNE
           PERFORM VARYING WS-STR-IX FROM 1 BY 1
                   UNTIL WS-STR-IX > WS-STR-NB OR CHJ-CONCERNE
               PERFORM VARYING WS-ECH-IX FROM 1 BY 1
                       UNTIL WS-ECH-IX > WS-STR-NBECH (WS-STR-IX)
                          OR CHJ-CONCERNE
                   IF ZACHJ-CLE(1:11) =
                      WS-STR-ECH (WS-STR-IX, WS-ECH-IX)(1:11)
                      OR ZACHJ-CLE(1:10) =
                      WS-STR-ECH (WS-STR-IX, WS-ECH-IX)(12:10) THEN
                       SET CHJ-CONCERNE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       3100-ECRIRE-HISTO.
      ******************************************************************EDEFAY
      *  One TBHIS row (ZAHIS-DONNEES) as an evidence line under the
      *  EP-TYPE the caller set.
           MOVE ZAHIS-MNTOPE TO WS-MNT-ED
           MOVE SPACES TO EP-TEXTE
           STRING ZAHIS-COMPTE ' ' ZAHIS-REFOPE ' ' ZAHIS-CODOPE ' '
                  ZAHIS-LIBOPE ' OPE ' ZAHIS-DTOPER
                  ' VAL ' ZAHIS-DTVAL ' ' ZAHIS-SENSAPP WS-MNT-ED
                  ' LIE ' ZAHIS-REFOPE-LIE ' PAR ' ZAHIS-OPERATEUR
                  ' POSTE ' ZAHIS-HRPOST '/' ZAHIS-SEQPOST
                  ' CANAL ' ZAHIS-ORIGINE
                  DELIMITED BY SIZE INTO EP-TEXTE
           PERFORM 3200-ECRIRE-LIGNE
           .

       3200-ECRIRE-LIGNE.
      ******************************************************************EDEFAY
      *  Write one evidence line for the current pack.
           IF EP-TYPE NOT = 'PAR' AND EP-TYPE NOT = 'STR' THEN
               MOVE WS-NUMECH TO EP-NUMECH
           END-IF
           ADD 1 TO WS-NB-LIGNES
           WRITE FILEOUT-ECHANT-RECORD FROM EP-LIGNE
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-ECHANT-FDNAME
           .
