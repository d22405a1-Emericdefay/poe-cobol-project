      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMSK01
      * Original author: DEFAY E.
      *
      * Description    : Masked production copy for the test region.
      *                  Reads the GKUNLD01 COPIE-mode unloads (CUNLD
      *                  layouts) of TBCPT, TBHIS, TBCLI, TBTIT, TBALI
      *                  and TBSTO and writes each one back, in the
      *                  same layout, with :
      *                    - every name, address, tax number and
      *                      counterparty text replaced by a keyed
      *                      hash of the original ('NOM-', 'ADR-',
      *                      'NIF-', 'LIB-', 'EXT-' + 9 digits), so
      *                      the same person gets the same stand-in
      *                      in every table ;
      *                    - every internal account number remapped
      *                      by a one-to-one keyed transform of its
      *                      10-digit body, with a fresh modulus-11
      *                      check digit (GKOPEN01's arithmetic) - the
      *                      same old number always becomes the same
      *                      new one, so TBHIS, TBTIT, TBALI, TBSTO
      *                      and history counterparty accounts still
      *                      point at the right remapped account ;
      *                    - TBALI external identifiers renumbered ;
      *                    - balances, amounts, dates, codes and
      *                      customer numbers untouched.
      *                  Ends with a control report : rows read and
      *                  written and the amount totals (TBCPT
      *                  balances, TBHIS amounts, TBCLI limits, TBSTO
      *                  amounts) of the source and of the masked
      *                  files, side by side.
      * Rules handling :
      *             RC = 00 : Masked set written and reconciled
      *             RC = 01 : Could not open FILEIN-CPTUNLD or
      *                       FILEIN-HISUNLD
      *             RC = 02 : Could not open an output file
      *             RC = 08 : Masked set does NOT reconcile with the
      *                       source (see the control report)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEIN-CPTUNLD, FILEIN-HISUNLD - the
      *                   GKUNLD01 unloads. FILEIN-CLIUNLD, FILEIN-
      *                   TITUNLD, FILEIN-ALIUNLD, FILEIN-STOUNLD -
      *                   OPTIONAL, the COPIE-mode extras ; an absent
      *                   one is reported and skipped.
      *                   FILEOUT-CPTMSK/HISMSK/CLIMSK/TITMSK/ALIMSK/
      *                   STOMSK - the masked files.
      *    TBPRM        : GKMSK01 /GRAIN - the masking key (numeric,
      *                   up to 9 digits). Keep it secret and change
      *                   it between copies ; without it the stand-
      *                   ins are reproducible by anyone.
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
       PROGRAM-ID.    GKMSK01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN-CPTUNLD-FDNAME
           ASSIGN TO DYNAMIC FILEIN-CPTUNLD-NAME
           FILE STATUS IS WS-FS-CPTIN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEIN-HISUNLD-FDNAME
           ASSIGN TO DYNAMIC FILEIN-HISUNLD-NAME
           FILE STATUS IS WS-FS-HISIN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEIN-CLIUNLD-FDNAME
           ASSIGN TO DYNAMIC FILEIN-CLIUNLD-NAME
           FILE STATUS IS WS-FS-CLIIN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEIN-TITUNLD-FDNAME
           ASSIGN TO DYNAMIC FILEIN-TITUNLD-NAME
           FILE STATUS IS WS-FS-TITIN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEIN-ALIUNLD-FDNAME
           ASSIGN TO DYNAMIC FILEIN-ALIUNLD-NAME
           FILE STATUS IS WS-FS-ALIIN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEIN-STOUNLD-FDNAME
           ASSIGN TO DYNAMIC FILEIN-STOUNLD-NAME
           FILE STATUS IS WS-FS-STOIN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-CPTMSK-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-CPTMSK-NAME
           FILE STATUS IS WS-FS-CPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-HISMSK-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-HISMSK-NAME
           FILE STATUS IS WS-FS-HISOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-CLIMSK-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-CLIMSK-NAME
           FILE STATUS IS WS-FS-CLIOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-TITMSK-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-TITMSK-NAME
           FILE STATUS IS WS-FS-TITOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-ALIMSK-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-ALIMSK-NAME
           FILE STATUS IS WS-FS-ALIOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-STOMSK-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-STOMSK-NAME
           FILE STATUS IS WS-FS-STOOUT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEIN-CPTUNLD-FDNAME RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       01  FILEIN-CPTUNLD-RECORD.
          05  FILLER      PIC X(120).
       FD  FILEIN-HISUNLD-FDNAME RECORDING MODE F
           RECORD CONTAINS 220 CHARACTERS.
       01  FILEIN-HISUNLD-RECORD.
          05  FILLER      PIC X(220).
       FD  FILEIN-CLIUNLD-FDNAME RECORDING MODE F
           RECORD CONTAINS 160 CHARACTERS.
       01  FILEIN-CLIUNLD-RECORD.
          05  FILLER      PIC X(160).
       FD  FILEIN-TITUNLD-FDNAME RECORDING MODE F.
       01  FILEIN-TITUNLD-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEIN-ALIUNLD-FDNAME RECORDING MODE F.
       01  FILEIN-ALIUNLD-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEIN-STOUNLD-FDNAME RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       01  FILEIN-STOUNLD-RECORD.
          05  FILLER      PIC X(120).
       FD  FILEOUT-CPTMSK-FDNAME RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       01  FILEOUT-CPTMSK-RECORD.
          05  FILLER      PIC X(120).
       FD  FILEOUT-HISMSK-FDNAME RECORDING MODE F
           RECORD CONTAINS 220 CHARACTERS.
       01  FILEOUT-HISMSK-RECORD.
          05  FILLER      PIC X(220).
       FD  FILEOUT-CLIMSK-FDNAME RECORDING MODE F
           RECORD CONTAINS 160 CHARACTERS.
       01  FILEOUT-CLIMSK-RECORD.
          05  FILLER      PIC X(160).
       FD  FILEOUT-TITMSK-FDNAME RECORDING MODE F.
       01  FILEOUT-TITMSK-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-ALIMSK-FDNAME RECORDING MODE F.
       01  FILEOUT-ALIMSK-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-STOMSK-FDNAME RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       01  FILEOUT-STOMSK-RECORD.
          05  FILLER      PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CUNLD.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEIN-CPTUNLD-NAME PIC X(30) VALUE 'FILEIN-CPTUNLD'.
       01  WS-FS-CPTIN     PIC X(02).
           88 FS-CPTIN-OK  VALUE '00'.
           88 FS-CPTIN-END VALUE '10'.
       01  FILEIN-HISUNLD-NAME PIC X(30) VALUE 'FILEIN-HISUNLD'.
       01  WS-FS-HISIN     PIC X(02).
           88 FS-HISIN-OK  VALUE '00'.
           88 FS-HISIN-END VALUE '10'.
       01  FILEIN-CLIUNLD-NAME PIC X(30) VALUE 'FILEIN-CLIUNLD'.
       01  WS-FS-CLIIN     PIC X(02).
           88 FS-CLIIN-OK  VALUE '00'.
           88 FS-CLIIN-END VALUE '10'.
       01  FILEIN-TITUNLD-NAME PIC X(30) VALUE 'FILEIN-TITUNLD'.
       01  WS-FS-TITIN     PIC X(02).
           88 FS-TITIN-OK  VALUE '00'.
           88 FS-TITIN-END VALUE '10'.
       01  FILEIN-ALIUNLD-NAME PIC X(30) VALUE 'FILEIN-ALIUNLD'.
       01  WS-FS-ALIIN     PIC X(02).
           88 FS-ALIIN-OK  VALUE '00'.
           88 FS-ALIIN-END VALUE '10'.
       01  FILEIN-STOUNLD-NAME PIC X(30) VALUE 'FILEIN-STOUNLD'.
       01  WS-FS-STOIN     PIC X(02).
           88 FS-STOIN-OK  VALUE '00'.
           88 FS-STOIN-END VALUE '10'.
       01  FILEOUT-CPTMSK-NAME PIC X(30) VALUE 'FILEOUT-CPTMSK'.
       01  WS-FS-CPTOUT    PIC X(02).
           88 FS-CPTOUT-OK VALUE '00'.
       01  FILEOUT-HISMSK-NAME PIC X(30) VALUE 'FILEOUT-HISMSK'.
       01  WS-FS-HISOUT    PIC X(02).
           88 FS-HISOUT-OK VALUE '00'.
       01  FILEOUT-CLIMSK-NAME PIC X(30) VALUE 'FILEOUT-CLIMSK'.
       01  WS-FS-CLIOUT    PIC X(02).
           88 FS-CLIOUT-OK VALUE '00'.
       01  FILEOUT-TITMSK-NAME PIC X(30) VALUE 'FILEOUT-TITMSK'.
       01  WS-FS-TITOUT    PIC X(02).
           88 FS-TITOUT-OK VALUE '00'.
       01  FILEOUT-ALIMSK-NAME PIC X(30) VALUE 'FILEOUT-ALIMSK'.
       01  WS-FS-ALIOUT    PIC X(02).
           88 FS-ALIOUT-OK VALUE '00'.
       01  FILEOUT-STOMSK-NAME PIC X(30) VALUE 'FILEOUT-STOMSK'.
       01  WS-FS-STOOUT    PIC X(02).
           88 FS-STOOUT-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Which optional unloads were supplied
       01  WS-AVEC-CLI     PIC X(01) VALUE 'N'.
           88 AVEC-CLI     VALUE 'Y'.
       01  WS-AVEC-TIT     PIC X(01) VALUE 'N'.
           88 AVEC-TIT     VALUE 'Y'.
       01  WS-AVEC-ALI     PIC X(01) VALUE 'N'.
           88 AVEC-ALI     VALUE 'Y'.
       01  WS-AVEC-STO     PIC X(01) VALUE 'N'.
           88 AVEC-STO     VALUE 'Y'.
      *  Masking key (TBPRM GKMSK01/GRAIN)
       01  WS-GRAIN        PIC 9(09) VALUE 0.
      *  Text masking : WS-TXT-IN hashed under the key into 9 digits
      *  behind WS-TXT-PREFIXE. The text is taken space-padded to 34
      *  so a name hashes the same whatever the field width.
       01  WS-TXT-IN       PIC X(34).
       01  WS-TXT-OUT      PIC X(34).
       01  WS-TXT-PREFIXE  PIC X(04).
       01  WS-TXT-IX       PIC 9(02).
       01  WS-HASH         PIC 9(11).
       01  WS-HASH-9       PIC 9(09).
       01  WS-HASH-MODULO  PIC 9(09) VALUE 999999937.
      *  Account remapping : new body = (old body x multiplier + key)
      *  modulo 10**10 - one-to-one because the multiplier is prime
      *  to 10 - then GKOPEN01's modulus-11 check digit
       01  WS-CPT-IN       PIC X(11).
       01  WS-CPT-OUT      PIC X(11).
       01  WS-CPT-CORPS    PIC 9(10).
       01  WS-CPT-CALC     PIC 9(18).
       01  WS-CPT-MULT     PIC 9(07) VALUE 7654321.
       01  WS-CPT-DIGITS   PIC 9(11).
       01  WS-CPT-DIGIT    PIC 9(01).
       01  WS-CPT-POIDS    PIC 9(02).
       01  WS-CPT-PONDERE  PIC 9(05).
       01  WS-CPT-CLE-CALC PIC 9(02).
       01  WS-CPT-IX       PIC 9(02).
      *  Counters and totals, source (SRC) vs masked (MSK)
       01  WS-NB-ALI-SEQ   PIC 9(07) VALUE 0.
       01  WS-NB-REMAP     PIC 9(08) VALUE 0.
       01  WS-NB-GARDES    PIC 9(08) VALUE 0.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 6 TIMES INDEXED BY WS-CTL-IX.
               10  WS-CTL-TABLE-NOM PIC X(05).
               10  WS-CTL-LUS       PIC 9(08).
               10  WS-CTL-ECRITS    PIC 9(08).
               10  WS-CTL-MNT-SRC   PIC S9(15)V9(2) COMP-3.
               10  WS-CTL-MNT-MSK   PIC S9(15)V9(2) COMP-3.
               10  WS-CTL-FOURNI    PIC X(01).
       01  WS-CTL-CPT      PIC 9(01) VALUE 1.
       01  WS-CTL-HIS      PIC 9(01) VALUE 2.
       01  WS-CTL-CLI      PIC 9(01) VALUE 3.
       01  WS-CTL-TIT      PIC 9(01) VALUE 4.
       01  WS-CTL-ALI      PIC 9(01) VALUE 5.
       01  WS-CTL-STO      PIC 9(01) VALUE 6.
       01  WS-ECART        PIC X(01) VALUE 'N'.
           88 ECART        VALUE 'Y'.
      *  Report edit fields
       01  WS-NB-EDIT      PIC Z(07)9.
       01  WS-NB-EDIT2     PIC Z(07)9.
       01  WS-MNT-EDIT     PIC -(15)9.99.
       01  WS-MNT-EDIT2    PIC -(15)9.99.
       01  WS-VERDICT      PIC X(05).
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
               PERFORM 1100-MASQUER-COMPTES
               PERFORM 1200-MASQUER-HISTORIQUE
               IF AVEC-CLI THEN
                   PERFORM 1300-MASQUER-CLIENTS
               END-IF
               IF AVEC-TIT THEN
                   PERFORM 1400-MASQUER-TITULAIRES
               END-IF
               IF AVEC-ALI THEN
                   PERFORM 1500-MASQUER-ALIAS
               END-IF
               IF AVEC-STO THEN
                   PERFORM 1600-MASQUER-ORDRES
               END-IF
               PERFORM 9999-CFILES
               PERFORM 1900-RAPPORT-CONTROLE
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Masking key, control table, and the files : CPT and HIS are
      *  required, the four COPIE-mode extras are taken when given.
           MOVE 'GKMSK01 ' TO ZAPRM-PGM
           MOVE 'GRAIN   ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:9) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:9) TO WS-GRAIN
           ELSE
               DISPLAY "GKMSK01 : PAS DE CLE GKMSK01/GRAIN (9 "
                       "CHIFFRES) - MASQUAGE REPRODUCTIBLE"
           END-IF
           INITIALIZE WS-CTL-TABLE
           MOVE 'TBCPT' TO WS-CTL-TABLE-NOM (WS-CTL-CPT)
           MOVE 'TBHIS' TO WS-CTL-TABLE-NOM (WS-CTL-HIS)
           MOVE 'TBCLI' TO WS-CTL-TABLE-NOM (WS-CTL-CLI)
           MOVE 'TBTIT' TO WS-CTL-TABLE-NOM (WS-CTL-TIT)
           MOVE 'TBALI' TO WS-CTL-TABLE-NOM (WS-CTL-ALI)
           MOVE 'TBSTO' TO WS-CTL-TABLE-NOM (WS-CTL-STO)
           OPEN INPUT FILEIN-CPTUNLD-FDNAME
           OPEN INPUT FILEIN-HISUNLD-FDNAME
           IF NOT FS-CPTIN-OK OR NOT FS-HISIN-OK THEN
               DISPLAY "GKMSK01 : UNLOAD TBCPT/TBHIS ABSENT"
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CTL-FOURNI (WS-CTL-CPT)
           MOVE 'Y' TO WS-CTL-FOURNI (WS-CTL-HIS)
           OPEN OUTPUT FILEOUT-CPTMSK-FDNAME
           OPEN OUTPUT FILEOUT-HISMSK-FDNAME
           IF NOT FS-CPTOUT-OK OR NOT FS-HISOUT-OK THEN
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILEIN-CLIUNLD-FDNAME
           IF FS-CLIIN-OK THEN
               SET AVEC-CLI TO TRUE
               MOVE 'Y' TO WS-CTL-FOURNI (WS-CTL-CLI)
               OPEN OUTPUT FILEOUT-CLIMSK-FDNAME
               IF NOT FS-CLIOUT-OK THEN
                   MOVE '02' TO RC
               END-IF
           END-IF
           OPEN INPUT FILEIN-TITUNLD-FDNAME
           IF FS-TITIN-OK THEN
               SET AVEC-TIT TO TRUE
               MOVE 'Y' TO WS-CTL-FOURNI (WS-CTL-TIT)
               OPEN OUTPUT FILEOUT-TITMSK-FDNAME
               IF NOT FS-TITOUT-OK THEN
                   MOVE '02' TO RC
               END-IF
           END-IF
           OPEN INPUT FILEIN-ALIUNLD-FDNAME
           IF FS-ALIIN-OK THEN
               SET AVEC-ALI TO TRUE
               MOVE 'Y' TO WS-CTL-FOURNI (WS-CTL-ALI)
               OPEN OUTPUT FILEOUT-ALIMSK-FDNAME
               IF NOT FS-ALIOUT-OK THEN
                   MOVE '02' TO RC
               END-IF
           END-IF
           OPEN INPUT FILEIN-STOUNLD-FDNAME
           IF FS-STOIN-OK THEN
               SET AVEC-STO TO TRUE
               MOVE 'Y' TO WS-CTL-FOURNI (WS-CTL-STO)
               OPEN OUTPUT FILEOUT-STOMSK-FDNAME
               IF NOT FS-STOOUT-OK THEN
                   MOVE '02' TO RC
               END-IF
           END-IF
           .

       1100-MASQUER-COMPTES.
      ******************************************************************EDEFAY
      *  TBCPT : account remapped, account name masked ; the balance
      *  is totalled before and after.
           READ FILEIN-CPTUNLD-FDNAME INTO UNL-CPT-LINE
               AT END SET FS-CPTIN-END TO TRUE
           END-READ
           PERFORM UNTIL FS-CPTIN-END
               ADD 1 TO WS-CTL-LUS (WS-CTL-CPT)
               ADD FUNCTION NUMVAL(UNL-C-SOLDE)
                   TO WS-CTL-MNT-SRC (WS-CTL-CPT)
               MOVE UNL-C-COMPTE TO WS-CPT-IN
               PERFORM 2100-REMAPPER-COMPTE
               MOVE WS-CPT-OUT TO UNL-C-COMPTE
               MOVE UNL-C-NOM TO WS-TXT-IN
               MOVE 'NOM-' TO WS-TXT-PREFIXE
               PERFORM 2200-MASQUER-TEXTE
               MOVE WS-TXT-OUT TO UNL-C-NOM
               WRITE FILEOUT-CPTMSK-RECORD FROM UNL-CPT-LINE
               ADD 1 TO WS-CTL-ECRITS (WS-CTL-CPT)
               ADD FUNCTION NUMVAL(UNL-C-SOLDE)
                   TO WS-CTL-MNT-MSK (WS-CTL-CPT)
               READ FILEIN-CPTUNLD-FDNAME INTO UNL-CPT-LINE
                   AT END SET FS-CPTIN-END TO TRUE
               END-READ
           END-PERFORM
           .

       1200-MASQUER-HISTORIQUE.
      ******************************************************************EDEFAY
      *  TBHIS : account remapped, counterparty name and text masked,
      *  a counterparty account remapped when it is one of ours and
      *  masked otherwise ; the amount is totalled before and after.
           READ FILEIN-HISUNLD-FDNAME INTO UNL-HIS-LINE
               AT END SET FS-HISIN-END TO TRUE
           END-READ
           PERFORM UNTIL FS-HISIN-END
               ADD 1 TO WS-CTL-LUS (WS-CTL-HIS)
               ADD FUNCTION NUMVAL(UNL-H-MNTOPE)
                   TO WS-CTL-MNT-SRC (WS-CTL-HIS)
               MOVE UNL-H-COMPTE TO WS-CPT-IN
               PERFORM 2100-REMAPPER-COMPTE
               MOVE WS-CPT-OUT TO UNL-H-COMPTE
               MOVE UNL-H-CTPNOM TO WS-TXT-IN
               MOVE 'NOM-' TO WS-TXT-PREFIXE
               PERFORM 2200-MASQUER-TEXTE
               MOVE WS-TXT-OUT TO UNL-H-CTPNOM
               MOVE UNL-H-CTPLIB TO WS-TXT-IN
               MOVE 'LIB-' TO WS-TXT-PREFIXE
               PERFORM 2200-MASQUER-TEXTE
               MOVE WS-TXT-OUT TO UNL-H-CTPLIB
               IF UNL-H-CTPCPT(1:11) IS NUMERIC
                  AND UNL-H-CTPCPT(12:13) = SPACES THEN
                   MOVE UNL-H-CTPCPT(1:11) TO WS-CPT-IN
                   PERFORM 2100-REMAPPER-COMPTE
                   MOVE WS-CPT-OUT TO UNL-H-CTPCPT
               ELSE
                   MOVE UNL-H-CTPCPT TO WS-TXT-IN
                   MOVE 'EXT-' TO WS-TXT-PREFIXE
                   PERFORM 2200-MASQUER-TEXTE
                   MOVE WS-TXT-OUT TO UNL-H-CTPCPT
               END-IF
               WRITE FILEOUT-HISMSK-RECORD FROM UNL-HIS-LINE
               ADD 1 TO WS-CTL-ECRITS (WS-CTL-HIS)
               ADD FUNCTION NUMVAL(UNL-H-MNTOPE)
                   TO WS-CTL-MNT-MSK (WS-CTL-HIS)
               READ FILEIN-HISUNLD-FDNAME INTO UNL-HIS-LINE
                   AT END SET FS-HISIN-END TO TRUE
               END-READ
           END-PERFORM
           .

       1300-MASQUER-CLIENTS.
      ******************************************************************EDEFAY
      *  TBCLI : name, address and both tax numbers masked ; the
      *  customer number stays (it is not personal data and it keys
      *  TBCPT) ; the global limit is totalled before and after.
           READ FILEIN-CLIUNLD-FDNAME INTO UNL-CLI-LINE
               AT END SET FS-CLIIN-END TO TRUE
           END-READ
           PERFORM UNTIL FS-CLIIN-END
               ADD 1 TO WS-CTL-LUS (WS-CTL-CLI)
               ADD FUNCTION NUMVAL(UNL-K-LIMGLOB)
                   TO WS-CTL-MNT-SRC (WS-CTL-CLI)
               MOVE UNL-K-NOM TO WS-TXT-IN
               MOVE 'NOM-' TO WS-TXT-PREFIXE
               PERFORM 2200-MASQUER-TEXTE
               MOVE WS-TXT-OUT TO UNL-K-NOM
               MOVE UNL-K-ADRESSE TO WS-TXT-IN
               MOVE 'ADR-' TO WS-TXT-PREFIXE
               PERFORM 2200-MASQUER-TEXTE
               MOVE WS-TXT-OUT TO UNL-K-ADRESSE
               MOVE UNL-K-NIF1 TO WS-TXT-IN
               MOVE 'NIF-' TO WS-TXT-PREFIXE
               PERFORM 2200-MASQUER-TEXTE
               MOVE WS-TXT-OUT TO UNL-K-NIF1
               MOVE UNL-K-NIF2 TO WS-TXT-IN
               MOVE 'NIF-' TO WS-TXT-PREFIXE
               PERFORM 2200-MASQUER-TEXTE
               MOVE WS-TXT-OUT TO UNL-K-NIF2
               WRITE FILEOUT-CLIMSK-RECORD FROM UNL-CLI-LINE
               ADD 1 TO WS-CTL-ECRITS (WS-CTL-CLI)
               ADD FUNCTION NUMVAL(UNL-K-LIMGLOB)
                   TO WS-CTL-MNT-MSK (WS-CTL-CLI)
               READ FILEIN-CLIUNLD-FDNAME INTO UNL-CLI-LINE
                   AT END SET FS-CLIIN-END TO TRUE
               END-READ
           END-PERFORM
           .

       1400-MASQUER-TITULAIRES.
      ******************************************************************EDEFAY
      *  TBTIT : account remapped, holder name masked - the same
      *  stand-in as the customer and account names it matches.
           READ FILEIN-TITUNLD-FDNAME INTO UNL-TIT-LINE
               AT END SET FS-TITIN-END TO TRUE
           END-READ
           PERFORM UNTIL FS-TITIN-END
               ADD 1 TO WS-CTL-LUS (WS-CTL-TIT)
               MOVE UNL-T-COMPTE TO WS-CPT-IN
               PERFORM 2100-REMAPPER-COMPTE
               MOVE WS-CPT-OUT TO UNL-T-COMPTE
               MOVE UNL-T-TITULAIRE TO WS-TXT-IN
               MOVE 'NOM-' TO WS-TXT-PREFIXE
               PERFORM 2200-MASQUER-TEXTE
               MOVE WS-TXT-OUT TO UNL-T-TITULAIRE
               WRITE FILEOUT-TITMSK-RECORD FROM UNL-TIT-LINE
               ADD 1 TO WS-CTL-ECRITS (WS-CTL-TIT)
               READ FILEIN-TITUNLD-FDNAME INTO UNL-TIT-LINE
                   AT END SET FS-TITIN-END TO TRUE
               END-READ
           END-PERFORM
           .

       1500-MASQUER-ALIAS.
      ******************************************************************EDEFAY
      *  TBALI : the account remapped like everywhere else ; the
      *  external identifier (an IBAN embeds the real number) is
      *  renumbered 'ALI-' + sequence, unique like the key it is.
           READ FILEIN-ALIUNLD-FDNAME INTO UNL-ALI-LINE
               AT END SET FS-ALIIN-END TO TRUE
           END-READ
           PERFORM UNTIL FS-ALIIN-END
               ADD 1 TO WS-CTL-LUS (WS-CTL-ALI)
               MOVE UNL-A-COMPTE TO WS-CPT-IN
               PERFORM 2100-REMAPPER-COMPTE
               MOVE WS-CPT-OUT TO UNL-A-COMPTE
               ADD 1 TO WS-NB-ALI-SEQ
               MOVE SPACES TO UNL-A-IDEXT
               STRING 'ALI-' WS-NB-ALI-SEQ
                      DELIMITED BY SIZE INTO UNL-A-IDEXT
               WRITE FILEOUT-ALIMSK-RECORD FROM UNL-ALI-LINE
               ADD 1 TO WS-CTL-ECRITS (WS-CTL-ALI)
               READ FILEIN-ALIUNLD-FDNAME INTO UNL-ALI-LINE
                   AT END SET FS-ALIIN-END TO TRUE
               END-READ
           END-PERFORM
           .

       1600-MASQUER-ORDRES.
      ******************************************************************EDEFAY
      *  TBSTO : account remapped, beneficiary name masked ; the
      *  amount is totalled before and after.
           READ FILEIN-STOUNLD-FDNAME INTO UNL-STO-LINE
               AT END SET FS-STOIN-END TO TRUE
           END-READ
           PERFORM UNTIL FS-STOIN-END
               ADD 1 TO WS-CTL-LUS (WS-CTL-STO)
               ADD FUNCTION NUMVAL(UNL-S-MNTOPE)
                   TO WS-CTL-MNT-SRC (WS-CTL-STO)
               MOVE UNL-S-COMPTE TO WS-CPT-IN
               PERFORM 2100-REMAPPER-COMPTE
               MOVE WS-CPT-OUT TO UNL-S-COMPTE
               MOVE UNL-S-NOMBEN TO WS-TXT-IN
               MOVE 'NOM-' TO WS-TXT-PREFIXE
               PERFORM 2200-MASQUER-TEXTE
               MOVE WS-TXT-OUT TO UNL-S-NOMBEN
               WRITE FILEOUT-STOMSK-RECORD FROM UNL-STO-LINE
               ADD 1 TO WS-CTL-ECRITS (WS-CTL-STO)
               ADD FUNCTION NUMVAL(UNL-S-MNTOPE)
                   TO WS-CTL-MNT-MSK (WS-CTL-STO)
               READ FILEIN-STOUNLD-FDNAME INTO UNL-STO-LINE
                   AT END SET FS-STOIN-END TO TRUE
               END-READ
           END-PERFORM
           .

       1900-RAPPORT-CONTROLE.
      ******************************************************************EDEFAY
      *  Control report : per table, rows read vs written and source
      *  vs masked amount total. Any difference is an ECART and the
      *  run ends RC 08 - the masked set must add up like the source.
           DISPLAY "==== GKMSK01 - COPIE MASQUEE : CONTROLE ===="
           DISPLAY "TABLE      LUS   ECRITS          TOTAL SOURCE"
                   "          TOTAL MASQUE  "
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > 6
               IF WS-CTL-FOURNI (WS-CTL-IX) = 'Y' THEN
                   MOVE 'OK' TO WS-VERDICT
                   IF WS-CTL-LUS (WS-CTL-IX)
                      NOT = WS-CTL-ECRITS (WS-CTL-IX)
                      OR WS-CTL-MNT-SRC (WS-CTL-IX)
                      NOT = WS-CTL-MNT-MSK (WS-CTL-IX) THEN
                       MOVE 'ECART' TO WS-VERDICT
                       SET ECART TO TRUE
                   END-IF
                   MOVE WS-CTL-LUS (WS-CTL-IX)     TO WS-NB-EDIT
                   MOVE WS-CTL-ECRITS (WS-CTL-IX)  TO WS-NB-EDIT2
                   MOVE WS-CTL-MNT-SRC (WS-CTL-IX) TO WS-MNT-EDIT
                   MOVE WS-CTL-MNT-MSK (WS-CTL-IX) TO WS-MNT-EDIT2
                   DISPLAY WS-CTL-TABLE-NOM (WS-CTL-IX) " "
                           WS-NB-EDIT " " WS-NB-EDIT2 " "
                           WS-MNT-EDIT " " WS-MNT-EDIT2 " "
                           WS-VERDICT
               ELSE
                   DISPLAY WS-CTL-TABLE-NOM (WS-CTL-IX)
                           " NON FOURNI"
               END-IF
           END-PERFORM
           DISPLAY "COMPTES REMAPPES : " WS-NB-REMAP
                   " - NON NUMERIQUES LAISSES TELS QUELS : "
                   WS-NB-GARDES
           IF ECART THEN
               DISPLAY "==== COPIE MASQUEE NON RAPPROCHEE ===="
               MOVE '08' TO RC
           ELSE
               DISPLAY "==== COPIE MASQUEE RAPPROCHEE ===="
           END-IF
           .

       2100-REMAPPER-COMPTE.
      ******************************************************************EDEFAY
      *  WS-CPT-OUT := the test-region number of WS-CPT-IN. An
      *  11-digit number gets the keyed one-to-one body transform and
      *  a fresh modulus-11 check digit (weights 2 to 11 on the body,
      *  remainder 10 written as 0 - GKOPEN01's 1550 arithmetic). A
      *  blank or non-numeric value (internal GL account, partner
      *  reference) carries no customer identity and is kept.
           IF WS-CPT-IN IS NOT NUMERIC THEN
               MOVE WS-CPT-IN TO WS-CPT-OUT
               IF WS-CPT-IN NOT = SPACES THEN
                   ADD 1 TO WS-NB-GARDES
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-REMAP
           MOVE WS-CPT-IN(1:10) TO WS-CPT-CORPS
           COMPUTE WS-CPT-CALC = WS-CPT-CORPS * WS-CPT-MULT + WS-GRAIN
           COMPUTE WS-CPT-CORPS =
                   FUNCTION MOD(WS-CPT-CALC, 10000000000)
           MOVE WS-CPT-CORPS TO WS-CPT-DIGITS (1:10)
           MOVE 0 TO WS-CPT-PONDERE
           PERFORM VARYING WS-CPT-IX FROM 1 BY 1
                   UNTIL WS-CPT-IX > 10
               MOVE WS-CPT-DIGITS (WS-CPT-IX:1) TO WS-CPT-DIGIT
               COMPUTE WS-CPT-POIDS = WS-CPT-IX + 1
               COMPUTE WS-CPT-PONDERE =
                   WS-CPT-PONDERE + (WS-CPT-DIGIT * WS-CPT-POIDS)
           END-PERFORM
           COMPUTE WS-CPT-CLE-CALC =
                   FUNCTION MOD(WS-CPT-PONDERE, 11)
           IF WS-CPT-CLE-CALC = 10 THEN
               MOVE 0 TO WS-CPT-CLE-CALC
           END-IF
           MOVE WS-CPT-CLE-CALC(2:1) TO WS-CPT-DIGITS (11:1)
           MOVE WS-CPT-DIGITS TO WS-CPT-OUT
           .

       2200-MASQUER-TEXTE.
      ******************************************************************EDEFAY
      *  WS-TXT-OUT := WS-TXT-PREFIXE + the 9-digit keyed hash of
      *  WS-TXT-IN (polynomial over the 34 padded bytes, seeded with
      *  the key). Same text and key, same stand-in, in any table ;
      *  blank stays blank.
           IF WS-TXT-IN = SPACES THEN
               MOVE SPACES TO WS-TXT-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRAIN TO WS-HASH
           PERFORM VARYING WS-TXT-IX FROM 1 BY 1
                   UNTIL WS-TXT-IX > 34
               COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
                       + FUNCTION ORD(WS-TXT-IN(WS-TXT-IX:1)),
                       WS-HASH-MODULO)
           END-PERFORM
           MOVE WS-HASH TO WS-HASH-9
           MOVE SPACES TO WS-TXT-OUT
           STRING WS-TXT-PREFIXE WS-HASH-9
                  DELIMITED BY SIZE INTO WS-TXT-OUT
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEIN-CPTUNLD-FDNAME
           CLOSE FILEIN-HISUNLD-FDNAME
           CLOSE FILEOUT-CPTMSK-FDNAME
           CLOSE FILEOUT-HISMSK-FDNAME
           IF AVEC-CLI THEN
               CLOSE FILEIN-CLIUNLD-FDNAME
               CLOSE FILEOUT-CLIMSK-FDNAME
           END-IF
           IF AVEC-TIT THEN
               CLOSE FILEIN-TITUNLD-FDNAME
               CLOSE FILEOUT-TITMSK-FDNAME
           END-IF
           IF AVEC-ALI THEN
               CLOSE FILEIN-ALIUNLD-FDNAME
               CLOSE FILEOUT-ALIMSK-FDNAME
           END-IF
           IF AVEC-STO THEN
               CLOSE FILEIN-STOUNLD-FDNAME
               CLOSE FILEOUT-STOMSK-FDNAME
           END-IF
           .
