      *PROCESS TEST
      ******************************************************************
      * Program name   : GKCOF02
      * Original author: DEFAY E.
      *
      * Description    : Branch vault balancing, daily branch cash
      *                  position and cash-in-transit orders. Reads
      *                  the evening's counts - the tills' TILLDECL
      *                  lines (the ones GKTIL01 balances) and one
      *                  VAULTDECL line per branch vault, both by
      *                  denomination (CCOUPURE) or as a plain amount
      *                  - and for every branch :
      *                    - balances the vault's count against its
      *                      ledger (the vault is the internal cash
      *                      account TBPRM GKCOF01/'VL'+branch, kept
      *                      by GKCOF01's till-to-vault transfers) ;
      *                    - prints the branch cash position on
      *                      FILEOUT-COFREP : each till and the
      *                      vault with ledger, counted, difference
      *                      and note counts, then the branch total ;
      *                    - projects tomorrow's vault balance (the
      *                      counted vault less the expected net
      *                      outflow) and, when it falls below the
      *                      vault's minimum, writes a cash order to
      *                      the cash-in-transit company - or, above
      *                      its insured maximum, a cash return -
      *                      bringing the vault back to its target
      *                      level, rounded to whole bundles and
      *                      broken down by denomination. A return is
      *                      made of notes the vault actually holds.
      * Rules handling :
      *             RC = 00 : Every vault balanced, position written
      *             RC = 01 : Could not open TILLDECL, VAULTDECL,
      *                       FILEOUT-COFREP or FILEOUT-CITORD
      *             RC = 04 : A branch with no usable vault, or a
      *                       declaration left out (see SYSOUT)
      *             RC = 05 : One or more vaults over/short (see
      *                       FILEOUT-COFREP)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : TILLDECL, VAULTDECL, FILEOUT-COFREP,
      *                   FILEOUT-CITORD - see JCL/GKCOF02.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKCOF01 /VLaaa    - vault account of branch
      *                   aaa.
      *                   GKCOF02 /MNaaa    - vault minimum.
      *                   GKCOF02 /MXaaa    - vault insured maximum.
      *                   GKCOF02 /CBaaa    - target level after an
      *                   order or return (default halfway between
      *                   minimum and maximum).
      *                   GKCOF02 /PVaaa    - expected net cash
      *                   outflow of the next business day (default
      *                   none).
      *                   GKCOF02 /ARRONDI  - bundle the orders and
      *                   returns are rounded to (default 1000).
      *                   GKCOF02 /COUPMAX  - largest note ordered
      *                   (default 50, what the tellers pay out).
      *                   GKCOL01 /CODBANQ  - our clearing member
      *                   code, on the cash-in-transit file header.
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
       PROGRAM-ID.    GKCOF02.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILLDECL-FDNAME
           ASSIGN TO DYNAMIC TILLDECL-NAME
           FILE STATUS IS WS-FS-TILLDECL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VAULTDECL-FDNAME
           ASSIGN TO DYNAMIC VAULTDECL-NAME
           FILE STATUS IS WS-FS-VAULTDECL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-COFREP-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-COFREP-NAME
           FILE STATUS IS WS-FS-COFREP
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-CITORD-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-CITORD-NAME
           FILE STATUS IS WS-FS-CITORD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *  Same layout as GKTIL01's
       FD  TILLDECL-FDNAME RECORDING MODE F.
       01  TILLDECL-RECORD.
          05  TD-CAISSE   PIC X(11).
          05  TD-COMPTE   PIC X(15).
          05  TD-COUPURES.
              10  TD-NB-COUPURE PIC X(05) OCCURS 7 TIMES.
          05  TD-PIECES   PIC X(12).
          05  FILLER      PIC X(07).
      *  One vault count per branch : the amount and/or the note
      *  counts by denomination (CCOUPURE order) and the coins
       FD  VAULTDECL-FDNAME RECORDING MODE F.
       01  VAULTDECL-RECORD.
          05  VD-AGENCE   PIC X(03).
          05  VD-COMPTE   PIC X(15).
          05  VD-COUPURES.
              10  VD-NB-COUPURE PIC X(05) OCCURS 7 TIMES.
          05  VD-PIECES   PIC X(12).
          05  FILLER      PIC X(15).
       FD  FILEOUT-COFREP-FDNAME RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       01  FILEOUT-COFREP-RECORD.
          05  FILLER      PIC X(120).
      *  Cash-in-transit file : one header, one line per cash order
      *  ('C') or cash return ('R'), one trailer
       FD  FILEOUT-CITORD-FDNAME RECORDING MODE F.
       01  FILEOUT-CITORD-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBCAL.cpy".
       COPY "./Copybooks/CCOUPURE.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  TILLDECL-NAME    PIC X(30) VALUE 'TILLDECL'.
       01  WS-FS-TILLDECL   PIC X(02).
           88 FS-TILLDECL-OK VALUE '00'.
       01  WS-EOF-TILLDECL  PIC X(01) VALUE 'N'.
           88 EOF-TILLDECL  VALUE 'Y'.
       01  VAULTDECL-NAME   PIC X(30) VALUE 'VAULTDECL'.
       01  WS-FS-VAULTDECL  PIC X(02).
           88 FS-VAULTDECL-OK VALUE '00'.
       01  WS-EOF-VAULTDECL PIC X(01) VALUE 'N'.
           88 EOF-VAULTDECL VALUE 'Y'.
       01  FILEOUT-COFREP-NAME PIC X(30) VALUE 'FILEOUT-COFREP'.
       01  WS-FS-COFREP     PIC X(02).
           88 FS-COFREP-OK  VALUE '00'.
       01  FILEOUT-CITORD-NAME PIC X(30) VALUE 'FILEOUT-CITORD'.
       01  WS-FS-CITORD     PIC X(02).
           88 FS-CITORD-OK  VALUE '00'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date and the delivery day of the orders
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
       01  WS-DATE-OUVREE   PIC X(10).
       01  WS-DATE-DIGITS   PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-DATE-ENTIER   PIC 9(07).
      *  Run-wide parameters
       01  WS-ARRONDI       PIC 9(07) VALUE 1000.
       01  WS-COUPMAX       PIC 9(03) VALUE 50.
       01  WS-CODBANQ       PIC X(05) VALUE SPACES.
      *  One declaration being valued (2000-COMPTER-COUPURES) : the
      *  caller moves the line's amount, counts and coins in
       01  WS-DECL-MONTANT  PIC X(15).
       01  WS-DECL-COUPURES.
           05  WS-DECL-COUPURE PIC X(05) OCCURS 7 TIMES.
       01  WS-DECL-PIECES   PIC X(12).
       01  WS-DECL-NB-TABLE.
           05  WS-DECL-NB   PIC 9(05) OCCURS 7 TIMES.
       01  WS-DECL-VALEUR   PIC S9(13)V9(2) COMP-3.
       01  WS-DECL-CONTROLE PIC S9(13)V9(2) COMP-3.
       01  WS-DECL-KO       PIC X(01).
           88 DECL-KO       VALUE 'Y'.
       01  WS-DECL-DETAILLE PIC X(01).
           88 DECL-DETAILLE VALUE 'Y'.
      *  Branches of the run - the vault, its ledger and count, the
      *  tills' totals and the branch's note counts
       01  WS-AGC-NB        PIC 9(03) VALUE 0.
       01  WS-AGC-MAX       PIC 9(03) VALUE 100.
       01  WS-AGC-TABLE.
           05  WS-AGC-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-AGC-IX.
               10  WS-AGC-AGENCE     PIC X(03).
               10  WS-AGC-COFFRE     PIC X(11).
               10  WS-AGC-DEVISE     PIC X(03).
               10  WS-AGC-COF-OK     PIC X(01).
                   88 AGC-COF-OK     VALUE 'Y'.
               10  WS-AGC-COF-DECL   PIC X(01).
                   88 AGC-COF-DECLARE VALUE 'Y'.
               10  WS-AGC-COF-DETAIL PIC X(01).
                   88 AGC-COF-DETAILLE VALUE 'Y'.
               10  WS-AGC-COF-LEDGER PIC S9(13)V9(2) COMP-3.
               10  WS-AGC-COF-COMPTE PIC S9(13)V9(2) COMP-3.
               10  WS-AGC-COF-NB     PIC 9(07) OCCURS 7 TIMES.
               10  WS-AGC-CAI-LEDGER PIC S9(13)V9(2) COMP-3.
               10  WS-AGC-CAI-COMPTE PIC S9(13)V9(2) COMP-3.
               10  WS-AGC-NB-COUP    PIC 9(07) OCCURS 7 TIMES.
       01  WS-AGC-TROUVE    PIC X(01).
           88 AGC-TROUVE    VALUE 'Y'.
       01  WS-AGENCE-CHERCHEE PIC X(03).
      *  Tills of the run, listed under their branch
       01  WS-TIL-NB        PIC 9(04) VALUE 0.
       01  WS-TIL-MAX       PIC 9(04) VALUE 1000.
       01  WS-TIL-TABLE.
           05  WS-TIL-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-TIL-IX.
               10  WS-TIL-AGC        PIC 9(03).
               10  WS-TIL-COMPTE     PIC X(11).
               10  WS-TIL-LEDGER     PIC S9(13)V9(2) COMP-3.
               10  WS-TIL-CASH       PIC S9(13)V9(2) COMP-3.
               10  WS-TIL-NB-COUP    PIC 9(05) OCCURS 7 TIMES.
       01  WS-AGC-NUM       PIC 9(03).
      *  Vault projection of the branch in hand
       01  WS-COF-MINI      PIC S9(13)V9(2) COMP-3.
       01  WS-COF-MAXI      PIC S9(13)V9(2) COMP-3.
       01  WS-COF-CIBLE     PIC S9(13)V9(2) COMP-3.
       01  WS-COF-SORTIE    PIC S9(13)V9(2) COMP-3.
       01  WS-COF-POSITION  PIC S9(13)V9(2) COMP-3.
       01  WS-COF-PROJETE   PIC S9(13)V9(2) COMP-3.
       01  WS-COF-ECART     PIC S9(13)V9(2) COMP-3.
       01  WS-MT-BESOIN     PIC S9(13)V9(2) COMP-3.
       01  WS-NB-PAQUETS    PIC 9(09).
       01  WS-PARAM-NOM     PIC X(08).
       01  WS-PARAM-VALEUR  PIC S9(13)V9(2) COMP-3.
       01  WS-PARAM-TROUVE  PIC X(01).
           88 PARAM-TROUVE  VALUE 'Y'.
      *  Denomination breakdown of one order or return
       01  WS-VTL-RESTE     PIC S9(13)V9(2) COMP-3.
       01  WS-VTL-TOTAL     PIC S9(13)V9(2) COMP-3.
       01  WS-VTL-Q         PIC 9(07).
       01  WS-VTL-SENS      PIC X(01).
           88 VTL-COMMANDE  VALUE 'C'.
           88 VTL-RETOUR    VALUE 'R'.
       01  WS-VTL-NB-TABLE.
           05  WS-VTL-NB    PIC 9(05) OCCURS 7 TIMES.
      *  Cash-in-transit record views
       01  CT-ENREG-H.
           05  CT-H-TYPE       PIC X(01) VALUE 'H'.
           05  CT-H-EMETTEUR   PIC X(08) VALUE 'GKCOF02'.
           05  CT-H-DATE       PIC X(10).
           05  CT-H-CODBANQ    PIC X(05).
           05  FILLER          PIC X(56) VALUE SPACES.
       01  CT-ENREG-D.
           05  CT-D-TYPE       PIC X(01).
           05  CT-D-AGENCE     PIC X(03).
           05  CT-D-COMPTE     PIC X(11).
           05  CT-D-DEVISE     PIC X(03).
           05  CT-D-DTLIVR     PIC X(10).
           05  CT-D-MONTANT    PIC 9(11)V99.
           05  CT-D-NB-COUPURE PIC 9(05) OCCURS 7 TIMES.
           05  FILLER          PIC X(04) VALUE SPACES.
       01  CT-ENREG-T.
           05  CT-T-TYPE       PIC X(01) VALUE 'T'.
           05  CT-T-NB-COMMANDES PIC 9(06).
           05  CT-T-NB-RETOURS PIC 9(06).
           05  FILLER          PIC X(67) VALUE SPACES.
      *  Report lines
       01  RP-TITRE.
           05  FILLER          PIC X(40)
               VALUE 'GKCOF02 - POSITION DE CAISSE PAR AGENCE '.
           05  FILLER          PIC X(03) VALUE 'AU '.
           05  RP-T-DATE       PIC X(10).
           05  FILLER          PIC X(67) VALUE SPACES.
       01  RP-ENTETE.
           05  FILLER          PIC X(04) VALUE 'AGC '.
           05  FILLER          PIC X(12) VALUE 'COMPTE'.
           05  FILLER          PIC X(07) VALUE 'TYPE'.
           05  FILLER          PIC X(17) VALUE '  SOLDE COMPTABLE'.
           05  FILLER          PIC X(17) VALUE '          COMPTE '.
           05  FILLER          PIC X(17) VALUE '           ECART '.
           05  FILLER          PIC X(06) VALUE '  500 '.
           05  FILLER          PIC X(06) VALUE '  200 '.
           05  FILLER          PIC X(06) VALUE '  100 '.
           05  FILLER          PIC X(06) VALUE '   50 '.
           05  FILLER          PIC X(06) VALUE '   20 '.
           05  FILLER          PIC X(06) VALUE '   10 '.
           05  FILLER          PIC X(06) VALUE '    5 '.
           05  FILLER          PIC X(04) VALUE SPACES.
       01  RP-DETAIL.
           05  RP-AGENCE       PIC X(03).
           05  FILLER          PIC X(01).
           05  RP-COMPTE       PIC X(11).
           05  FILLER          PIC X(01).
           05  RP-TYPE         PIC X(06).
           05  FILLER          PIC X(01).
           05  RP-LEDGER       PIC -(12)9.99.
           05  FILLER          PIC X(01).
           05  RP-CASH         PIC -(12)9.99.
           05  FILLER          PIC X(01).
           05  RP-ECART        PIC -(12)9.99.
           05  FILLER          PIC X(01).
           05  RP-COUPURE OCCURS 7 TIMES.
               10  RP-NB-COUP  PIC Z(04)9.
               10  FILLER      PIC X(01).
           05  FILLER          PIC X(04).
       01  RP-LIGNE         PIC X(120).
       01  RP-MONTANT-1     PIC -(12)9.99.
       01  RP-MONTANT-2     PIC -(12)9.99.
       01  RP-MONTANT-3     PIC -(12)9.99.
      *  Counters
       01  WS-NB-CAISSES    PIC 9(06) VALUE 0.
       01  WS-NB-COFFRES    PIC 9(06) VALUE 0.
       01  WS-NB-ECARTS     PIC 9(06) VALUE 0.
       01  WS-NB-ECARTEES   PIC 9(06) VALUE 0.
       01  WS-NB-COMMANDES  PIC 9(06) VALUE 0.
       01  WS-NB-RETOURS    PIC 9(06) VALUE 0.
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
               PERFORM 1100-LIRE-TILLDECL
               PERFORM UNTIL EOF-TILLDECL
                   PERFORM 1200-CUMULER-CAISSE
                   PERFORM 1100-LIRE-TILLDECL
               END-PERFORM
               PERFORM 1300-LIRE-VAULTDECL
               PERFORM UNTIL EOF-VAULTDECL
                   PERFORM 1400-CUMULER-COFFRE
                   PERFORM 1300-LIRE-VAULTDECL
               END-PERFORM
               PERFORM VARYING WS-AGC-IX FROM 1 BY 1
                       UNTIL WS-AGC-IX > WS-AGC-NB
                   PERFORM 3000-ECRIRE-AGENCE
               END-PERFORM
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date, the delivery day and the run-wide
      *  parameters, open the files and write the headers.
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
      *    The cash-in-transit company delivers the next business day
           MOVE WS-AS-OF-DATE TO WS-DATE-OUVREE
           PERFORM 2410-AJOUTER-UN-JOUR
           PERFORM 2400-ROULER-JOUR-OUVRE
           MOVE 'ARRONDI ' TO WS-PARAM-NOM
           PERFORM 2200-LIRE-PARAM-MONTANT
           IF PARAM-TROUVE AND WS-PARAM-VALEUR > 0 THEN
               MOVE WS-PARAM-VALEUR TO WS-ARRONDI
           END-IF
           MOVE 'COUPMAX ' TO WS-PARAM-NOM
           PERFORM 2200-LIRE-PARAM-MONTANT
           IF PARAM-TROUVE AND WS-PARAM-VALEUR > 0 THEN
               MOVE WS-PARAM-VALEUR TO WS-COUPMAX
           END-IF
           MOVE 'GKCOL01 ' TO ZAPRM-PGM
           MOVE 'CODBANQ ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:5) TO WS-CODBANQ
           END-IF
           OPEN INPUT TILLDECL-FDNAME
           IF NOT FS-TILLDECL-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT VAULTDECL-FDNAME
           IF NOT FS-VAULTDECL-OK THEN
               MOVE '01' TO RC
               CLOSE TILLDECL-FDNAME
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-COFREP-FDNAME
           IF NOT FS-COFREP-OK THEN
               MOVE '01' TO RC
               CLOSE TILLDECL-FDNAME
               CLOSE VAULTDECL-FDNAME
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-CITORD-FDNAME
           IF NOT FS-CITORD-OK THEN
               MOVE '01' TO RC
               CLOSE TILLDECL-FDNAME
               CLOSE VAULTDECL-FDNAME
               CLOSE FILEOUT-COFREP-FDNAME
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE TO RP-T-DATE
           WRITE FILEOUT-COFREP-RECORD FROM RP-TITRE
           MOVE WS-AS-OF-DATE TO CT-H-DATE
           MOVE WS-CODBANQ TO CT-H-CODBANQ
           WRITE FILEOUT-CITORD-RECORD FROM CT-ENREG-H
           .

       1100-LIRE-TILLDECL.
      ******************************************************************EDEFAY
      *  Read the next till count.
           READ TILLDECL-FDNAME
               AT END SET EOF-TILLDECL TO TRUE
           END-READ
           .

       1200-CUMULER-CAISSE.
      ******************************************************************EDEFAY
      *  One till count : value it and file it under its branch.
      *  Unknown tills and unreadable counts are GKTIL01's to report
      *  - they are only left out of the position here.
           MOVE TD-CAISSE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               ADD 1 TO WS-NB-ECARTEES
               DISPLAY "GKCOF02 : CAISSE " TD-CAISSE
                       " INCONNUE - HORS POSITION"
               EXIT PARAGRAPH
           END-IF
           MOVE TD-COMPTE TO WS-DECL-MONTANT
           MOVE TD-COUPURES TO WS-DECL-COUPURES
           MOVE TD-PIECES TO WS-DECL-PIECES
           PERFORM 2000-COMPTER-COUPURES
           IF DECL-KO THEN
               ADD 1 TO WS-NB-ECARTEES
               DISPLAY "GKCOF02 : CAISSE " TD-CAISSE
                       " COMPTAGE INCOHERENT - HORS POSITION"
               EXIT PARAGRAPH
           END-IF
           IF WS-TIL-NB NOT < WS-TIL-MAX THEN
               ADD 1 TO WS-NB-ECARTEES
               DISPLAY "GKCOF02 : TABLE DES CAISSES PLEINE, "
                       TD-CAISSE " HORS POSITION"
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-AGENCE TO WS-AGENCE-CHERCHEE
           PERFORM 2100-TROUVER-AGENCE
           IF NOT AGC-TROUVE THEN
               ADD 1 TO WS-NB-ECARTEES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-CAISSES
           ADD 1 TO WS-TIL-NB
           SET WS-TIL-IX TO WS-TIL-NB
           SET WS-AGC-NUM TO WS-AGC-IX
           MOVE WS-AGC-NUM TO WS-TIL-AGC (WS-TIL-IX)
           MOVE TD-CAISSE TO WS-TIL-COMPTE (WS-TIL-IX)
           MOVE ZACPT-SOLDE TO WS-TIL-LEDGER (WS-TIL-IX)
           MOVE WS-DECL-VALEUR TO WS-TIL-CASH (WS-TIL-IX)
           ADD ZACPT-SOLDE TO WS-AGC-CAI-LEDGER (WS-AGC-IX)
           ADD WS-DECL-VALEUR TO WS-AGC-CAI-COMPTE (WS-AGC-IX)
           PERFORM VARYING CP-IX FROM 1 BY 1
                   UNTIL CP-IX > CP-NB-COUPURES
               MOVE WS-DECL-NB (CP-IX)
                   TO WS-TIL-NB-COUP (WS-TIL-IX, CP-IX)
               ADD WS-DECL-NB (CP-IX)
                   TO WS-AGC-NB-COUP (WS-AGC-IX, CP-IX)
           END-PERFORM
           .

       1300-LIRE-VAULTDECL.
      ******************************************************************EDEFAY
      *  Read the next vault count.
           READ VAULTDECL-FDNAME
               AT END SET EOF-VAULTDECL TO TRUE
           END-READ
           .

       1400-CUMULER-COFFRE.
      ******************************************************************EDEFAY
      *  One vault count : value it against its branch's vault.
           MOVE VD-AGENCE TO WS-AGENCE-CHERCHEE
           PERFORM 2100-TROUVER-AGENCE
           IF NOT AGC-TROUVE THEN
               ADD 1 TO WS-NB-ECARTEES
               EXIT PARAGRAPH
           END-IF
           IF NOT AGC-COF-OK (WS-AGC-IX) THEN
               ADD 1 TO WS-NB-ECARTEES
               DISPLAY "GKCOF02 : AGENCE " VD-AGENCE
                       " SANS COFFRE - DECLARATION IGNOREE"
               EXIT PARAGRAPH
           END-IF
           IF AGC-COF-DECLARE (WS-AGC-IX) THEN
               ADD 1 TO WS-NB-ECARTEES
               DISPLAY "GKCOF02 : AGENCE " VD-AGENCE
                       " COFFRE DECLARE DEUX FOIS - SECONDE IGNOREE"
               EXIT PARAGRAPH
           END-IF
           MOVE VD-COMPTE TO WS-DECL-MONTANT
           MOVE VD-COUPURES TO WS-DECL-COUPURES
           MOVE VD-PIECES TO WS-DECL-PIECES
           PERFORM 2000-COMPTER-COUPURES
           IF DECL-KO THEN
               ADD 1 TO WS-NB-ECARTEES
               DISPLAY "GKCOF02 : AGENCE " VD-AGENCE
                       " COMPTAGE COFFRE INCOHERENT - IGNORE"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-COFFRES
           SET AGC-COF-DECLARE (WS-AGC-IX) TO TRUE
           MOVE WS-DECL-DETAILLE TO WS-AGC-COF-DETAIL (WS-AGC-IX)
           MOVE WS-DECL-VALEUR TO WS-AGC-COF-COMPTE (WS-AGC-IX)
           PERFORM VARYING CP-IX FROM 1 BY 1
                   UNTIL CP-IX > CP-NB-COUPURES
               MOVE WS-DECL-NB (CP-IX)
                   TO WS-AGC-COF-NB (WS-AGC-IX, CP-IX)
               ADD WS-DECL-NB (CP-IX)
                   TO WS-AGC-NB-COUP (WS-AGC-IX, CP-IX)
           END-PERFORM
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Write the cash-in-transit trailer, report the run totals
      *  and set the final RC.
           MOVE WS-NB-COMMANDES TO CT-T-NB-COMMANDES
           MOVE WS-NB-RETOURS TO CT-T-NB-RETOURS
           WRITE FILEOUT-CITORD-RECORD FROM CT-ENREG-T
           DISPLAY "GKCOF02 : " WS-AGC-NB " AGENCE(S), "
                   WS-NB-CAISSES " CAISSE(S), " WS-NB-COFFRES
                   " COFFRE(S) DECLARE(S), " WS-NB-ECARTS
                   " COFFRE(S) EN ECART"
           DISPLAY "GKCOF02 : " WS-NB-COMMANDES " COMMANDE(S) ET "
                   WS-NB-RETOURS " RETOUR(S) DE FONDS, "
                   WS-NB-ECARTEES " DECLARATION(S) ECARTEE(S)"
           EVALUATE TRUE
               WHEN WS-NB-ECARTS > 0
                   MOVE '05' TO RC
               WHEN WS-NB-ECARTEES > 0
                   MOVE '04' TO RC
           END-EVALUATE
           .

       2000-COMPTER-COUPURES.
      ******************************************************************EDEFAY
      *  Value the declaration moved into WS-DECL-* : the amount as
      *  stated when no denomination is given, else the notes times
      *  their face value plus the coins - a stated amount must then
      *  agree with it to the cent. Same rule as GKTIL01's.
           MOVE 'N' TO WS-DECL-KO
           MOVE 'N' TO WS-DECL-DETAILLE
           INITIALIZE WS-DECL-NB-TABLE
           MOVE ZERO TO WS-DECL-VALEUR
           IF WS-DECL-COUPURES = SPACES
              AND WS-DECL-PIECES = SPACES THEN
               IF WS-DECL-MONTANT = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-DECL-MONTANT) NOT = 0
                   THEN
                   SET DECL-KO TO TRUE
               ELSE
                   COMPUTE WS-DECL-VALEUR =
                           FUNCTION NUMVAL(WS-DECL-MONTANT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET DECL-DETAILLE TO TRUE
           PERFORM VARYING CP-IX FROM 1 BY 1
                   UNTIL CP-IX > CP-NB-COUPURES
               IF WS-DECL-COUPURE (CP-IX) NOT = SPACES THEN
                   IF FUNCTION TEST-NUMVAL(WS-DECL-COUPURE (CP-IX))
                      NOT = 0 THEN
                       SET DECL-KO TO TRUE
                   ELSE
                       COMPUTE WS-DECL-NB (CP-IX) =
                           FUNCTION NUMVAL(WS-DECL-COUPURE (CP-IX))
                       COMPUTE WS-DECL-VALEUR = WS-DECL-VALEUR
                           + WS-DECL-NB (CP-IX) * CP-VALEUR (CP-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DECL-PIECES NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-DECL-PIECES) NOT = 0 THEN
                   SET DECL-KO TO TRUE
               ELSE
                   COMPUTE WS-DECL-VALEUR = WS-DECL-VALEUR
                           + FUNCTION NUMVAL(WS-DECL-PIECES)
               END-IF
           END-IF
           IF DECL-KO THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-DECL-MONTANT NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-DECL-MONTANT) NOT = 0 THEN
                   SET DECL-KO TO TRUE
               ELSE
                   COMPUTE WS-DECL-CONTROLE =
                           FUNCTION NUMVAL(WS-DECL-MONTANT)
                   IF WS-DECL-CONTROLE NOT = WS-DECL-VALEUR THEN
                       SET DECL-KO TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       2100-TROUVER-AGENCE.
      ******************************************************************EDEFAY
      *  Point WS-AGC-IX at WS-AGENCE-CHERCHEE's entry, creating it
      *  on first sight with its vault (TBPRM GKCOF01/'VL'+branch,
      *  an internal cash account) and the vault's ledger balance.
           MOVE 'N' TO WS-AGC-TROUVE
           PERFORM VARYING WS-AGC-IX FROM 1 BY 1
                   UNTIL WS-AGC-IX > WS-AGC-NB
               IF WS-AGC-AGENCE (WS-AGC-IX) = WS-AGENCE-CHERCHEE THEN
                   SET AGC-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF AGC-TROUVE THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-AGC-NB NOT < WS-AGC-MAX THEN
               DISPLAY "GKCOF02 : TABLE DES AGENCES PLEINE, AGENCE "
                       WS-AGENCE-CHERCHEE " HORS POSITION"
               EXIT PARAGRAPH
           END-IF
           SET AGC-TROUVE TO TRUE
           ADD 1 TO WS-AGC-NB
           SET WS-AGC-IX TO WS-AGC-NB
           INITIALIZE WS-AGC-ENTRY (WS-AGC-IX)
           MOVE WS-AGENCE-CHERCHEE TO WS-AGC-AGENCE (WS-AGC-IX)
           MOVE 'N' TO WS-AGC-COF-OK (WS-AGC-IX)
           MOVE 'N' TO WS-AGC-COF-DECL (WS-AGC-IX)
           MOVE 'N' TO WS-AGC-COF-DETAIL (WS-AGC-IX)
           MOVE 'GKCOF01 ' TO ZAPRM-PGM
           MOVE SPACES TO ZAPRM-NOMPRM
           STRING 'VL' WS-AGENCE-CHERCHEE
                  DELIMITED BY SIZE INTO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF NOT ZAPRM-CODRET-OK
              OR ZAPRM-VALPRM = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZAPRM-VALPRM(1:11) TO WS-AGC-COFFRE (WS-AGC-IX)
           MOVE ZAPRM-VALPRM(1:11) TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK
              AND ZACPT-INT-CAISSE THEN
               SET AGC-COF-OK (WS-AGC-IX) TO TRUE
               MOVE ZACPT-DEVISE TO WS-AGC-DEVISE (WS-AGC-IX)
               MOVE ZACPT-SOLDE TO WS-AGC-COF-LEDGER (WS-AGC-IX)
           END-IF
           .

       2200-LIRE-PARAM-MONTANT.
      ******************************************************************EDEFAY
      *  TBPRM GKCOF02/WS-PARAM-NOM as an amount into
      *  WS-PARAM-VALEUR ; PARAM-TROUVE only for a usable value.
           MOVE 'N' TO WS-PARAM-TROUVE
           MOVE ZERO TO WS-PARAM-VALEUR
           MOVE 'GKCOF02 ' TO ZAPRM-PGM
           MOVE WS-PARAM-NOM TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               SET PARAM-TROUVE TO TRUE
               COMPUTE WS-PARAM-VALEUR = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           .

       2300-VENTILER.
      ******************************************************************EDEFAY
      *  Break WS-VTL-RESTE down by denomination, largest note
      *  first : an order in notes up to WS-COUPMAX, a return in
      *  notes the vault counted. WS-VTL-TOTAL is what could be
      *  made up - the order or return is cut back to it.
           INITIALIZE WS-VTL-NB-TABLE
           MOVE ZERO TO WS-VTL-TOTAL
           PERFORM VARYING CP-IX FROM 1 BY 1
                   UNTIL CP-IX > CP-NB-COUPURES
               IF VTL-COMMANDE
                  AND CP-VALEUR (CP-IX) > WS-COUPMAX THEN
                   CONTINUE
               ELSE
                   COMPUTE WS-VTL-Q = WS-VTL-RESTE / CP-VALEUR (CP-IX)
                   IF VTL-RETOUR
                      AND WS-VTL-Q > WS-AGC-COF-NB (WS-AGC-IX, CP-IX)
                       THEN
                       MOVE WS-AGC-COF-NB (WS-AGC-IX, CP-IX)
                           TO WS-VTL-Q
                   END-IF
                   MOVE WS-VTL-Q TO WS-VTL-NB (CP-IX)
                   COMPUTE WS-VTL-RESTE = WS-VTL-RESTE
                           - WS-VTL-Q * CP-VALEUR (CP-IX)
                   COMPUTE WS-VTL-TOTAL = WS-VTL-TOTAL
                           + WS-VTL-Q * CP-VALEUR (CP-IX)
               END-IF
           END-PERFORM
           .

       2400-ROULER-JOUR-OUVRE.
      ******************************************************************EDEFAY
      *  Roll WS-DATE-OUVREE forward over TBCAL non-business days,
      *  same idiom as GKSTOR01.
           MOVE WS-DATE-OUVREE TO ZACAL-DTCAL
           MOVE "SEL" TO ZACAL-FONCTION
           CALL "MACAL" USING ZACAL-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACAL-CODRET-OK
               PERFORM 2410-AJOUTER-UN-JOUR
               MOVE WS-DATE-OUVREE TO ZACAL-DTCAL
               MOVE "SEL" TO ZACAL-FONCTION
               CALL "MACAL" USING ZACAL-ZCMA, AUTH-QUERY
           END-PERFORM
           .

       2410-AJOUTER-UN-JOUR.
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

       3000-ECRIRE-AGENCE.
      ******************************************************************EDEFAY
      *  One branch's cash position : its tills, its vault, the
      *  branch total, then the vault projection and the order or
      *  return it calls for.
           MOVE SPACES TO FILEOUT-COFREP-RECORD
           WRITE FILEOUT-COFREP-RECORD
           WRITE FILEOUT-COFREP-RECORD FROM RP-ENTETE
           SET WS-AGC-NUM TO WS-AGC-IX
           PERFORM VARYING WS-TIL-IX FROM 1 BY 1
                   UNTIL WS-TIL-IX > WS-TIL-NB
               IF WS-TIL-AGC (WS-TIL-IX) = WS-AGC-NUM THEN
                   MOVE SPACES TO RP-DETAIL
                   MOVE WS-AGC-AGENCE (WS-AGC-IX) TO RP-AGENCE
                   MOVE WS-TIL-COMPTE (WS-TIL-IX) TO RP-COMPTE
                   MOVE 'CAISSE' TO RP-TYPE
                   MOVE WS-TIL-LEDGER (WS-TIL-IX) TO RP-LEDGER
                   MOVE WS-TIL-CASH (WS-TIL-IX) TO RP-CASH
                   COMPUTE RP-ECART = WS-TIL-CASH (WS-TIL-IX)
                                    - WS-TIL-LEDGER (WS-TIL-IX)
                   PERFORM VARYING CP-IX FROM 1 BY 1
                           UNTIL CP-IX > CP-NB-COUPURES
                       MOVE WS-TIL-NB-COUP (WS-TIL-IX, CP-IX)
                           TO RP-NB-COUP (CP-IX)
                   END-PERFORM
                   WRITE FILEOUT-COFREP-RECORD FROM RP-DETAIL
               END-IF
           END-PERFORM
           IF NOT AGC-COF-OK (WS-AGC-IX) THEN
               PERFORM 3100-ECRIRE-TOTAL
               MOVE SPACES TO RP-LIGNE
               STRING '    AUCUN COFFRE UTILISABLE (TBPRM GKCOF01/VL'
                      WS-AGC-AGENCE (WS-AGC-IX) ')'
                      DELIMITED BY SIZE INTO RP-LIGNE
               WRITE FILEOUT-COFREP-RECORD FROM RP-LIGNE
               ADD 1 TO WS-NB-ECARTEES
               DISPLAY "GKCOF02 : AGENCE " WS-AGC-AGENCE (WS-AGC-IX)
                       " SANS COFFRE UTILISABLE"
               EXIT PARAGRAPH
           END-IF
      *    An undeclared vault is taken at its ledger balance
           IF NOT AGC-COF-DECLARE (WS-AGC-IX) THEN
               MOVE WS-AGC-COF-LEDGER (WS-AGC-IX)
                   TO WS-AGC-COF-COMPTE (WS-AGC-IX)
               DISPLAY "GKCOF02 : AGENCE " WS-AGC-AGENCE (WS-AGC-IX)
                       " COFFRE NON DECLARE - SOLDE COMPTABLE RETENU"
           END-IF
           COMPUTE WS-COF-ECART = WS-AGC-COF-COMPTE (WS-AGC-IX)
                                - WS-AGC-COF-LEDGER (WS-AGC-IX)
           MOVE SPACES TO RP-DETAIL
           MOVE WS-AGC-AGENCE (WS-AGC-IX) TO RP-AGENCE
           MOVE WS-AGC-COFFRE (WS-AGC-IX) TO RP-COMPTE
           MOVE 'COFFRE' TO RP-TYPE
           MOVE WS-AGC-COF-LEDGER (WS-AGC-IX) TO RP-LEDGER
           MOVE WS-AGC-COF-COMPTE (WS-AGC-IX) TO RP-CASH
           MOVE WS-COF-ECART TO RP-ECART
           PERFORM VARYING CP-IX FROM 1 BY 1
                   UNTIL CP-IX > CP-NB-COUPURES
               MOVE WS-AGC-COF-NB (WS-AGC-IX, CP-IX)
                   TO RP-NB-COUP (CP-IX)
           END-PERFORM
           WRITE FILEOUT-COFREP-RECORD FROM RP-DETAIL
           IF WS-COF-ECART NOT = ZERO THEN
               ADD 1 TO WS-NB-ECARTS
               DISPLAY "GKCOF02 : COFFRE " WS-AGC-COFFRE (WS-AGC-IX)
                       " AGENCE " WS-AGC-AGENCE (WS-AGC-IX)
                       " ECART " WS-COF-ECART
           END-IF
           PERFORM 3100-ECRIRE-TOTAL
           PERFORM 3200-PROJETER-COFFRE
           .

       3100-ECRIRE-TOTAL.
      ******************************************************************EDEFAY
      *  The branch total : tills plus vault, ledger and counted.
           MOVE SPACES TO RP-DETAIL
           MOVE WS-AGC-AGENCE (WS-AGC-IX) TO RP-AGENCE
           MOVE 'TOTAL AGENCE' TO RP-COMPTE
           MOVE WS-AGC-DEVISE (WS-AGC-IX) TO RP-TYPE
           COMPUTE RP-LEDGER = WS-AGC-CAI-LEDGER (WS-AGC-IX)
                             + WS-AGC-COF-LEDGER (WS-AGC-IX)
           COMPUTE RP-CASH = WS-AGC-CAI-COMPTE (WS-AGC-IX)
                           + WS-AGC-COF-COMPTE (WS-AGC-IX)
           COMPUTE RP-ECART = WS-AGC-CAI-COMPTE (WS-AGC-IX)
                            + WS-AGC-COF-COMPTE (WS-AGC-IX)
                            - WS-AGC-CAI-LEDGER (WS-AGC-IX)
                            - WS-AGC-COF-LEDGER (WS-AGC-IX)
           PERFORM VARYING CP-IX FROM 1 BY 1
                   UNTIL CP-IX > CP-NB-COUPURES
               MOVE WS-AGC-NB-COUP (WS-AGC-IX, CP-IX)
                   TO RP-NB-COUP (CP-IX)
           END-PERFORM
           WRITE FILEOUT-COFREP-RECORD FROM RP-DETAIL
           .

       3200-PROJETER-COFFRE.
      ******************************************************************EDEFAY
      *  Tomorrow's vault : the counted vault less the expected net
      *  outflow. Below the minimum orders cash up to the target,
      *  above the insured maximum returns the excess down to it -
      *  an order rounded up to whole bundles, a return rounded
      *  down. A vault without limits on TBPRM is only reported.
           MOVE WS-AGC-COF-COMPTE (WS-AGC-IX) TO WS-COF-POSITION
           STRING 'MN' WS-AGC-AGENCE (WS-AGC-IX)
                  DELIMITED BY SIZE INTO WS-PARAM-NOM
           PERFORM 2200-LIRE-PARAM-MONTANT
           MOVE WS-PARAM-VALEUR TO WS-COF-MINI
           MOVE SPACES TO WS-PARAM-NOM
           STRING 'MX' WS-AGC-AGENCE (WS-AGC-IX)
                  DELIMITED BY SIZE INTO WS-PARAM-NOM
           PERFORM 2200-LIRE-PARAM-MONTANT
           MOVE WS-PARAM-VALEUR TO WS-COF-MAXI
           MOVE SPACES TO WS-PARAM-NOM
           STRING 'PV' WS-AGC-AGENCE (WS-AGC-IX)
                  DELIMITED BY SIZE INTO WS-PARAM-NOM
           PERFORM 2200-LIRE-PARAM-MONTANT
           MOVE WS-PARAM-VALEUR TO WS-COF-SORTIE
           MOVE SPACES TO WS-PARAM-NOM
           STRING 'CB' WS-AGC-AGENCE (WS-AGC-IX)
                  DELIMITED BY SIZE INTO WS-PARAM-NOM
           PERFORM 2200-LIRE-PARAM-MONTANT
           IF PARAM-TROUVE THEN
               MOVE WS-PARAM-VALEUR TO WS-COF-CIBLE
           ELSE
               IF WS-COF-MAXI > 0 THEN
                   COMPUTE WS-COF-CIBLE =
                           (WS-COF-MINI + WS-COF-MAXI) / 2
               ELSE
                   MOVE WS-COF-MINI TO WS-COF-CIBLE
               END-IF
           END-IF
           COMPUTE WS-COF-PROJETE = WS-COF-POSITION - WS-COF-SORTIE
           MOVE WS-COF-MINI TO RP-MONTANT-1
           MOVE WS-COF-MAXI TO RP-MONTANT-2
           MOVE WS-COF-CIBLE TO RP-MONTANT-3
           MOVE SPACES TO RP-LIGNE
           STRING '    COFFRE MINIMUM ' RP-MONTANT-1
                  '  MAXIMUM ASSURE ' RP-MONTANT-2
                  '  CIBLE ' RP-MONTANT-3
                  DELIMITED BY SIZE INTO RP-LIGNE
           WRITE FILEOUT-COFREP-RECORD FROM RP-LIGNE
           MOVE WS-COF-SORTIE TO RP-MONTANT-1
           MOVE WS-COF-PROJETE TO RP-MONTANT-2
           MOVE SPACES TO RP-LIGNE
           STRING '    SORTIE NETTE PREVUE ' RP-MONTANT-1
                  '  SOLDE PROJETE ' RP-MONTANT-2
                  DELIMITED BY SIZE INTO RP-LIGNE
           WRITE FILEOUT-COFREP-RECORD FROM RP-LIGNE
           EVALUATE TRUE
               WHEN WS-COF-MINI > 0
                    AND WS-COF-PROJETE < WS-COF-MINI
                   COMPUTE WS-MT-BESOIN = WS-COF-CIBLE - WS-COF-PROJETE
                   COMPUTE WS-NB-PAQUETS = WS-MT-BESOIN / WS-ARRONDI
                   IF WS-NB-PAQUETS * WS-ARRONDI < WS-MT-BESOIN THEN
                       ADD 1 TO WS-NB-PAQUETS
                   END-IF
                   COMPUTE WS-VTL-RESTE = WS-NB-PAQUETS * WS-ARRONDI
                   SET VTL-COMMANDE TO TRUE
                   PERFORM 3300-ECRIRE-MOUVEMENT
               WHEN WS-COF-MAXI > 0
                    AND WS-COF-PROJETE > WS-COF-MAXI
                   COMPUTE WS-MT-BESOIN = WS-COF-PROJETE - WS-COF-CIBLE
                   COMPUTE WS-NB-PAQUETS = WS-MT-BESOIN / WS-ARRONDI
                   COMPUTE WS-VTL-RESTE = WS-NB-PAQUETS * WS-ARRONDI
                   SET VTL-RETOUR TO TRUE
                   PERFORM 3300-ECRIRE-MOUVEMENT
               WHEN OTHER
                   MOVE '    DANS LES LIMITES - AUCUN MOUVEMENT'
                       TO RP-LIGNE
                   WRITE FILEOUT-COFREP-RECORD FROM RP-LIGNE
           END-EVALUATE
           .

       3300-ECRIRE-MOUVEMENT.
      ******************************************************************EDEFAY
      *  Break the order or return down by denomination and write it
      *  to the cash-in-transit file and the report. A return from a
      *  vault counted as a plain amount has no notes to draw from.
           IF VTL-RETOUR
              AND NOT AGC-COF-DETAILLE (WS-AGC-IX) THEN
               MOVE '    RETOUR REQUIS - COFFRE NON VENTILE'
                   TO RP-LIGNE
               WRITE FILEOUT-COFREP-RECORD FROM RP-LIGNE
               DISPLAY "GKCOF02 : AGENCE " WS-AGC-AGENCE (WS-AGC-IX)
                       " RETOUR DE FONDS NON VENTILABLE"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-VENTILER
           IF WS-VTL-TOTAL NOT > 0 THEN
               MOVE '    MOUVEMENT DE FONDS NON VENTILABLE'
                   TO RP-LIGNE
               WRITE FILEOUT-COFREP-RECORD FROM RP-LIGNE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CT-ENREG-D
           MOVE WS-VTL-SENS TO CT-D-TYPE
           MOVE WS-AGC-AGENCE (WS-AGC-IX) TO CT-D-AGENCE
           MOVE WS-AGC-COFFRE (WS-AGC-IX) TO CT-D-COMPTE
           MOVE WS-AGC-DEVISE (WS-AGC-IX) TO CT-D-DEVISE
           MOVE WS-DATE-OUVREE TO CT-D-DTLIVR
           MOVE WS-VTL-TOTAL TO CT-D-MONTANT
           PERFORM VARYING CP-IX FROM 1 BY 1
                   UNTIL CP-IX > CP-NB-COUPURES
               MOVE WS-VTL-NB (CP-IX) TO CT-D-NB-COUPURE (CP-IX)
           END-PERFORM
           WRITE FILEOUT-CITORD-RECORD FROM CT-ENREG-D
           MOVE WS-VTL-TOTAL TO RP-MONTANT-1
           MOVE SPACES TO RP-LIGNE
           IF VTL-COMMANDE THEN
               ADD 1 TO WS-NB-COMMANDES
               STRING '    COMMANDE DE FONDS ' RP-MONTANT-1 ' '
                      WS-AGC-DEVISE (WS-AGC-IX) ' LIVRABLE LE '
                      WS-DATE-OUVREE
                      DELIMITED BY SIZE INTO RP-LIGNE
           ELSE
               ADD 1 TO WS-NB-RETOURS
               STRING '    RETOUR DE FONDS   ' RP-MONTANT-1 ' '
                      WS-AGC-DEVISE (WS-AGC-IX) ' ENLEVEMENT LE '
                      WS-DATE-OUVREE
                      DELIMITED BY SIZE INTO RP-LIGNE
           END-IF
           WRITE FILEOUT-COFREP-RECORD FROM RP-LIGNE
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE TILLDECL-FDNAME
           CLOSE VAULTDECL-FDNAME
           CLOSE FILEOUT-COFREP-FDNAME
           CLOSE FILEOUT-CITORD-FDNAME
           .
