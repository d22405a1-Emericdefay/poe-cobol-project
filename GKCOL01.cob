      *PROCESS TEST
      ******************************************************************
      * Program name   : GKCOL01
      * Original author: DEFAY E.
      *
      * Description    : Direct-debit origination for our corporate
      *                  creditor customers, intake and outbound side.
      *                  Reads the creditors' collection instructions
      *                  from FILEIN-COLINS and validates each one
      *                  against the registers GKMCRE01 maintains :
      *                  active TBCRE creditor, active TBMNE mandate of
      *                  that creditor, amount, the creditor's
      *                  currency, a due date not in the past. An
      *                  accepted instruction becomes a TBCOL
      *                  collection under our own reference ('DD' +
      *                  sequence) ; a refused one is listed on
      *                  FILEOUT-COLRPT. Every received collection then
      *                  goes out on FILEOUT-COLOUT, the outbound
      *                  collection file to the clearing (CH header,
      *                  one CD line per collection with the debtor's
      *                  account from the mandate, CT trailer with
      *                  count and amount total), and is marked sent.
      *                  Settlement credits and R-transactions are
      *                  GKCOL02's.
      * Rules handling :
      *             RC = 00 : Every instruction accepted and sent
      *             RC = 01 : Could not open FILEOUT-COLOUT or
      *                       FILEOUT-COLRPT
      *             RC = 05 : One or more instructions refused - see
      *                       FILEOUT-COLRPT
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEIN-COLINS - OPTIONAL, the instructions,
      *                   see JCL/GKCOL01.jcl for the layout.
      *                   FILEOUT-COLOUT, FILEOUT-COLRPT.
      *    TBPRM        : GKCOL01 /CODBANQ - our clearing member code
      *                   GKCOL01 /REFSEQ  - collection reference
      *                   sequence
      *                   GKCOL01 /SEQFIC  - outbound file sequence
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
       PROGRAM-ID.    GKCOL01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN-COLINS-FDNAME
           ASSIGN TO DYNAMIC FILEIN-COLINS-NAME
           FILE STATUS IS WS-FS-COLINS
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-COLOUT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-COLOUT-NAME
           FILE STATUS IS WS-FS-COLOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-COLRPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-COLRPT-NAME
           FILE STATUS IS WS-FS-COLRPT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEIN-COLINS-FDNAME RECORDING MODE F.
       01  FILEIN-COLINS-RECORD.
          05  CI-CREANCIER    PIC X(08).
          05  CI-REFMND       PIC X(15).
          05  CI-MONTANT      PIC 9(11)V99.
          05  CI-CODDEV       PIC X(03).
          05  CI-DTECH        PIC X(10).
          05  CI-REFCLI       PIC X(10).
          05  FILLER          PIC X(21).
       FD  FILEOUT-COLOUT-FDNAME RECORDING MODE F.
       01  FILEOUT-COLOUT-RECORD.
          05  FILLER      PIC X(120).
       FD  FILEOUT-COLRPT-FDNAME RECORDING MODE F.
       01  FILEOUT-COLRPT-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCRE.cpy".
       COPY "./Copybooks/CTBMNE.cpy".
       COPY "./Copybooks/CTBCOL.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBLOG.cpy".
      *  Run-log working fields, see 1980-JOURNALISER-EXECUTION
       01  WS-LOG-YYYYMMDD  PIC 9(08).
       01  WS-LOG-HRDEBUT   PIC 9(08).
       01  WS-LOG-HRFIN     PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEIN-COLINS-NAME PIC X(30) VALUE 'FILEIN-COLINS'.
       01  WS-FS-COLINS    PIC X(02).
           88 FS-COLINS-OK VALUE '00'.
       01  WS-EOF-COLINS   PIC X(01) VALUE 'N'.
           88 EOF-COLINS   VALUE 'Y'.
       01  FILEOUT-COLOUT-NAME PIC X(30) VALUE 'FILEOUT-COLOUT'.
       01  WS-FS-COLOUT    PIC X(02).
           88 FS-COLOUT-OK VALUE '00'.
       01  FILEOUT-COLRPT-NAME PIC X(30) VALUE 'FILEOUT-COLRPT'.
       01  WS-FS-COLRPT    PIC X(02).
           88 FS-COLRPT-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date (TBPRC when set, machine date otherwise)
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE     PIC X(10).
       01  WS-DATE-DIGITS    PIC X(08).
      *  Clearing member code
       01  WS-CODBANQ        PIC X(05) VALUE SPACES.
      *  Sequences persisted in TBPRM - see 1050-ALLOUER-SEQ, which
      *  bumps the one named in WS-SEQ-NOM
       01  WS-SEQ-NOM        PIC X(08).
       01  WS-SEQ            PIC 9(08) VALUE 0.
       01  WS-SEQ-FICHIER    PIC 9(06) VALUE 0.
       01  WS-MOTIF          PIC X(28).
      *  Outbound collection file - one header, one detail per
      *  collection, one trailer re-stating count and amount total
       01  CO-ENTETE.
           05  CO-H-TYPE       PIC X(02) VALUE 'CH'.
           05  CO-H-CODBANQ    PIC X(05).
           05  CO-H-DATE       PIC X(10).
           05  CO-H-SEQUENCE   PIC 9(06).
           05  FILLER          PIC X(97) VALUE SPACES.
       01  CO-DETAIL.
           05  CO-D-TYPE       PIC X(02) VALUE 'CD'.
           05  CO-D-REFCOL     PIC X(10).
           05  CO-D-CREANCIER  PIC X(08).
           05  CO-D-REFMND     PIC X(15).
           05  CO-D-DEBCPT     PIC X(24).
           05  CO-D-DEBNOM     PIC X(20).
           05  CO-D-MONTANT    PIC 9(11)V99.
           05  CO-D-CODDEV     PIC X(03).
           05  CO-D-DTECH      PIC X(10).
           05  CO-D-REFCLI     PIC X(10).
           05  FILLER          PIC X(05) VALUE SPACES.
       01  CO-PIED.
           05  CO-T-TYPE       PIC X(02) VALUE 'CT'.
           05  CO-T-NB         PIC 9(06).
           05  CO-T-MONTANT    PIC 9(13)V99.
           05  FILLER          PIC X(97) VALUE SPACES.
      *  Report lines
       01  RPT-TITRE.
           05  RPT-T-LIBELLE   PIC X(40).
           05  RPT-T-DATE      PIC X(10).
           05  FILLER          PIC X(30) VALUE SPACES.
       01  RPT-LIGNE.
           05  RPT-L-CREANCIER PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-REFMND    PIC X(15).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-REFCLI    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-MONTANT   PIC -(10)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-MOTIF     PIC X(28).
           05  FILLER          PIC X(01) VALUE SPACE.
       01  RPT-TOTAL.
           05  RPT-TT-LIBELLE  PIC X(30).
           05  RPT-TT-NB       PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TT-MONTANT  PIC -(13)9.99.
           05  FILLER          PIC X(26) VALUE SPACES.
      *  Counters
       01  WS-NB-LUES        PIC 9(06) VALUE 0.
       01  WS-NB-ACCEPTEES   PIC 9(06) VALUE 0.
       01  WS-NB-REFUSEES    PIC 9(06) VALUE 0.
       01  WS-NB-EMISES      PIC 9(06) VALUE 0.
       01  WS-MT-EMISES      PIC S9(13)V9(2) COMP-3 VALUE 0.
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
               PERFORM 1100-RECEVOIR-INSTRUCTIONS
               PERFORM 1300-EMETTRE-COLLECTIONS
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           PERFORM 1980-JOURNALISER-EXECUTION
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Derive the processing date (TBPRC's logical date when one is
      *  set, the machine date otherwise), load the clearing member
      *  code, open the outputs and write the outbound header.
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
           MOVE 'GKCOL01 ' TO ZAPRM-PGM
           MOVE 'CODBANQ ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:5) TO WS-CODBANQ
           END-IF
           OPEN OUTPUT FILEOUT-COLOUT-FDNAME
           IF NOT FS-COLOUT-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-COLRPT-FDNAME
           IF NOT FS-COLRPT-OK THEN
               MOVE '01' TO RC
               CLOSE FILEOUT-COLOUT-FDNAME
               EXIT PARAGRAPH
           END-IF
           MOVE 'SEQFIC  ' TO WS-SEQ-NOM
           PERFORM 1050-ALLOUER-SEQ
           MOVE WS-SEQ TO WS-SEQ-FICHIER
           MOVE WS-CODBANQ TO CO-H-CODBANQ
           MOVE WS-AS-OF-DATE TO CO-H-DATE
           MOVE WS-SEQ-FICHIER TO CO-H-SEQUENCE
           WRITE FILEOUT-COLOUT-RECORD FROM CO-ENTETE
           .

       1050-ALLOUER-SEQ.
      ******************************************************************EDEFAY
      *  Allocate the next number of the TBPRM ('GKCOL01 '/
      *  WS-SEQ-NOM) sequence, written back BEFORE the number is
      *  handed out, same discipline as GKRBA01. A missing row
      *  (fresh install) starts from zero and is INSerted.
           MOVE ZERO TO WS-SEQ
           MOVE 'GKCOL01 ' TO ZAPRM-PGM
           MOVE WS-SEQ-NOM TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:8) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:8) TO WS-SEQ
           END-IF
           ADD 1 TO WS-SEQ
           MOVE 'GKCOL01 ' TO ZAPRM-PGM
           MOVE WS-SEQ-NOM TO ZAPRM-NOMPRM
           MOVE SPACES TO ZAPRM-VALPRM
           MOVE WS-SEQ TO ZAPRM-VALPRM(1:8)
           MOVE "UPD" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF NOT ZAPRM-CODRET-OK THEN
               MOVE "INS" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF NOT ZAPRM-CODRET-OK THEN
                   DISPLAY "GKCOL01 : SEQUENCE " WS-SEQ-NOM
                           " NON PERSISTEE CODRET=" ZAPRM-CODRET
               END-IF
           END-IF
           .

       1100-RECEVOIR-INSTRUCTIONS.
      ******************************************************************EDEFAY
      *  Intake of the creditors' instructions, when FILEIN-COLINS is
      *  supplied : each one validated, then registered or listed as
      *  refused.
           MOVE 'INSTRUCTIONS REFUSEES DU               ' TO
                RPT-T-LIBELLE
           MOVE WS-AS-OF-DATE TO RPT-T-DATE
           WRITE FILEOUT-COLRPT-RECORD FROM RPT-TITRE
           OPEN INPUT FILEIN-COLINS-FDNAME
           IF NOT FS-COLINS-OK THEN
               DISPLAY "GKCOL01 : PAS DE FILEIN-COLINS - AUCUNE "
                       "INSTRUCTION"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1110-LIRE-COLINS
           PERFORM UNTIL EOF-COLINS
               ADD 1 TO WS-NB-LUES
               PERFORM 2000-VALIDER-INSTRUCTION
               IF WS-MOTIF = SPACES THEN
                   PERFORM 1200-ENREGISTRER-COLLECTION
               END-IF
               IF WS-MOTIF NOT = SPACES THEN
                   PERFORM 3000-LISTER-REFUS
               END-IF
               PERFORM 1110-LIRE-COLINS
           END-PERFORM
           CLOSE FILEIN-COLINS-FDNAME
           .

       1110-LIRE-COLINS.
      ******************************************************************EDEFAY
      *  Read the next FILEIN-COLINS instruction.
           READ FILEIN-COLINS-FDNAME
               AT END
                   SET EOF-COLINS TO TRUE
           END-READ
           .

       2000-VALIDER-INSTRUCTION.
      ******************************************************************EDEFAY
      *  Leave WS-MOTIF blank when the instruction may be collected,
      *  else the first reason it may not.
           MOVE SPACES TO WS-MOTIF
           MOVE CI-CREANCIER TO ZACRE-CREANCIER
           MOVE "SEL" TO ZACRE-FONCTION
           CALL "MACRE" USING ZACRE-ZCMA, AUTH-QUERY
           IF NOT ZACRE-CODRET-OK THEN
               MOVE 'CREANCIER INCONNU' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF NOT ZACRE-ACTIF THEN
               MOVE 'CREANCIER SUSPENDU' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE CI-CREANCIER TO ZAMNE-CREANCIER
           MOVE CI-REFMND    TO ZAMNE-REFMND
           MOVE "SEL" TO ZAMNE-FONCTION
           CALL "MAMNE" USING ZAMNE-ZCMA, AUTH-QUERY
           IF NOT ZAMNE-CODRET-OK THEN
               MOVE 'MANDAT INCONNU' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF NOT ZAMNE-ACTIF THEN
               MOVE 'MANDAT REVOQUE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF CI-MONTANT NOT NUMERIC THEN
               MOVE 'MONTANT INVALIDE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF CI-MONTANT = ZERO THEN
               MOVE 'MONTANT NUL' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF CI-CODDEV NOT = ZACRE-CODDEV THEN
               MOVE 'DEVISE DIFFERENTE DU COMPTE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           STRING CI-DTECH(1:4) CI-DTECH(6:2) CI-DTECH(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           IF WS-DATE-DIGITS NOT NUMERIC
              OR CI-DTECH(5:1) NOT = '-'
              OR CI-DTECH(8:1) NOT = '-' THEN
               MOVE 'DATE ECHEANCE INVALIDE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF CI-DTECH < WS-AS-OF-DATE THEN
               MOVE 'DATE ECHEANCE PASSEE' TO WS-MOTIF
           END-IF
           .

       1200-ENREGISTRER-COLLECTION.
      ******************************************************************EDEFAY
      *  Register the accepted instruction as a TBCOL collection
      *  under our next 'DD' reference.
           MOVE 'REFSEQ  ' TO WS-SEQ-NOM
           PERFORM 1050-ALLOUER-SEQ
           INITIALIZE ZACOL-DONNEES
           STRING 'DD' WS-SEQ DELIMITED BY SIZE INTO ZACOL-REFCOL
           MOVE CI-CREANCIER  TO ZACOL-CREANCIER
           MOVE CI-REFMND     TO ZACOL-REFMND
           MOVE CI-REFCLI     TO ZACOL-REFCLI
           MOVE CI-MONTANT    TO ZACOL-MNTCOL
           MOVE CI-CODDEV     TO ZACOL-CODDEV
           MOVE CI-DTECH      TO ZACOL-DTECH
           MOVE WS-AS-OF-DATE TO ZACOL-DTRECU
           SET ZACOL-RECU TO TRUE
           MOVE "INS" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           IF ZACOL-CODRET-OK THEN
               ADD 1 TO WS-NB-ACCEPTEES
           ELSE
               MOVE 'ENREGISTREMENT KO' TO WS-MOTIF
               DISPLAY "GKCOL01 : INS COLLECTION " ZACOL-REFCOL
                       " KO, CODRET=" ZACOL-CODRET
           END-IF
           .

       3000-LISTER-REFUS.
      ******************************************************************EDEFAY
      *  One refused instruction on the report ; the run ends RC 05.
           ADD 1 TO WS-NB-REFUSEES
           MOVE '05' TO RC
           MOVE CI-CREANCIER TO RPT-L-CREANCIER
           MOVE CI-REFMND    TO RPT-L-REFMND
           MOVE CI-REFCLI    TO RPT-L-REFCLI
           IF CI-MONTANT NUMERIC THEN
               MOVE CI-MONTANT TO RPT-L-MONTANT
           ELSE
               MOVE ZERO TO RPT-L-MONTANT
           END-IF
           MOVE WS-MOTIF     TO RPT-L-MOTIF
           WRITE FILEOUT-COLRPT-RECORD FROM RPT-LIGNE
           .

       1300-EMETTRE-COLLECTIONS.
      ******************************************************************EDEFAY
      *  Every received collection goes out on the outbound file with
      *  the debtor's account and name from its mandate, and is
      *  marked sent.
           MOVE 'R' TO ZACOL-STATUT
           MOVE "OPN" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACOL-CODRET-OK
               MOVE ZACOL-CREANCIER TO ZAMNE-CREANCIER
               MOVE ZACOL-REFMND    TO ZAMNE-REFMND
               MOVE "SEL" TO ZAMNE-FONCTION
               CALL "MAMNE" USING ZAMNE-ZCMA, AUTH-QUERY
               IF NOT ZAMNE-CODRET-OK THEN
                   MOVE SPACES TO ZAMNE-DEBCPT
                   MOVE SPACES TO ZAMNE-DEBNOM
               END-IF
               MOVE ZACOL-REFCOL    TO CO-D-REFCOL
               MOVE ZACOL-CREANCIER TO CO-D-CREANCIER
               MOVE ZACOL-REFMND    TO CO-D-REFMND
               MOVE ZAMNE-DEBCPT    TO CO-D-DEBCPT
               MOVE ZAMNE-DEBNOM    TO CO-D-DEBNOM
               MOVE ZACOL-MNTCOL    TO CO-D-MONTANT
               MOVE ZACOL-CODDEV    TO CO-D-CODDEV
               MOVE ZACOL-DTECH     TO CO-D-DTECH
               MOVE ZACOL-REFCLI    TO CO-D-REFCLI
               WRITE FILEOUT-COLOUT-RECORD FROM CO-DETAIL
               ADD 1 TO WS-NB-EMISES
               ADD ZACOL-MNTCOL TO WS-MT-EMISES
               SET ZACOL-EMIS TO TRUE
               MOVE WS-AS-OF-DATE TO ZACOL-DTEMIS
               MOVE "UPD" TO ZACOL-FONCTION
               CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
               IF NOT ZACOL-CODRET-OK THEN
                   DISPLAY "GKCOL01 : COLLECTION " ZACOL-REFCOL
                           " EMISE MAIS NON MARQUEE, CODRET="
                           ZACOL-CODRET " - REPRISE MANUELLE REQUISE"
               END-IF
               MOVE "FET" TO ZACOL-FONCTION
               CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           MOVE WS-NB-EMISES TO CO-T-NB
           MOVE WS-MT-EMISES TO CO-T-MONTANT
           WRITE FILEOUT-COLOUT-RECORD FROM CO-PIED
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report totals and the run summary.
           MOVE 'INSTRUCTIONS ACCEPTEES       ' TO RPT-TT-LIBELLE
           MOVE WS-NB-ACCEPTEES TO RPT-TT-NB
           MOVE ZERO TO RPT-TT-MONTANT
           WRITE FILEOUT-COLRPT-RECORD FROM RPT-TOTAL
           MOVE 'INSTRUCTIONS REFUSEES        ' TO RPT-TT-LIBELLE
           MOVE WS-NB-REFUSEES TO RPT-TT-NB
           WRITE FILEOUT-COLRPT-RECORD FROM RPT-TOTAL
           MOVE 'COLLECTIONS EMISES           ' TO RPT-TT-LIBELLE
           MOVE WS-NB-EMISES TO RPT-TT-NB
           MOVE WS-MT-EMISES TO RPT-TT-MONTANT
           WRITE FILEOUT-COLRPT-RECORD FROM RPT-TOTAL
           DISPLAY "GKCOL01 : " WS-NB-LUES " INSTRUCTION(S), "
                   WS-NB-ACCEPTEES " ACCEPTEE(S), " WS-NB-REFUSEES
                   " REFUSEE(S)"
           DISPLAY "GKCOL01 : FICHIER " WS-SEQ-FICHIER " - "
                   WS-NB-EMISES " COLLECTION(S) EMISE(S), MT="
                   WS-MT-EMISES
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-COLOUT-FDNAME
           CLOSE FILEOUT-COLRPT-FDNAME
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
           MOVE 'GKCOL01 ' TO ZALOG-PGM
           MOVE WS-LOG-HRDEBUT TO ZALOG-HRDEBUT
           ACCEPT WS-LOG-HRFIN FROM TIME
           MOVE WS-LOG-HRFIN  TO ZALOG-HRFIN
           MOVE WS-NB-EMISES  TO ZALOG-NBENR
           MOVE RC TO ZALOG-CODRC
           MOVE "INS" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           IF NOT ZALOG-CODRET-OK THEN
               DISPLAY "GKCOL01 : JOURNAL TBLOG KO, CODRET="
                       ZALOG-CODRET
           END-IF
           .
