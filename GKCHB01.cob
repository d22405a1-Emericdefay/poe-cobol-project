      *PROCESS TEST
      ******************************************************************
      * Program name   : GKCHB01
      * Original author: DEFAY E.
      *
      * Description    : Cheque-book ordering batch. Reads the day's
      *                  cheque-book orders from the branches and the
      *                  remote channels (one PARAMCHB line each) and,
      *                  for every order accepted :
      *                    - allocates the account's next cheque
      *                      range, one past the highest number
      *                      already on the TBCHQ register or already
      *                      ordered on TBCBO, so no number is ever
      *                      issued twice ;
      *                    - records the order on TBCBO, status
      *                      ordered, until the printer confirms it ;
      *                    - writes the cheque printer's order file :
      *                      the personalisation lines (holder,
      *                      address, delivery branch, leaves) and the
      *                      encoding line the printer puts in the
      *                      code line of every leaf (serial, bank
      *                      code, branch, account) ;
      *                    - charges the book fee from TBFEE (book
      *                      fee code + account tier) as one
      *                      F1-ENREG-10 debit in a CFLUX file for the
      *                      normal GKRUN01 chain, preceded by an
      *                      F1-ENREG-15 naming the range.
      *                  An account with a book still at the printer
      *                  is refused - the range is registered by
      *                  GKCHB02 when the dispatch confirmation comes
      *                  back, and only then can a new book be
      *                  ordered.
      * Rules handling :
      *             RC = 00 : Every order accepted
      *             RC = 01 : Could not open PARAMCHB, FILEOUT-CHBIMP
      *                       or FILEOUT-CHBFLX
      *             RC = 05 : One or more orders refused (see SYSOUT
      *                       detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMCHB - one order per line : account,
      *                   leaves (blank = default), channel (blank =
      *                   'AGE'), delivery branch (blank = the
      *                   account's branch), operator id.
      *                   FILEOUT-CHBIMP, FILEOUT-CHBFLX - see
      *                   JCL/GKCHB01.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKCHB01 /NBFEUIL  - default leaves per book
      *                   (default 25, at most 1000).
      *                   GKCHB01 /COPECHB  - TBFEE code of the book
      *                   fee (default 'CHB').
      *                   GKCOL01 /CODBANQ  - our clearing member
      *                   code, printed on the encoding line.
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
       PROGRAM-ID.    GKCHB01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMCHB-FDNAME
           ASSIGN TO DYNAMIC PARAMCHB-NAME
           FILE STATUS IS WS-FS-PARAMCHB
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-CHBIMP-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-CHBIMP-NAME
           FILE STATUS IS WS-FS-CHBIMP
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-CHBFLX-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-CHBFLX-NAME
           FILE STATUS IS WS-FS-CHBFLX
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMCHB-FDNAME RECORDING MODE F.
       01  PARAMCHB-RECORD.
           05  PB-COMPTE       PIC X(11).
           05  PB-NBFEUIL      PIC X(04).
           05  PB-CANAL        PIC X(03).
           05  PB-AGENCE       PIC X(03).
           05  PB-OPERATEUR    PIC X(08).
           05  FILLER          PIC X(51).
      *  Printer order file : one header, per book a personalisation
      *  line, an address line and an encoding line, one trailer
       FD  FILEOUT-CHBIMP-FDNAME RECORDING MODE F.
       01  FILEOUT-CHBIMP-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-CHBFLX-FDNAME RECORDING MODE F.
       01  FILEOUT-CHBFLX-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCHQ.cpy".
       COPY "./Copybooks/CTBCBO.cpy".
       COPY "./Copybooks/CTBFEE.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY 'CFLUX.cpy'.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  PARAMCHB-NAME    PIC X(30) VALUE 'PARAMCHB'.
       01  WS-FS-PARAMCHB   PIC X(02).
           88 FS-PARAMCHB-OK VALUE '00'.
       01  WS-EOF-PARAMCHB  PIC X(01) VALUE 'N'.
           88 EOF-PARAMCHB  VALUE 'Y'.
       01  FILEOUT-CHBIMP-NAME PIC X(30) VALUE 'FILEOUT-CHBIMP'.
       01  WS-FS-CHBIMP     PIC X(02).
           88 FS-CHBIMP-OK  VALUE '00'.
       01  FILEOUT-CHBFLX-NAME PIC X(30) VALUE 'FILEOUT-CHBFLX'.
       01  WS-FS-CHBFLX     PIC X(02).
           88 FS-CHBFLX-OK  VALUE '00'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date - the order date and the flow file's date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
      *  Parameters : default leaves, the bound on one book (the
      *  same bound GKMCHQ01 puts on one register line), the book
      *  fee code and our clearing member code
       01  WS-NBFEUIL-DEF   PIC 9(04) VALUE 25.
       01  WS-NBFEUIL-MAX   PIC 9(04) VALUE 1000.
       01  WS-CODOPE-CHB    PIC X(03) VALUE 'CHB'.
       01  WS-CODBANQ       PIC X(05) VALUE SPACES.
      *  The order in hand
       01  WS-NBFEUIL       PIC 9(04).
       01  WS-CANAL         PIC X(03).
       01  WS-AGENCE-LIVR   PIC X(03).
       01  WS-DERNIER-NUM   PIC 9(07).
       01  WS-NUMDEB        PIC 9(07).
       01  WS-NUMFIN        PIC 9(07).
       01  WS-NUM-CALC      PIC 9(08).
       01  WS-ADRESSE       PIC X(30).
       01  WS-COMMANDE-KO   PIC X(01).
           88 COMMANDE-KO   VALUE 'Y'.
       01  WS-MOTIF         PIC X(30).
      *  Printer order file record views
       01  IM-ENREG-H.
           05  IM-H-TYPE       PIC X(01) VALUE 'H'.
           05  IM-H-EMETTEUR   PIC X(08) VALUE 'GKCHB01'.
           05  IM-H-DATE       PIC X(10).
           05  IM-H-CODBANQ    PIC X(05).
           05  FILLER          PIC X(56) VALUE SPACES.
       01  IM-ENREG-P.
           05  IM-P-TYPE       PIC X(01) VALUE 'P'.
           05  IM-P-COMPTE     PIC X(11).
           05  IM-P-NUMDEB     PIC 9(07).
           05  IM-P-NUMFIN     PIC 9(07).
           05  IM-P-NBFEUIL    PIC 9(04).
           05  IM-P-AGENCE     PIC X(03).
           05  IM-P-CANAL      PIC X(03).
           05  IM-P-TITULAIRE  PIC X(20).
           05  FILLER          PIC X(24) VALUE SPACES.
       01  IM-ENREG-A.
           05  IM-A-TYPE       PIC X(01) VALUE 'A'.
           05  IM-A-COMPTE     PIC X(11).
           05  IM-A-NUMDEB     PIC 9(07).
           05  IM-A-ADRESSE    PIC X(30).
           05  FILLER          PIC X(31) VALUE SPACES.
      *  The encoding line carries the FIRST leaf's serial - the
      *  printer advances it by one on every following leaf
       01  IM-ENREG-E.
           05  IM-E-TYPE       PIC X(01) VALUE 'E'.
           05  IM-E-COMPTE     PIC X(11).
           05  IM-E-NUMDEB     PIC 9(07).
           05  IM-E-LIGNE-CODE.
               10  IM-E-SERIE      PIC 9(07).
               10  IM-E-CODBANQ    PIC X(05).
               10  IM-E-AGENCE     PIC X(03).
               10  IM-E-NUMCPT     PIC X(11).
           05  FILLER          PIC X(35) VALUE SPACES.
       01  IM-ENREG-T.
           05  IM-T-TYPE       PIC X(01) VALUE 'T'.
           05  IM-T-NB-CARNETS PIC 9(06).
           05  IM-T-NB-FEUIL   PIC 9(09).
           05  FILLER          PIC X(64) VALUE SPACES.
      *  Fee flow references and totals
       01  WS-SEQ           PIC 9(03) VALUE 0.
       01  WS-REF-CHB       PIC X(10).
       01  WS-LIBELLE-CHB   PIC X(24).
       01  WS-NB-DEBITS     PIC 9(06) VALUE 0.
       01  WS-MT-DEBITS     PIC 9(11)V99 VALUE 0.
      *  Line counters
       01  WS-NB-LUES       PIC 9(06) VALUE 0.
       01  WS-NB-OK         PIC 9(06) VALUE 0.
       01  WS-NB-KO         PIC 9(06) VALUE 0.
       01  WS-NB-FEUIL-TOT  PIC 9(09) VALUE 0.
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
               PERFORM 1100-LIRE-PARAMCHB
               PERFORM UNTIL EOF-PARAMCHB
                   PERFORM 1500-TRAITER-COMMANDE
                   PERFORM 1100-LIRE-PARAMCHB
               END-PERFORM
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date and the parameters, open the files
      *  and write the printer file's and the flow file's headers.
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
      *    Default leaves per book - a usable TBPRM value wins
           MOVE 'GKCHB01 ' TO ZAPRM-PGM
           MOVE 'NBFEUIL ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               IF FUNCTION NUMVAL(ZAPRM-VALPRM) > 0
                  AND FUNCTION NUMVAL(ZAPRM-VALPRM)
                      NOT > WS-NBFEUIL-MAX THEN
                   COMPUTE WS-NBFEUIL-DEF =
                           FUNCTION NUMVAL(ZAPRM-VALPRM)
               END-IF
           END-IF
           MOVE 'GKCHB01 ' TO ZAPRM-PGM
           MOVE 'COPECHB ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-CODOPE-CHB
           END-IF
      *    Our clearing member code - the one GKCOL01 presents
      *    cheques under, so the encoding line matches it
           MOVE 'GKCOL01 ' TO ZAPRM-PGM
           MOVE 'CODBANQ ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:5) TO WS-CODBANQ
           ELSE
               DISPLAY "GKCHB01 : CODE BANQUE ABSENT DE TBPRM, "
                       "LIGNE DE CODAGE SANS CODE BANQUE"
           END-IF
           OPEN INPUT PARAMCHB-FDNAME
           IF NOT FS-PARAMCHB-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-CHBIMP-FDNAME
           IF NOT FS-CHBIMP-OK THEN
               MOVE '01' TO RC
               CLOSE PARAMCHB-FDNAME
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-CHBFLX-FDNAME
           IF NOT FS-CHBFLX-OK THEN
               MOVE '01' TO RC
               CLOSE PARAMCHB-FDNAME
               CLOSE FILEOUT-CHBIMP-FDNAME
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE TO IM-H-DATE
           MOVE WS-CODBANQ TO IM-H-CODBANQ
           WRITE FILEOUT-CHBIMP-RECORD FROM IM-ENREG-H
           MOVE SPACES TO F1-ENREG-00
           MOVE '00' TO F1-TYPE-00
           MOVE 'INT' TO F1-ORIGINE
           MOVE WS-AS-OF-DATE TO F1-DATE
           MOVE '01' TO F1-VERSION
           WRITE FILEOUT-CHBFLX-RECORD FROM F1-ENREG-00
           .

       1100-LIRE-PARAMCHB.
      ******************************************************************EDEFAY
      *  Read the next PARAMCHB order line.
           READ PARAMCHB-FDNAME
               AT END SET EOF-PARAMCHB TO TRUE
           END-READ
           .

       1500-TRAITER-COMMANDE.
      ******************************************************************EDEFAY
      *  One cheque-book order : validate it, allocate the range,
      *  record it, send it to the printer and charge the book.
           ADD 1 TO WS-NB-LUES
           PERFORM 2000-VERIFIER-COMMANDE
           IF COMMANDE-KO THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKCHB01 : " PB-COMPTE " : " WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-ALLOUER-SERIE
           IF COMMANDE-KO THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKCHB01 : " PB-COMPTE " : " WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ZACBO-DONNEES
           MOVE PB-COMPTE      TO ZACBO-COMPTE
           MOVE WS-NUMDEB      TO ZACBO-NUMDEB
           MOVE WS-NUMFIN      TO ZACBO-NUMFIN
           MOVE WS-NBFEUIL     TO ZACBO-NBFEUIL
           MOVE WS-CANAL       TO ZACBO-CANAL
           MOVE WS-AGENCE-LIVR TO ZACBO-AGENCE
           MOVE PB-OPERATEUR   TO ZACBO-OPERATEUR
           MOVE WS-AS-OF-DATE  TO ZACBO-DTCDE
           MOVE SPACES         TO ZACBO-DTEXP
           SET ZACBO-COMMANDE  TO TRUE
           MOVE "INS" TO ZACBO-FONCTION
           CALL "MACBO" USING ZACBO-ZCMA, AUTH-QUERY
           IF NOT ZACBO-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKCHB01 : " PB-COMPTE
                       " : INS TBCBO KO, CODRET=" ZACBO-CODRET
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-ECRIRE-COMMANDE
           PERFORM 1700-FACTURER-CARNET
           ADD 1 TO WS-NB-OK
           ADD WS-NBFEUIL TO WS-NB-FEUIL-TOT
           DISPLAY "GKCHB01 : " PB-COMPTE " " WS-NUMDEB "-"
                   WS-NUMFIN " (" WS-CANAL "/" WS-AGENCE-LIVR
                   ") : COMMANDE"
           .

       1600-ECRIRE-COMMANDE.
      ******************************************************************EDEFAY
      *  The book's personalisation, address and encoding lines on
      *  the printer order file. The address is the customer's
      *  TBCLI address ; an account without a readable customer row
      *  is printed without one.
           MOVE SPACES TO WS-ADRESSE
           IF ZACPT-CLIENT NOT = SPACES THEN
               MOVE ZACPT-CLIENT TO ZACLI-CLIENT
               MOVE "SEL" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               IF ZACLI-CODRET-OK THEN
                   MOVE ZACLI-ADRESSE TO WS-ADRESSE
               END-IF
           END-IF
           MOVE PB-COMPTE      TO IM-P-COMPTE
           MOVE WS-NUMDEB      TO IM-P-NUMDEB
           MOVE WS-NUMFIN      TO IM-P-NUMFIN
           MOVE WS-NBFEUIL     TO IM-P-NBFEUIL
           MOVE WS-AGENCE-LIVR TO IM-P-AGENCE
           MOVE WS-CANAL       TO IM-P-CANAL
           MOVE ZACPT-NOM      TO IM-P-TITULAIRE
           WRITE FILEOUT-CHBIMP-RECORD FROM IM-ENREG-P
           MOVE PB-COMPTE      TO IM-A-COMPTE
           MOVE WS-NUMDEB      TO IM-A-NUMDEB
           MOVE WS-ADRESSE     TO IM-A-ADRESSE
           WRITE FILEOUT-CHBIMP-RECORD FROM IM-ENREG-A
           MOVE PB-COMPTE      TO IM-E-COMPTE
           MOVE WS-NUMDEB      TO IM-E-NUMDEB
           MOVE WS-NUMDEB      TO IM-E-SERIE
           MOVE WS-CODBANQ     TO IM-E-CODBANQ
           MOVE ZACPT-AGENCE   TO IM-E-AGENCE
           MOVE PB-COMPTE      TO IM-E-NUMCPT
           WRITE FILEOUT-CHBIMP-RECORD FROM IM-ENREG-E
           .

       1700-FACTURER-CARNET.
      ******************************************************************EDEFAY
      *  Charge the book : TBFEE row of the book fee code for the
      *  account's tier, posted under its COPEFRAIS in the account's
      *  own currency. No row (or a nil amount) is a free book.
           MOVE WS-CODOPE-CHB TO ZAFEE-COPE
           MOVE ZACPT-TIER    TO ZAFEE-TIER
           MOVE "SEL" TO ZAFEE-FONCTION
           CALL "MAFEE" USING ZAFEE-ZCMA, AUTH-QUERY
           IF NOT ZAFEE-CODRET-OK
              OR ZAFEE-MNTFRAIS NOT > 0 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-REF-CHB
           STRING 'B' WS-AS-OF-DATE(3:2) WS-AS-OF-DATE(6:2)
                  WS-AS-OF-DATE(9:2) WS-SEQ
                  DELIMITED BY SIZE INTO WS-REF-CHB
           MOVE SPACES TO WS-LIBELLE-CHB
           STRING 'CHEQUIER ' WS-NUMDEB '-' WS-NUMFIN
                  DELIMITED BY SIZE INTO WS-LIBELLE-CHB
           MOVE SPACES TO F1-ENREG-00
           MOVE '15' TO F1-TYPE-15
           MOVE WS-REF-CHB TO F1-REF-OPER-15
           MOVE 'CARNET DE CHEQUES' TO F1-CTP-NOM
           MOVE SPACES TO F1-CTP-COMPTE
           MOVE WS-LIBELLE-CHB TO F1-CTP-LIBELLE
           WRITE FILEOUT-CHBFLX-RECORD FROM F1-ENREG-15
           MOVE SPACES TO F1-ENREG-00
           MOVE '10' TO F1-TYPE-10
           MOVE PB-COMPTE TO F1-COMPTE
           MOVE ZAFEE-COPEFRAIS TO F1-CODE-OPER
           MOVE WS-REF-CHB TO F1-REF-OPER
           MOVE ZACPT-DEVISE TO F1-CODE-DEV
           MOVE ZAFEE-MNTFRAIS TO F1-MONTANT-OPER
           WRITE FILEOUT-CHBFLX-RECORD FROM F1-ENREG-10
           ADD 1 TO WS-NB-DEBITS
           ADD ZAFEE-MNTFRAIS TO WS-MT-DEBITS
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Write the printer file's trailer and the flow file's footer,
      *  report the run totals and set the final RC.
           MOVE WS-NB-OK TO IM-T-NB-CARNETS
           MOVE WS-NB-FEUIL-TOT TO IM-T-NB-FEUIL
           WRITE FILEOUT-CHBIMP-RECORD FROM IM-ENREG-T
           MOVE SPACES TO F1-ENREG-00
           MOVE '99' TO F1-TYPE-99
           MOVE WS-NB-DEBITS TO F1-NB-OPERATIONS
           MOVE WS-MT-DEBITS TO F1-MT-GLOBAL
           WRITE FILEOUT-CHBFLX-RECORD FROM F1-ENREG-99
           DISPLAY "GKCHB01 : " WS-NB-LUES " COMMANDE(S), " WS-NB-OK
                   " TRANSMISE(S), " WS-NB-KO " REFUSEE(S)"
           DISPLAY "GKCHB01 : " WS-NB-DEBITS " FRAIS DE CARNET, TOTAL "
                   WS-MT-DEBITS
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       2000-VERIFIER-COMMANDE.
      ******************************************************************EDEFAY
      *  The account must be an active customer account, the leaves
      *  a sane count ; blank fields take their defaults.
           MOVE 'N' TO WS-COMMANDE-KO
           MOVE PB-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               SET COMMANDE-KO TO TRUE
               MOVE 'COMPTE INCONNU' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF ZACPT-INTERNE THEN
               SET COMMANDE-KO TO TRUE
               MOVE 'COMPTE INTERNE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF NOT ZACPT-ACTIF THEN
               SET COMMANDE-KO TO TRUE
               MOVE SPACES TO WS-MOTIF
               STRING 'COMPTE NON ACTIF, STATUT ' ZACPT-STATUT
                      DELIMITED BY SIZE INTO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF PB-NBFEUIL = SPACES THEN
               MOVE WS-NBFEUIL-DEF TO WS-NBFEUIL
           ELSE
               IF FUNCTION TEST-NUMVAL(PB-NBFEUIL) NOT = 0 THEN
                   SET COMMANDE-KO TO TRUE
                   MOVE 'NOMBRE DE FEUILLES INVALIDE' TO WS-MOTIF
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(PB-NBFEUIL) < 1
                  OR FUNCTION NUMVAL(PB-NBFEUIL) > WS-NBFEUIL-MAX THEN
                   SET COMMANDE-KO TO TRUE
                   MOVE 'NOMBRE DE FEUILLES HORS BORNES' TO WS-MOTIF
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NBFEUIL = FUNCTION NUMVAL(PB-NBFEUIL)
           END-IF
           IF PB-CANAL = SPACES THEN
               MOVE 'AGE' TO WS-CANAL
           ELSE
               MOVE PB-CANAL TO WS-CANAL
           END-IF
           IF PB-AGENCE = SPACES THEN
               MOVE ZACPT-AGENCE TO WS-AGENCE-LIVR
           ELSE
               MOVE PB-AGENCE TO WS-AGENCE-LIVR
           END-IF
           .

       2100-ALLOUER-SERIE.
      ******************************************************************EDEFAY
      *  The next range starts one past the highest number the
      *  account already holds - on the TBCHQ register or on any
      *  TBCBO order, cancelled ones included (the printer may have
      *  printed them). A book still at the printer refuses the
      *  order : the second book would be charged before the first
      *  one is even registered.
           MOVE 0 TO WS-DERNIER-NUM
           MOVE PB-COMPTE TO ZACBO-COMPTE
           MOVE "OPN" TO ZACBO-FONCTION
           CALL "MACBO" USING ZACBO-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACBO-FONCTION
           CALL "MACBO" USING ZACBO-ZCMA, AUTH-QUERY
           IF ZACBO-CODRET-OK THEN
               MOVE ZACBO-NUMFIN TO WS-DERNIER-NUM
               IF ZACBO-COMMANDE THEN
                   SET COMMANDE-KO TO TRUE
                   MOVE SPACES TO WS-MOTIF
                   STRING 'CARNET ' ZACBO-NUMDEB ' EN COMMANDE'
                          DELIMITED BY SIZE INTO WS-MOTIF
               END-IF
           END-IF
           MOVE "CLO" TO ZACBO-FONCTION
           CALL "MACBO" USING ZACBO-ZCMA, AUTH-QUERY
           IF COMMANDE-KO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE PB-COMPTE TO ZACHQ-COMPTE
           MOVE "OP2" TO ZACHQ-FONCTION
           CALL "MACHQ" USING ZACHQ-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACHQ-FONCTION
           CALL "MACHQ" USING ZACHQ-ZCMA, AUTH-QUERY
           IF ZACHQ-CODRET-OK
              AND ZACHQ-NUMCHQ > WS-DERNIER-NUM THEN
               MOVE ZACHQ-NUMCHQ TO WS-DERNIER-NUM
           END-IF
           MOVE "CL2" TO ZACHQ-FONCTION
           CALL "MACHQ" USING ZACHQ-ZCMA, AUTH-QUERY
           COMPUTE WS-NUM-CALC = WS-DERNIER-NUM + WS-NBFEUIL
           IF WS-NUM-CALC > 9999999 THEN
               SET COMMANDE-KO TO TRUE
               MOVE 'NUMEROTATION DES CHEQUES EPUISEE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUMDEB = WS-DERNIER-NUM + 1
           MOVE WS-NUM-CALC TO WS-NUMFIN
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE PARAMCHB-FDNAME
           CLOSE FILEOUT-CHBIMP-FDNAME
           CLOSE FILEOUT-CHBFLX-FDNAME
           .
