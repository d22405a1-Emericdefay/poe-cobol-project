      *PROCESS TEST
      ******************************************************************
      * Program name   : GKCOL02
      * Original author: DEFAY E.
      *
      * Description    : Direct-debit origination for our corporate
      *                  creditor customers, settlement side. Three
      *                  passes over the TBCOL collections GKCOL01 sent
      *                  to the clearing :
      *                   - apply the R-transactions (returns,
      *                     refunds) from FILEIN-COLRET : a collection
      *                     already credited to its creditor is
      *                     debited back ('DDR'), one not yet settled
      *                     simply never will be ; either way it is
      *                     closed as returned ;
      *                   - credit every sent collection whose due
      *                     date has come to its creditor's TBCRE
      *                     account ('DDC', under the collection's own
      *                     reference) ;
      *                   - report, per creditor, the collections and
      *                     R-transactions due over the last TBPRM
      *                     'GKCOL02 '/'FENETRE' days (default 90)
      *                     with the return rate, flagged '****' above
      *                     'GKCOL02 '/'SEUILRET' percent (default 5).
      *                  The credits and debits go out as type-10
      *                  records on FILEOUT-COLFLX in the CFLUX layout
      *                  (header 'INT' on a business day, computed
      *                  footer), fed to GKRUN01 like GKRBA01's legs.
      * Rules handling :
      *             RC = 00 : Ran to completion, nothing flagged
      *             RC = 01 : Could not open FILEOUT-COLFLX or
      *                       FILEOUT-COLRRT
      *             RC = 05 : R-transactions that match no sent
      *                       collection, or creditors above the
      *                       return-rate threshold - see the report
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEIN-COLRET - OPTIONAL, the clearing's
      *                   R-transactions, one per line :
      *                     cols  1-10  collection reference (REFCOL)
      *                     col  11     R return - F refund
      *                     cols 12-21  date YYYY-MM-DD
      *                     cols 22-25  reason code
      *                   FILEOUT-COLFLX, FILEOUT-COLRRT.
      *    TBPRM        : GKCOL02 /FENETRE  - report window in days
      *                   GKCOL02 /SEUILRET - return-rate threshold %
      *                   GKCOL02 /REFSEQ   - R-transaction debit
      *                   reference sequence
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
       PROGRAM-ID.    GKCOL02.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN-COLRET-FDNAME
           ASSIGN TO DYNAMIC FILEIN-COLRET-NAME
           FILE STATUS IS WS-FS-COLRET
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-COLFLX-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-COLFLX-NAME
           FILE STATUS IS WS-FS-COLFLX
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-COLRRT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-COLRRT-NAME
           FILE STATUS IS WS-FS-COLRRT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEIN-COLRET-FDNAME RECORDING MODE F.
       01  FILEIN-COLRET-RECORD.
          05  CR-REFCOL       PIC X(10).
          05  CR-TYPRET       PIC X(01).
              88 CR-TYPRET-OK VALUE 'R' 'F'.
          05  CR-DTRET        PIC X(10).
          05  CR-MOTRET       PIC X(04).
          05  FILLER          PIC X(55).
       FD  FILEOUT-COLFLX-FDNAME RECORDING MODE F.
       01  FILEOUT-COLFLX-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-COLRRT-FDNAME RECORDING MODE F.
       01  FILEOUT-COLRRT-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCRE.cpy".
       COPY "./Copybooks/CTBCOL.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBCAL.cpy".
       COPY "./Copybooks/CTBLOG.cpy".
       COPY 'CFLUX.cpy'.
      *  Run-log working fields, see 1980-JOURNALISER-EXECUTION
       01  WS-LOG-YYYYMMDD  PIC 9(08).
       01  WS-LOG-HRDEBUT   PIC 9(08).
       01  WS-LOG-HRFIN     PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEIN-COLRET-NAME PIC X(30) VALUE 'FILEIN-COLRET'.
       01  WS-FS-COLRET    PIC X(02).
           88 FS-COLRET-OK VALUE '00'.
       01  WS-EOF-COLRET   PIC X(01) VALUE 'N'.
           88 EOF-COLRET   VALUE 'Y'.
       01  FILEOUT-COLFLX-NAME PIC X(30) VALUE 'FILEOUT-COLFLX'.
       01  WS-FS-COLFLX    PIC X(02).
           88 FS-COLFLX-OK VALUE '00'.
       01  FILEOUT-COLRRT-NAME PIC X(30) VALUE 'FILEOUT-COLRRT'.
       01  WS-FS-COLRRT    PIC X(02).
           88 FS-COLRRT-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date (TBPRC when set, machine date otherwise), and
      *  its business-day-rolled form used as the flow file's header
      *  date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE     PIC X(10).
       01  WS-DATE-OUVREE    PIC X(10).
      *  Date working fields, same idiom as GKLOAN01
       01  WS-DATE-ISO       PIC X(10).
       01  WS-DATE-DIGITS    PIC X(08).
       01  WS-DATE-YYYYMMDD  PIC 9(08).
       01  WS-DATE-ENTIER    PIC 9(07).
      *  Return-rate report window and threshold
       01  WS-FENETRE        PIC 9(04) VALUE 90.
       01  WS-DEBUT-FENETRE  PIC X(10).
       01  WS-SEUIL-RET      PIC S9(3)V9(2) COMP-3 VALUE 5.
       01  WS-TAUX-RET       PIC S9(3)V9(2) COMP-3.
      *  Reference sequence, persisted in TBPRM - see
      *  1050-ALLOUER-SEQ
       01  WS-SEQ            PIC 9(08) VALUE 0.
       01  WS-REFSEQ-LU      PIC X(01) VALUE 'N'.
           88 REFSEQ-LU      VALUE 'Y'.
      *  CODOPEs the legs post under - 'DDC' credit, 'DDR' debit on
      *  TBOPE
       01  WS-CODOPE-REGLEMENT PIC X(03) VALUE 'DDC'.
       01  WS-CODOPE-RETOUR    PIC X(03) VALUE 'DDR'.
       01  WS-MOTIF          PIC X(26).
      *  One creditor's return-rate counters
       01  WS-CRE-NB         PIC 9(06).
       01  WS-CRE-NBRET      PIC 9(06).
       01  WS-CRE-MT         PIC S9(13)V9(2) COMP-3.
       01  WS-CRE-MTRET      PIC S9(13)V9(2) COMP-3.
      *  Report lines
       01  RPT-TITRE.
           05  RPT-T-LIBELLE   PIC X(40).
           05  RPT-T-DATE      PIC X(10).
           05  FILLER          PIC X(30) VALUE SPACES.
       01  RPT-RET.
           05  RPT-R-REFCOL    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-R-CREANCIER PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-R-TYPRET    PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-R-MOTRET    PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-R-MONTANT   PIC -(10)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-R-RESULTAT  PIC X(26).
           05  FILLER          PIC X(12) VALUE SPACES.
       01  RPT-TAUX-ENTETE.
           05  FILLER          PIC X(40)
               VALUE 'CREANCIER COMPTE       NB COLL  NB RET  '.
           05  FILLER          PIC X(40)
               VALUE '  MT COLLECTE    MT RETOURNE  TAUX      '.
       01  RPT-TAUX.
           05  RPT-X-CREANCIER PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-X-COMPTE    PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-X-NB        PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-X-NBRET     PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-X-MT        PIC -(10)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-X-MTRET     PIC -(10)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-X-TAUX      PIC ZZ9.99.
           05  FILLER          PIC X(01) VALUE '%'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-X-FLAG      PIC X(04).
           05  FILLER          PIC X(03) VALUE SPACES.
      *  Counters
       01  WS-NB-RET-LUS     PIC 9(06) VALUE 0.
       01  WS-NB-RET-DEBITES PIC 9(06) VALUE 0.
       01  WS-NB-RET-ANNULES PIC 9(06) VALUE 0.
       01  WS-NB-RET-REJETES PIC 9(06) VALUE 0.
       01  WS-NB-REGLEES     PIC 9(06) VALUE 0.
       01  WS-NB-SANS-CRE    PIC 9(06) VALUE 0.
       01  WS-NB-SIGNALES    PIC 9(06) VALUE 0.
       01  WS-NB-LEGS        PIC 9(06) VALUE 0.
       01  WS-MT-GLOBAL      PIC 9(11)V99 VALUE 0.
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
               PERFORM 1100-TRAITER-RTRANSACTIONS
               PERFORM 1300-REGLER-COLLECTIONS
               PERFORM 1500-TAUX-DE-RETOUR
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           PERFORM 1980-JOURNALISER-EXECUTION
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Derive the processing date (TBPRC's logical date when one is
      *  set, the machine date otherwise) and its business-day roll
      *  for the flow file's header, load the report window and
      *  threshold, open the outputs and write the flow header.
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
           MOVE WS-AS-OF-DATE TO WS-DATE-OUVREE
           PERFORM 2000-ROULER-JOUR-OUVRE
           MOVE 'GKCOL02 ' TO ZAPRM-PGM
           MOVE 'FENETRE ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:4) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:4) TO WS-FENETRE
           END-IF
           MOVE 'GKCOL02 ' TO ZAPRM-PGM
           MOVE 'SEUILRET' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-SEUIL-RET = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           SUBTRACT WS-FENETRE FROM WS-DATE-ENTIER
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DEBUT-FENETRE
           OPEN OUTPUT FILEOUT-COLFLX-FDNAME
           IF NOT FS-COLFLX-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-COLRRT-FDNAME
           IF NOT FS-COLRRT-OK THEN
               MOVE '01' TO RC
               CLOSE FILEOUT-COLFLX-FDNAME
               EXIT PARAGRAPH
           END-IF
      *    Blank the whole header first - F1-SEQUENCE stays spaces,
      *    this is an unsequenced internal file
           MOVE SPACES TO F1-ENREG-00
           MOVE '00' TO F1-TYPE-00
           MOVE 'INT' TO F1-ORIGINE
           MOVE WS-DATE-OUVREE TO F1-DATE
           MOVE '01' TO F1-VERSION
           WRITE FILEOUT-COLFLX-RECORD FROM F1-ENREG-00
           .

       1050-ALLOUER-SEQ.
      ******************************************************************EDEFAY
      *  Allocate the next reference sequence number - persisted in
      *  TBPRM ('GKCOL02 '/'REFSEQ'), loaded on first use and written
      *  back BEFORE the number is handed out, same discipline as
      *  GKRBA01. A missing row (fresh install) starts from zero and
      *  is INSerted.
           IF NOT REFSEQ-LU THEN
               SET REFSEQ-LU TO TRUE
               MOVE 'GKCOL02 ' TO ZAPRM-PGM
               MOVE 'REFSEQ  ' TO ZAPRM-NOMPRM
               MOVE "SEL" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF ZAPRM-CODRET-OK
                  AND ZAPRM-VALPRM(1:8) IS NUMERIC THEN
                   MOVE ZAPRM-VALPRM(1:8) TO WS-SEQ
               END-IF
           END-IF
           ADD 1 TO WS-SEQ
           MOVE 'GKCOL02 ' TO ZAPRM-PGM
           MOVE 'REFSEQ  ' TO ZAPRM-NOMPRM
           MOVE SPACES TO ZAPRM-VALPRM
           MOVE WS-SEQ TO ZAPRM-VALPRM(1:8)
           MOVE "UPD" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF NOT ZAPRM-CODRET-OK THEN
               MOVE "INS" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF NOT ZAPRM-CODRET-OK THEN
                   DISPLAY "GKCOL02 : SEQUENCE REFSEQ NON PERSISTEE"
                           " CODRET=" ZAPRM-CODRET
               END-IF
           END-IF
           .

       1100-TRAITER-RTRANSACTIONS.
      ******************************************************************EDEFAY
      *  Apply the clearing's R-transactions, when FILEIN-COLRET is
      *  supplied - before the settlement pass, so a collection
      *  returned ahead of its due date is never credited.
           MOVE 'R-TRANSACTIONS DU                       ' TO
                RPT-T-LIBELLE
           MOVE WS-AS-OF-DATE TO RPT-T-DATE
           WRITE FILEOUT-COLRRT-RECORD FROM RPT-TITRE
           OPEN INPUT FILEIN-COLRET-FDNAME
           IF NOT FS-COLRET-OK THEN
               DISPLAY "GKCOL02 : PAS DE FILEIN-COLRET - AUCUNE "
                       "R-TRANSACTION"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1110-LIRE-COLRET
           PERFORM UNTIL EOF-COLRET
               ADD 1 TO WS-NB-RET-LUS
               PERFORM 1150-TRAITER-RTRANSACTION
               PERFORM 1110-LIRE-COLRET
           END-PERFORM
           CLOSE FILEIN-COLRET-FDNAME
           .

       1110-LIRE-COLRET.
      ******************************************************************EDEFAY
      *  Read the next FILEIN-COLRET R-transaction.
           READ FILEIN-COLRET-FDNAME
               AT END
                   SET EOF-COLRET TO TRUE
           END-READ
           .

       1150-TRAITER-RTRANSACTION.
      ******************************************************************EDEFAY
      *  One R-transaction. It must name a collection sent to the
      *  clearing and not yet returned ; a refund only follows a
      *  settled collection. A settled one is debited back from the
      *  creditor's account under a fresh 'DR' reference.
           MOVE SPACES TO WS-MOTIF
           MOVE CR-REFCOL TO ZACOL-REFCOL
           MOVE "SEL" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           EVALUATE TRUE
               WHEN NOT ZACOL-CODRET-OK
                   MOVE 'REJET : COLLECTION INCONNUE' TO WS-MOTIF
               WHEN NOT CR-TYPRET-OK
                   MOVE 'REJET : TYPE INVALIDE' TO WS-MOTIF
               WHEN ZACOL-RETOURNE
                   MOVE 'REJET : DEJA RETOURNEE' TO WS-MOTIF
               WHEN ZACOL-RECU
                   MOVE 'REJET : NON EMISE' TO WS-MOTIF
               WHEN ZACOL-EMIS AND CR-TYPRET = 'F'
                   MOVE 'REJET : REMBT AVANT REGLT' TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOTIF = SPACES
              AND ZACOL-CREDITE THEN
               MOVE ZACOL-CREANCIER TO ZACRE-CREANCIER
               MOVE "SEL" TO ZACRE-FONCTION
               CALL "MACRE" USING ZACRE-ZCMA, AUTH-QUERY
               IF NOT ZACRE-CODRET-OK THEN
                   MOVE 'REJET : CREANCIER INCONNU' TO WS-MOTIF
               END-IF
           END-IF
           IF WS-MOTIF NOT = SPACES THEN
               ADD 1 TO WS-NB-RET-REJETES
               MOVE '05' TO RC
               PERFORM 3100-LISTER-RTRANSACTION
               DISPLAY "GKCOL02 : R-TRANSACTION " CR-REFCOL " "
                       WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF ZACOL-CREDITE THEN
               PERFORM 1050-ALLOUER-SEQ
               MOVE SPACES TO F1-ENREG-10
               STRING 'DR' WS-SEQ DELIMITED BY SIZE INTO F1-REF-OPER
               MOVE WS-CODOPE-RETOUR TO F1-CODE-OPER
               MOVE ZACOL-MNTCOL TO F1-MONTANT-OPER
               PERFORM 1400-ECRIRE-LEG
               ADD 1 TO WS-NB-RET-DEBITES
               MOVE SPACES TO WS-MOTIF
               STRING 'DEBITE ' F1-REF-OPER
                      DELIMITED BY SIZE INTO WS-MOTIF
           ELSE
               ADD 1 TO WS-NB-RET-ANNULES
               MOVE 'ANNULEE AVANT REGLEMENT' TO WS-MOTIF
           END-IF
           SET ZACOL-RETOURNE TO TRUE
           MOVE CR-TYPRET TO ZACOL-TYPRET
           MOVE CR-DTRET  TO ZACOL-DTRET
           MOVE CR-MOTRET TO ZACOL-MOTRET
           MOVE "UPD" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           IF NOT ZACOL-CODRET-OK THEN
               DISPLAY "GKCOL02 : MAJ COLLECTION " ZACOL-REFCOL
                       " KO, CODRET=" ZACOL-CODRET
                       " - REPRISE MANUELLE REQUISE"
           END-IF
           PERFORM 3100-LISTER-RTRANSACTION
           .

       1300-REGLER-COLLECTIONS.
      ******************************************************************EDEFAY
      *  Credit every sent collection due today or earlier to its
      *  creditor's account, under the collection's own reference.
           MOVE 'E' TO ZACOL-STATUT
           MOVE "OPN" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACOL-CODRET-OK
               IF ZACOL-DTECH NOT > WS-AS-OF-DATE THEN
                   PERFORM 1350-REGLER-COLLECTION
               END-IF
               MOVE "FET" TO ZACOL-FONCTION
               CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           .

       1350-REGLER-COLLECTION.
      ******************************************************************EDEFAY
      *  One collection's settlement credit. A creditor no longer on
      *  TBCRE leaves the collection sent, for the back office.
           MOVE ZACOL-CREANCIER TO ZACRE-CREANCIER
           MOVE "SEL" TO ZACRE-FONCTION
           CALL "MACRE" USING ZACRE-ZCMA, AUTH-QUERY
           IF NOT ZACRE-CODRET-OK THEN
               ADD 1 TO WS-NB-SANS-CRE
               DISPLAY "GKCOL02 : COLLECTION " ZACOL-REFCOL
                       " CREANCIER " ZACOL-CREANCIER
                       " INCONNU - NON CREDITEE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F1-ENREG-10
           MOVE ZACOL-REFCOL TO F1-REF-OPER
           MOVE WS-CODOPE-REGLEMENT TO F1-CODE-OPER
           MOVE ZACOL-MNTCOL TO F1-MONTANT-OPER
           PERFORM 1400-ECRIRE-LEG
           ADD 1 TO WS-NB-REGLEES
           SET ZACOL-CREDITE TO TRUE
           MOVE WS-AS-OF-DATE TO ZACOL-DTREG
           MOVE "UPD" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           IF NOT ZACOL-CODRET-OK THEN
               DISPLAY "GKCOL02 : COLLECTION " ZACOL-REFCOL
                       " CREDITEE MAIS NON MARQUEE, CODRET="
                       ZACOL-CODRET " - REPRISE MANUELLE REQUISE"
           END-IF
           .

       1400-ECRIRE-LEG.
      ******************************************************************EDEFAY
      *  Complete the type-10 leg the caller started (reference,
      *  CODOPE, amount) on the creditor's account and write it.
           MOVE '10' TO F1-TYPE-10
           MOVE ZACRE-COMPTE TO F1-COMPTE
           MOVE ZACOL-CODDEV TO F1-CODE-DEV
           WRITE FILEOUT-COLFLX-RECORD FROM F1-ENREG-10
           ADD 1 TO WS-NB-LEGS
           ADD F1-MONTANT-OPER TO WS-MT-GLOBAL
           .

       1500-TAUX-DE-RETOUR.
      ******************************************************************EDEFAY
      *  Per creditor, the collections due inside the window that
      *  went to the clearing (sent, settled or returned) against
      *  those that came back, and the return rate.
           MOVE 'TAUX DE RETOUR PAR CREANCIER DEPUIS LE ' TO
                RPT-T-LIBELLE
           MOVE WS-DEBUT-FENETRE TO RPT-T-DATE
           WRITE FILEOUT-COLRRT-RECORD FROM RPT-TITRE
           WRITE FILEOUT-COLRRT-RECORD FROM RPT-TAUX-ENTETE
           MOVE "OPN" TO ZACRE-FONCTION
           CALL "MACRE" USING ZACRE-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACRE-FONCTION
           CALL "MACRE" USING ZACRE-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACRE-CODRET-OK
               PERFORM 1550-TAUX-CREANCIER
               MOVE "FET" TO ZACRE-FONCTION
               CALL "MACRE" USING ZACRE-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACRE-FONCTION
           CALL "MACRE" USING ZACRE-ZCMA, AUTH-QUERY
           .

       1550-TAUX-CREANCIER.
      ******************************************************************EDEFAY
      *  One creditor's line, through its collections (CCO2). A
      *  creditor with nothing in the window prints nothing.
           MOVE ZERO TO WS-CRE-NB
           MOVE ZERO TO WS-CRE-NBRET
           MOVE ZERO TO WS-CRE-MT
           MOVE ZERO TO WS-CRE-MTRET
           MOVE ZACRE-CREANCIER TO ZACOL-CREANCIER
           MOVE "OP2" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACOL-CODRET-OK
               IF ZACOL-DTECH NOT < WS-DEBUT-FENETRE
                  AND ZACOL-DTECH NOT > WS-AS-OF-DATE
                  AND NOT ZACOL-RECU THEN
                   ADD 1 TO WS-CRE-NB
                   ADD ZACOL-MNTCOL TO WS-CRE-MT
                   IF ZACOL-RETOURNE THEN
                       ADD 1 TO WS-CRE-NBRET
                       ADD ZACOL-MNTCOL TO WS-CRE-MTRET
                   END-IF
               END-IF
               MOVE "FE2" TO ZACOL-FONCTION
               CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZACOL-FONCTION
           CALL "MACOL" USING ZACOL-ZCMA, AUTH-QUERY
           IF WS-CRE-NB = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TAUX-RET ROUNDED =
                   WS-CRE-NBRET * 100 / WS-CRE-NB
           MOVE ZACRE-CREANCIER TO RPT-X-CREANCIER
           MOVE ZACRE-COMPTE    TO RPT-X-COMPTE
           MOVE WS-CRE-NB       TO RPT-X-NB
           MOVE WS-CRE-NBRET    TO RPT-X-NBRET
           MOVE WS-CRE-MT       TO RPT-X-MT
           MOVE WS-CRE-MTRET    TO RPT-X-MTRET
           MOVE WS-TAUX-RET     TO RPT-X-TAUX
           MOVE SPACES TO RPT-X-FLAG
           IF WS-TAUX-RET > WS-SEUIL-RET THEN
               MOVE '****' TO RPT-X-FLAG
               ADD 1 TO WS-NB-SIGNALES
               MOVE '05' TO RC
           END-IF
           WRITE FILEOUT-COLRRT-RECORD FROM RPT-TAUX
           .

       3100-LISTER-RTRANSACTION.
      ******************************************************************EDEFAY
      *  One R-transaction line with its outcome.
           MOVE CR-REFCOL TO RPT-R-REFCOL
           MOVE CR-TYPRET TO RPT-R-TYPRET
           MOVE CR-MOTRET TO RPT-R-MOTRET
           IF ZACOL-CODRET-OK THEN
               MOVE ZACOL-CREANCIER TO RPT-R-CREANCIER
               MOVE ZACOL-MNTCOL    TO RPT-R-MONTANT
           ELSE
               MOVE SPACES TO RPT-R-CREANCIER
               MOVE ZERO   TO RPT-R-MONTANT
           END-IF
           MOVE WS-MOTIF TO RPT-R-RESULTAT
           WRITE FILEOUT-COLRRT-RECORD FROM RPT-RET
           .

       2000-ROULER-JOUR-OUVRE.
      ******************************************************************EDEFAY
      *  Roll WS-DATE-OUVREE forward one day at a time while MACAL
      *  finds it in TBCAL - a hit means it is a weekend or bank
      *  holiday - so the generated flow file is always dated on a
      *  business day, same idiom as GKLOAN01.
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
      *  WS-DATE-OUVREE := WS-DATE-OUVREE + 1 day, via
      *  INTEGER-OF-DATE/DATE-OF-INTEGER.
           MOVE WS-DATE-OUVREE TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           ADD 1 TO WS-DATE-ENTIER
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-OUVREE
           .

       2200-DATE-EN-ENTIER.
      ******************************************************************EDEFAY
      *  WS-DATE-ENTIER := INTEGER-OF-DATE of the ISO WS-DATE-ISO.
           STRING WS-DATE-ISO(1:4) WS-DATE-ISO(6:2) WS-DATE-ISO(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Write the flow file's footer and report the run totals.
           MOVE '99' TO F1-TYPE-00
           MOVE WS-NB-LEGS TO F1-NB-OPERATIONS
           MOVE WS-MT-GLOBAL TO F1-MT-GLOBAL
           WRITE FILEOUT-COLFLX-RECORD FROM F1-ENREG-99
           DISPLAY "GKCOL02 : " WS-NB-RET-LUS " R-TRANSACTION(S), "
                   WS-NB-RET-DEBITES " DEBITEE(S), "
                   WS-NB-RET-ANNULES " AVANT REGLEMENT, "
                   WS-NB-RET-REJETES " REJETEE(S)"
           DISPLAY "GKCOL02 : " WS-NB-REGLEES
                   " COLLECTION(S) CREDITEE(S), " WS-NB-LEGS
                   " LEG(S), MT=" WS-MT-GLOBAL
           IF WS-NB-SANS-CRE > 0 THEN
               DISPLAY "GKCOL02 : " WS-NB-SANS-CRE
                       " COLLECTION(S) SANS CREANCIER - NON CREDITEES"
           END-IF
           IF WS-NB-SIGNALES > 0 THEN
               DISPLAY "GKCOL02 : " WS-NB-SIGNALES
                       " CREANCIER(S) AU-DESSUS DU SEUIL DE RETOUR "
                       WS-SEUIL-RET "%"
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-COLFLX-FDNAME
           CLOSE FILEOUT-COLRRT-FDNAME
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
           MOVE 'GKCOL02 ' TO ZALOG-PGM
           MOVE WS-LOG-HRDEBUT TO ZALOG-HRDEBUT
           ACCEPT WS-LOG-HRFIN FROM TIME
           MOVE WS-LOG-HRFIN TO ZALOG-HRFIN
           MOVE WS-NB-LEGS   TO ZALOG-NBENR
           MOVE RC TO ZALOG-CODRC
           MOVE "INS" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           IF NOT ZALOG-CODRET-OK THEN
               DISPLAY "GKCOL02 : JOURNAL TBLOG KO, CODRET="
                       ZALOG-CODRET
           END-IF
           .
