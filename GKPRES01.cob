      *PROCESS TEST
      ******************************************************************
      * Program name   : GKPRES01
      * Original author: DEFAY E.
      *
      * Description    : Daily outward presentment of the cheques
      *                  drawn on other banks that our customers paid
      *                  in ('RCH' deposits, recorded in the TBRCQ
      *                  register by GKMAJ001 when the credit posts).
      *                  Three passes :
      *                   - settle the clearing house's notices from
      *                     FILEIN-CHQRET : a paid cheque closes, a
      *                     returned one closes unpaid and its credit
      *                     is reversed by a type-20 record on
      *                     FILEOUT-PRESFLX (CFLUX layout, header
      *                     'INT', fed to GKRUN01 like GKRBA01's legs) ;
      *                   - present every deposited cheque not yet
      *                     presented on FILEOUT-PRESCHQ in the
      *                     clearing layout (PH header, one PD line per
      *                     cheque, PT trailer with count and amount
      *                     total) and mark it presented ;
      *                   - list on FILEOUT-PRESRPT every cheque
      *                     presented but neither paid nor returned
      *                     past the clearing cycle (TBPRM 'GKPRES01'/
      *                     'CYCLEJRS', business days, default 3).
      * Rules handling :
      *             RC = 00 : Ran to completion, nothing outstanding
      *             RC = 01 : Could not open an output file
      *             RC = 05 : Outstanding items past the clearing
      *                       cycle, or clearing notices that match no
      *                       presented cheque - see FILEOUT-PRESRPT
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEIN-CHQRET - OPTIONAL, the clearing
      *                   house's notices, one per line :
      *                     cols  1-10  deposit reference (REFOPE)
      *                     col  11     E paid - I returned unpaid
      *                     cols 12-21  settlement date YYYY-MM-DD
      *                     cols 22-23  return reason code
      *                   FILEOUT-PRESCHQ, FILEOUT-PRESFLX,
      *                   FILEOUT-PRESRPT.
      *    TBPRM        : GKPRES01/CODBANQ  - our clearing member code
      *                   GKPRES01/CYCLEJRS - clearing cycle in
      *                   business days
      *                   GKPRES01/SEQFIC   - presentment file
      *                   sequence
      *                   GKPRES01/REFSEQ   - reversal reference
      *                   sequence
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
       PROGRAM-ID.    GKPRES01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN-CHQRET-FDNAME
           ASSIGN TO DYNAMIC FILEIN-CHQRET-NAME
           FILE STATUS IS WS-FS-CHQRET
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-PRESCHQ-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-PRESCHQ-NAME
           FILE STATUS IS WS-FS-PRESCHQ
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-PRESFLX-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-PRESFLX-NAME
           FILE STATUS IS WS-FS-PRESFLX
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-PRESRPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-PRESRPT-NAME
           FILE STATUS IS WS-FS-PRESRPT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEIN-CHQRET-FDNAME RECORDING MODE F.
       01  FILEIN-CHQRET-RECORD.
          05  CR-REFOPE       PIC X(10).
          05  CR-ISSUE        PIC X(01).
              88 CR-PAYE      VALUE 'E'.
              88 CR-IMPAYE    VALUE 'I'.
          05  CR-DTREG        PIC X(10).
          05  CR-MOTRET       PIC X(02).
          05  FILLER          PIC X(57).
       FD  FILEOUT-PRESCHQ-FDNAME RECORDING MODE F.
       01  FILEOUT-PRESCHQ-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-PRESFLX-FDNAME RECORDING MODE F.
       01  FILEOUT-PRESFLX-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-PRESRPT-FDNAME RECORDING MODE F.
       01  FILEOUT-PRESRPT-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBRCQ.cpy".
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
       01  FILEIN-CHQRET-NAME PIC X(30) VALUE 'FILEIN-CHQRET'.
       01  WS-FS-CHQRET    PIC X(02).
           88 FS-CHQRET-OK VALUE '00'.
       01  WS-EOF-CHQRET   PIC X(01) VALUE 'N'.
           88 EOF-CHQRET   VALUE 'Y'.
       01  FILEOUT-PRESCHQ-NAME PIC X(30) VALUE 'FILEOUT-PRESCHQ'.
       01  WS-FS-PRESCHQ   PIC X(02).
           88 FS-PRESCHQ-OK VALUE '00'.
       01  FILEOUT-PRESFLX-NAME PIC X(30) VALUE 'FILEOUT-PRESFLX'.
       01  WS-FS-PRESFLX   PIC X(02).
           88 FS-PRESFLX-OK VALUE '00'.
       01  FILEOUT-PRESRPT-NAME PIC X(30) VALUE 'FILEOUT-PRESRPT'.
       01  WS-FS-PRESRPT   PIC X(02).
           88 FS-PRESRPT-OK VALUE '00'.
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
      *  Clearing parameters
       01  WS-CODBANQ        PIC X(05) VALUE SPACES.
       01  WS-CYCLE-JRS      PIC 9(03) VALUE 3.
       01  WS-CYCLE-IX       PIC 9(03).
       01  WS-DATE-LIMITE    PIC X(10).
      *  Sequences persisted in TBPRM - see 1050-ALLOUER-SEQ, which
      *  bumps the one named in WS-SEQ-NOM
       01  WS-SEQ-NOM        PIC X(08).
       01  WS-SEQ            PIC 9(07) VALUE 0.
       01  WS-SEQ-FICHIER    PIC 9(06) VALUE 0.
      *  The reversal of a returned cheque's credit
       01  WS-REF-CONTREP    PIC X(10).
       01  WS-MOTIF          PIC X(30).
      *  Clearing file layout - one header, one detail per cheque,
      *  one trailer re-stating count and amount total
       01  PC-ENTETE.
           05  PC-H-TYPE       PIC X(02) VALUE 'PH'.
           05  PC-H-CODBANQ    PIC X(05).
           05  PC-H-DATE       PIC X(10).
           05  PC-H-SEQUENCE   PIC 9(06).
           05  FILLER          PIC X(57) VALUE SPACES.
       01  PC-DETAIL.
           05  PC-D-TYPE       PIC X(02) VALUE 'PD'.
           05  PC-D-TIRCPT     PIC X(24).
           05  PC-D-NUMCHQ     PIC X(07).
           05  PC-D-MONTANT    PIC 9(11)V99.
           05  PC-D-CODDEV     PIC X(03).
           05  PC-D-REFOPE     PIC X(10).
           05  PC-D-COMPTE     PIC X(11).
           05  PC-D-DTREM      PIC X(10).
       01  PC-PIED.
           05  PC-T-TYPE       PIC X(02) VALUE 'PT'.
           05  PC-T-NB         PIC 9(06).
           05  PC-T-MONTANT    PIC 9(13)V99.
           05  FILLER          PIC X(57) VALUE SPACES.
      *  Report lines
       01  RPT-TITRE.
           05  RPT-T-LIBELLE   PIC X(40).
           05  RPT-T-DATE      PIC X(10).
           05  FILLER          PIC X(30) VALUE SPACES.
       01  RPT-LIGNE.
           05  RPT-L-REFOPE    PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-COMPTE    PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-NUMCHQ    PIC X(07).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-MONTANT   PIC -(10)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-DATE      PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-L-MOTIF     PIC X(23).
       01  RPT-TOTAL.
           05  RPT-TT-LIBELLE  PIC X(30).
           05  RPT-TT-NB       PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TT-MONTANT  PIC -(13)9.99.
           05  FILLER          PIC X(26) VALUE SPACES.
      *  Counters
       01  WS-NB-NOTICES     PIC 9(06) VALUE 0.
       01  WS-NB-PAYES       PIC 9(06) VALUE 0.
       01  WS-NB-IMPAYES     PIC 9(06) VALUE 0.
       01  WS-NB-REJETS      PIC 9(06) VALUE 0.
       01  WS-NB-PRESENTES   PIC 9(06) VALUE 0.
       01  WS-MT-PRESENTES   PIC S9(13)V9(2) COMP-3 VALUE 0.
       01  WS-NB-SUSPENS     PIC 9(06) VALUE 0.
       01  WS-MT-SUSPENS     PIC S9(13)V9(2) COMP-3 VALUE 0.
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
               PERFORM 1100-TRAITER-RETOURS
               PERFORM 1300-PRESENTER-CHEQUES
               PERFORM 1500-LISTER-SUSPENS
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           PERFORM 1980-JOURNALISER-EXECUTION
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Derive the processing date (TBPRC's logical date when one is
      *  set, the machine date otherwise) and its business-day roll
      *  for the flow file's header, load the clearing parameters,
      *  open the outputs and write the headers.
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
           MOVE 'GKPRES01' TO ZAPRM-PGM
           MOVE 'CODBANQ ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:5) TO WS-CODBANQ
           END-IF
           MOVE 'GKPRES01' TO ZAPRM-PGM
           MOVE 'CYCLEJRS' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:3) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-CYCLE-JRS
           END-IF
           OPEN OUTPUT FILEOUT-PRESCHQ-FDNAME
           IF NOT FS-PRESCHQ-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-PRESFLX-FDNAME
           IF NOT FS-PRESFLX-OK THEN
               MOVE '01' TO RC
               CLOSE FILEOUT-PRESCHQ-FDNAME
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-PRESRPT-FDNAME
           IF NOT FS-PRESRPT-OK THEN
               MOVE '01' TO RC
               CLOSE FILEOUT-PRESCHQ-FDNAME
               CLOSE FILEOUT-PRESFLX-FDNAME
               EXIT PARAGRAPH
           END-IF
      *    Blank the whole header first - F1-SEQUENCE stays spaces,
      *    this is an unsequenced internal file
           MOVE SPACES TO F1-ENREG-00
           MOVE '00' TO F1-TYPE-00
           MOVE 'INT' TO F1-ORIGINE
           MOVE WS-DATE-OUVREE TO F1-DATE
           MOVE '01' TO F1-VERSION
           WRITE FILEOUT-PRESFLX-RECORD FROM F1-ENREG-00
           MOVE 'SEQFIC  ' TO WS-SEQ-NOM
           PERFORM 1050-ALLOUER-SEQ
           MOVE WS-SEQ TO WS-SEQ-FICHIER
           MOVE WS-CODBANQ TO PC-H-CODBANQ
           MOVE WS-AS-OF-DATE TO PC-H-DATE
           MOVE WS-SEQ-FICHIER TO PC-H-SEQUENCE
           WRITE FILEOUT-PRESCHQ-RECORD FROM PC-ENTETE
           .

       1050-ALLOUER-SEQ.
      ******************************************************************EDEFAY
      *  Allocate the next number of the TBPRM ('GKPRES01'/
      *  WS-SEQ-NOM) sequence, written back BEFORE the number is
      *  handed out, same discipline as GKRBA01. A missing row
      *  (fresh install) starts from zero and is INSerted.
           MOVE ZERO TO WS-SEQ
           MOVE 'GKPRES01' TO ZAPRM-PGM
           MOVE WS-SEQ-NOM TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:7) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:7) TO WS-SEQ
           END-IF
           ADD 1 TO WS-SEQ
           MOVE 'GKPRES01' TO ZAPRM-PGM
           MOVE WS-SEQ-NOM TO ZAPRM-NOMPRM
           MOVE SPACES TO ZAPRM-VALPRM
           MOVE WS-SEQ TO ZAPRM-VALPRM(1:7)
           MOVE "UPD" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF NOT ZAPRM-CODRET-OK THEN
               MOVE "INS" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF NOT ZAPRM-CODRET-OK THEN
                   DISPLAY "GKPRES01 : SEQUENCE " WS-SEQ-NOM
                           " NON PERSISTEE CODRET=" ZAPRM-CODRET
               END-IF
           END-IF
           .

       1100-TRAITER-RETOURS.
      ******************************************************************EDEFAY
      *  Settle the clearing house's notices, when FILEIN-CHQRET is
      *  supplied. Each one must name a PRESENTED cheque of the
      *  register ; anything else is listed and the run ends RC 05.
           MOVE 'NOTIFICATIONS DE LA COMPENSATION DU  ' TO
                RPT-T-LIBELLE
           MOVE WS-AS-OF-DATE TO RPT-T-DATE
           WRITE FILEOUT-PRESRPT-RECORD FROM RPT-TITRE
           OPEN INPUT FILEIN-CHQRET-FDNAME
           IF NOT FS-CHQRET-OK THEN
               DISPLAY "GKPRES01 : PAS DE FILEIN-CHQRET - AUCUNE "
                       "NOTIFICATION"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1110-LIRE-CHQRET
           PERFORM UNTIL EOF-CHQRET
               ADD 1 TO WS-NB-NOTICES
               PERFORM 1150-TRAITER-NOTICE
               PERFORM 1110-LIRE-CHQRET
           END-PERFORM
           CLOSE FILEIN-CHQRET-FDNAME
           .

       1110-LIRE-CHQRET.
      ******************************************************************EDEFAY
      *  Read the next FILEIN-CHQRET notice.
           READ FILEIN-CHQRET-FDNAME
               AT END
                   SET EOF-CHQRET TO TRUE
           END-READ
           .

       1150-TRAITER-NOTICE.
      ******************************************************************EDEFAY
      *  One notice : a paid cheque closes ; a returned one closes
      *  unpaid and its deposit credit is reversed on the flow file
      *  (type-20 against the deposit's REFOPE, so the reversal links
      *  back to it in TBHIS).
           MOVE SPACES TO WS-MOTIF
           MOVE CR-REFOPE TO ZARCQ-REFOPE
           MOVE "SEL" TO ZARCQ-FONCTION
           CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
           EVALUATE TRUE
               WHEN NOT ZARCQ-CODRET-OK
                   MOVE 'REJET : REMISE INCONNUE' TO WS-MOTIF
               WHEN NOT ZARCQ-PRESENTE
                   MOVE 'REJET : NON PRESENTEE'   TO WS-MOTIF
               WHEN NOT CR-PAYE AND NOT CR-IMPAYE
                   MOVE 'REJET : ISSUE INVALIDE'  TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES THEN
               ADD 1 TO WS-NB-REJETS
               MOVE '05' TO RC
               MOVE CR-REFOPE TO RPT-L-REFOPE
               MOVE SPACES TO RPT-L-COMPTE
               MOVE SPACES TO RPT-L-NUMCHQ
               MOVE ZERO TO RPT-L-MONTANT
               IF ZARCQ-CODRET-OK THEN
                   MOVE ZARCQ-COMPTE TO RPT-L-COMPTE
                   MOVE ZARCQ-NUMCHQ TO RPT-L-NUMCHQ
                   MOVE ZARCQ-MNTCHQ TO RPT-L-MONTANT
               END-IF
               MOVE CR-DTREG TO RPT-L-DATE
               MOVE WS-MOTIF TO RPT-L-MOTIF
               WRITE FILEOUT-PRESRPT-RECORD FROM RPT-LIGNE
               DISPLAY "GKPRES01 : NOTIFICATION " CR-REFOPE " "
                       WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE CR-DTREG TO ZARCQ-DTREG
           IF CR-PAYE THEN
               SET ZARCQ-PAYE TO TRUE
               ADD 1 TO WS-NB-PAYES
               MOVE 'PAYE' TO WS-MOTIF
           ELSE
               SET ZARCQ-IMPAYE TO TRUE
               MOVE CR-MOTRET TO ZARCQ-MOTRET
               ADD 1 TO WS-NB-IMPAYES
               PERFORM 1200-CONTREPASSER-REMISE
           END-IF
           MOVE "UPD" TO ZARCQ-FONCTION
           CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
           IF NOT ZARCQ-CODRET-OK THEN
               DISPLAY "GKPRES01 : MAJ REMISE " ZARCQ-REFOPE
                       " KO, CODRET=" ZARCQ-CODRET
                       " - REPRISE MANUELLE REQUISE"
           END-IF
           MOVE ZARCQ-REFOPE TO RPT-L-REFOPE
           MOVE ZARCQ-COMPTE TO RPT-L-COMPTE
           MOVE ZARCQ-NUMCHQ TO RPT-L-NUMCHQ
           MOVE ZARCQ-MNTCHQ TO RPT-L-MONTANT
           MOVE ZARCQ-DTREG  TO RPT-L-DATE
           MOVE WS-MOTIF     TO RPT-L-MOTIF
           WRITE FILEOUT-PRESRPT-RECORD FROM RPT-LIGNE
           .

       1200-CONTREPASSER-REMISE.
      ******************************************************************EDEFAY
      *  The returned cheque's credit comes back off the customer's
      *  account : a type-20 reversal of the deposit under a fresh
      *  'CI' reference. Type-20 records are not counted in the
      *  flow file's footer.
           MOVE 'REFSEQ  ' TO WS-SEQ-NOM
           PERFORM 1050-ALLOUER-SEQ
           MOVE SPACES TO WS-REF-CONTREP
           STRING 'CI' WS-SEQ DELIMITED BY SIZE INTO WS-REF-CONTREP
           MOVE SPACES TO F1-ENREG-20
           MOVE '20' TO F1-TYPE-20
           MOVE ZARCQ-COMPTE TO F1-COMPTE-20
           MOVE WS-REF-CONTREP TO F1-REF-OPER-20
           MOVE ZARCQ-REFOPE TO F1-REF-OPER-ORIG
           MOVE ZARCQ-CODDEV TO F1-CODE-DEV-20
           WRITE FILEOUT-PRESFLX-RECORD FROM F1-ENREG-20
           MOVE SPACES TO WS-MOTIF
           STRING 'IMPAYE ' CR-MOTRET ' CTP ' WS-REF-CONTREP
                  DELIMITED BY SIZE INTO WS-MOTIF
           .

       1300-PRESENTER-CHEQUES.
      ******************************************************************EDEFAY
      *  Present every deposited cheque still waiting : one PD line
      *  per cheque in the clearing layout, the register row marked
      *  presented as of today.
           MOVE 'D' TO ZARCQ-STATUT
           MOVE "OPN" TO ZARCQ-FONCTION
           CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZARCQ-FONCTION
           CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZARCQ-CODRET-OK
               MOVE ZARCQ-TIRCPT TO PC-D-TIRCPT
               MOVE ZARCQ-NUMCHQ TO PC-D-NUMCHQ
               MOVE ZARCQ-MNTCHQ TO PC-D-MONTANT
               MOVE ZARCQ-CODDEV TO PC-D-CODDEV
               MOVE ZARCQ-REFOPE TO PC-D-REFOPE
               MOVE ZARCQ-COMPTE TO PC-D-COMPTE
               MOVE ZARCQ-DTREM  TO PC-D-DTREM
               WRITE FILEOUT-PRESCHQ-RECORD FROM PC-DETAIL
               ADD 1 TO WS-NB-PRESENTES
               ADD ZARCQ-MNTCHQ TO WS-MT-PRESENTES
               SET ZARCQ-PRESENTE TO TRUE
               MOVE WS-AS-OF-DATE TO ZARCQ-DTPRES
               MOVE "UPD" TO ZARCQ-FONCTION
               CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
               IF NOT ZARCQ-CODRET-OK THEN
                   DISPLAY "GKPRES01 : REMISE " ZARCQ-REFOPE
                           " PRESENTEE MAIS NON MARQUEE, CODRET="
                           ZARCQ-CODRET " - REPRISE MANUELLE REQUISE"
               END-IF
               MOVE "FET" TO ZARCQ-FONCTION
               CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZARCQ-FONCTION
           CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
           MOVE WS-NB-PRESENTES TO PC-T-NB
           MOVE WS-MT-PRESENTES TO PC-T-MONTANT
           WRITE FILEOUT-PRESCHQ-RECORD FROM PC-PIED
           .

       1500-LISTER-SUSPENS.
      ******************************************************************EDEFAY
      *  Outstanding items : every presented cheque neither paid nor
      *  returned once WS-CYCLE-JRS business days have gone by since
      *  its presentment. Today's presentments are never late.
           MOVE 'EN SUSPENS AU-DELA DU CYCLE, AU       ' TO
                RPT-T-LIBELLE
           MOVE WS-AS-OF-DATE TO RPT-T-DATE
           WRITE FILEOUT-PRESRPT-RECORD FROM RPT-TITRE
           MOVE 'P' TO ZARCQ-STATUT
           MOVE "OPN" TO ZARCQ-FONCTION
           CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZARCQ-FONCTION
           CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZARCQ-CODRET-OK
               IF ZARCQ-DTPRES < WS-AS-OF-DATE THEN
                   PERFORM 2100-CALCULER-LIMITE
                   IF WS-DATE-LIMITE < WS-AS-OF-DATE THEN
                       ADD 1 TO WS-NB-SUSPENS
                       ADD ZARCQ-MNTCHQ TO WS-MT-SUSPENS
                       MOVE ZARCQ-REFOPE TO RPT-L-REFOPE
                       MOVE ZARCQ-COMPTE TO RPT-L-COMPTE
                       MOVE ZARCQ-NUMCHQ TO RPT-L-NUMCHQ
                       MOVE ZARCQ-MNTCHQ TO RPT-L-MONTANT
                       MOVE ZARCQ-DTPRES TO RPT-L-DATE
                       MOVE SPACES TO RPT-L-MOTIF
                       STRING 'ECHU LE ' WS-DATE-LIMITE
                              DELIMITED BY SIZE INTO RPT-L-MOTIF
                       WRITE FILEOUT-PRESRPT-RECORD FROM RPT-LIGNE
                   END-IF
               END-IF
               MOVE "FET" TO ZARCQ-FONCTION
               CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZARCQ-FONCTION
           CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
           IF WS-NB-SUSPENS > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       2100-CALCULER-LIMITE.
      ******************************************************************EDEFAY
      *  WS-DATE-LIMITE := the cheque's presentment date plus the
      *  clearing cycle, counted in business days (TBCAL weekends and
      *  bank holidays skipped).
           MOVE ZARCQ-DTPRES TO WS-DATE-OUVREE
           PERFORM VARYING WS-CYCLE-IX FROM 1 BY 1
                   UNTIL WS-CYCLE-IX > WS-CYCLE-JRS
               PERFORM 2010-AJOUTER-UN-JOUR
               PERFORM 2000-ROULER-JOUR-OUVRE
           END-PERFORM
           MOVE WS-DATE-OUVREE TO WS-DATE-LIMITE
           .

       2000-ROULER-JOUR-OUVRE.
      ******************************************************************EDEFAY
      *  Roll WS-DATE-OUVREE forward one day at a time while MACAL
      *  finds it in TBCAL - a hit means it is a weekend or bank
      *  holiday - same idiom as GKLOAN01.
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
      *  Close the flow file with its footer (no type-10 volume - the
      *  reversals are type-20), print the report totals and the run
      *  summary.
           MOVE '99' TO F1-TYPE-00
           MOVE ZERO TO F1-NB-OPERATIONS
           MOVE ZERO TO F1-MT-GLOBAL
           WRITE FILEOUT-PRESFLX-RECORD FROM F1-ENREG-99
           MOVE 'CHEQUES PRESENTES            ' TO RPT-TT-LIBELLE
           MOVE WS-NB-PRESENTES TO RPT-TT-NB
           MOVE WS-MT-PRESENTES TO RPT-TT-MONTANT
           WRITE FILEOUT-PRESRPT-RECORD FROM RPT-TOTAL
           MOVE 'EN SUSPENS AU-DELA DU CYCLE  ' TO RPT-TT-LIBELLE
           MOVE WS-NB-SUSPENS TO RPT-TT-NB
           MOVE WS-MT-SUSPENS TO RPT-TT-MONTANT
           WRITE FILEOUT-PRESRPT-RECORD FROM RPT-TOTAL
           DISPLAY "GKPRES01 : " WS-NB-NOTICES " NOTIFICATION(S), "
                   WS-NB-PAYES " PAYE(S), " WS-NB-IMPAYES
                   " IMPAYE(S), " WS-NB-REJETS " REJETEE(S)"
           DISPLAY "GKPRES01 : FICHIER " WS-SEQ-FICHIER " - "
                   WS-NB-PRESENTES " CHEQUE(S) PRESENTE(S), MT="
                   WS-MT-PRESENTES
           IF WS-NB-SUSPENS > 0 THEN
               DISPLAY "GKPRES01 : " WS-NB-SUSPENS
                       " CHEQUE(S) EN SUSPENS AU-DELA DE "
                       WS-CYCLE-JRS " JOUR(S) OUVRE(S)"
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-PRESCHQ-FDNAME
           CLOSE FILEOUT-PRESFLX-FDNAME
           CLOSE FILEOUT-PRESRPT-FDNAME
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
           MOVE 'GKPRES01' TO ZALOG-PGM
           MOVE WS-LOG-HRDEBUT TO ZALOG-HRDEBUT
           ACCEPT WS-LOG-HRFIN FROM TIME
           MOVE WS-LOG-HRFIN    TO ZALOG-HRFIN
           MOVE WS-NB-PRESENTES TO ZALOG-NBENR
           MOVE RC TO ZALOG-CODRC
           MOVE "INS" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           IF NOT ZALOG-CODRET-OK THEN
               DISPLAY "GKPRES01 : JOURNAL TBLOG KO, CODRET="
                       ZALOG-CODRET
           END-IF
           .
