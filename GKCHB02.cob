      *PROCESS TEST
      ******************************************************************
      * Program name   : GKCHB02
      * Original author: DEFAY E.
      *
      * Description    : Cheque-book dispatch confirmation batch.
      *                  Reads the cheque printer's confirmation file,
      *                  one line per book of a GKCHB01 order file,
      *                  and matches each line to its TBCBO order
      *                  (account + first number, same last number,
      *                  still ordered) :
      *                    EX - book dispatched : the range is
      *                         registered in TBCHQ, one row per
      *                         number, status issued and dated the
      *                         dispatch day - exactly what a
      *                         GKMCHQ01 RNG line books, so cheques
      *                         of the book are honoured from then on
      *                         without any manual keying. The order
      *                         is marked dispatched and the range
      *                         lands in the TBCHJ change journal.
      *                    RJ - book spoiled or refused by the
      *                         printer : the order is marked
      *                         cancelled, nothing is registered and
      *                         the branch re-orders (GKCHB01 never
      *                         re-allocates a cancelled range).
      * Rules handling :
      *             RC = 00 : Every confirmation applied
      *             RC = 01 : Could not open FILEIN-CHBEXP
      *             RC = 04 : One or more books cancelled by the
      *                       printer (see SYSOUT)
      *             RC = 05 : One or more confirmation lines refused
      *                       (see SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEIN-CHBEXP - the printer's confirmation
      *                   file, one line per book : account, first
      *                   and last number, status (EX/RJ), dispatch
      *                   date (blank = today).
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
       PROGRAM-ID.    GKCHB02.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN-CHBEXP-FDNAME
           ASSIGN TO DYNAMIC FILEIN-CHBEXP-NAME
           FILE STATUS IS WS-FS-CHBEXP
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEIN-CHBEXP-FDNAME RECORDING MODE F.
       01  FILEIN-CHBEXP-RECORD.
           05  CX-COMPTE       PIC X(11).
           05  CX-NUMDEB       PIC X(07).
           05  CX-NUMFIN       PIC X(07).
           05  CX-STATUT       PIC X(02).
               88 CX-EXPEDIE   VALUE 'EX'.
               88 CX-REJETE    VALUE 'RJ'.
           05  CX-DTEXP        PIC X(10).
           05  CX-MOTIF        PIC X(20).
           05  FILLER          PIC X(23).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCBO.cpy".
       COPY "./Copybooks/CTBCHQ.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Input file
       01  FILEIN-CHBEXP-NAME PIC X(30) VALUE 'FILEIN-CHBEXP'.
       01  WS-FS-CHBEXP     PIC X(02).
           88 FS-CHBEXP-OK  VALUE '00'.
       01  WS-EOF-CHBEXP    PIC X(01) VALUE 'N'.
           88 EOF-CHBEXP    VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Default dispatch date when the printer leaves it blank
       01  WS-JOUR-YYYYMMDD PIC 9(08).
       01  WS-JOUR-ISO      PIC X(10).
       01  WS-DTEXP         PIC X(10).
      *  Range expansion working fields
       01  WS-NUMDEB        PIC 9(07).
       01  WS-NUMFIN        PIC 9(07).
       01  WS-NUM           PIC 9(07).
       01  WS-NB-SAUTES     PIC 9(07).
       01  WS-MOTIF         PIC X(30).
      *  Line counters
       01  WS-NB-LUES       PIC 9(06) VALUE 0.
       01  WS-NB-EXPEDIES   PIC 9(06) VALUE 0.
       01  WS-NB-ANNULES    PIC 9(06) VALUE 0.
       01  WS-NB-KO         PIC 9(06) VALUE 0.
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
           ACCEPT WS-JOUR-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-JOUR-YYYYMMDD(1:4) "-" WS-JOUR-YYYYMMDD(5:2)
                  "-" WS-JOUR-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-JOUR-ISO
           OPEN INPUT FILEIN-CHBEXP-FDNAME
           IF NOT FS-CHBEXP-OK THEN
               MOVE '01' TO RC
           ELSE
               PERFORM 1100-LIRE-CHBEXP
               PERFORM UNTIL EOF-CHBEXP
                   PERFORM 1500-TRAITER-CONFIRMATION
                   PERFORM 1100-LIRE-CHBEXP
               END-PERFORM
               PERFORM 1900-BILAN
               CLOSE FILEIN-CHBEXP-FDNAME
           END-IF
           .

       1100-LIRE-CHBEXP.
      ******************************************************************EDEFAY
      *  Read the next printer confirmation line.
           READ FILEIN-CHBEXP-FDNAME
               AT END SET EOF-CHBEXP TO TRUE
           END-READ
           .

       1500-TRAITER-CONFIRMATION.
      ******************************************************************EDEFAY
      *  Match one confirmation line to its order, then register or
      *  cancel the book.
           ADD 1 TO WS-NB-LUES
           PERFORM 2000-VERIFIER-CONFIRMATION
           IF WS-MOTIF NOT = SPACES THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKCHB02 : " CX-COMPTE " " CX-NUMDEB "-"
                       CX-NUMFIN " : " WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF CX-DTEXP = SPACES THEN
               MOVE WS-JOUR-ISO TO WS-DTEXP
           ELSE
               MOVE CX-DTEXP TO WS-DTEXP
           END-IF
           IF CX-REJETE THEN
               PERFORM 1700-ANNULER-COMMANDE
           ELSE
               PERFORM 1600-ENREGISTRER-SERIE
           END-IF
           .

       1600-ENREGISTRER-SERIE.
      ******************************************************************EDEFAY
      *  The book is on its way : one register row per number, then
      *  the order is closed and the range journaled. A number
      *  already on the register (re-run, range keyed by hand in the
      *  meantime) is reported and skipped, as GKMCHQ01 does.
           MOVE 0 TO WS-NB-SAUTES
           PERFORM 1650-INSERER-CHEQUE
               VARYING WS-NUM FROM WS-NUMDEB BY 1
               UNTIL WS-NUM > WS-NUMFIN
           SET ZACBO-EXPEDIE TO TRUE
           MOVE WS-DTEXP TO ZACBO-DTEXP
           MOVE "UPD" TO ZACBO-FONCTION
           CALL "MACBO" USING ZACBO-ZCMA, AUTH-QUERY
           IF NOT ZACBO-CODRET-OK THEN
               DISPLAY "GKCHB02 : " CX-COMPTE " " CX-NUMDEB
                       " : UPD TBCBO KO, CODRET=" ZACBO-CODRET
           END-IF
           ADD 1 TO WS-NB-EXPEDIES
           DISPLAY "GKCHB02 : " CX-COMPTE " " CX-NUMDEB "-"
                   CX-NUMFIN " : EXPEDIE, SERIE ENREGISTREE ("
                   WS-NB-SAUTES " SAUTE(S))"
           INITIALIZE ZACHJ-DONNEES
           MOVE 'CHQ' TO ZACHJ-DOMAINE
           MOVE CX-COMPTE TO ZACHJ-CLE
           MOVE '(NOUVEAU)' TO ZACHJ-ANCVAL
           MOVE SPACES TO ZACHJ-NOUVAL
           STRING 'SERIE ' CX-NUMDEB '-' CX-NUMFIN
                  DELIMITED BY SIZE INTO ZACHJ-NOUVAL
           MOVE ZACBO-OPERATEUR TO ZACHJ-MAKER
           MOVE 'GKCHB02' TO ZACHJ-CHECKER
           PERFORM 8500-JOURNALISER-CHANGEMENT
           .

       1650-INSERER-CHEQUE.
      ******************************************************************EDEFAY
      *  One register row for cheque WS-NUM of the book.
           INITIALIZE ZACHQ-DONNEES
           MOVE CX-COMPTE   TO ZACHQ-COMPTE
           MOVE WS-NUM      TO ZACHQ-NUMCHQ
           MOVE WS-DTEXP    TO ZACHQ-DTEMIS
           SET ZACHQ-EMIS   TO TRUE
           MOVE "INS" TO ZACHQ-FONCTION
           CALL "MACHQ" USING ZACHQ-ZCMA, AUTH-QUERY
           IF NOT ZACHQ-CODRET-OK THEN
               ADD 1 TO WS-NB-SAUTES
               DISPLAY "GKCHB02 : " CX-COMPTE " " WS-NUM
                       " : INS KO, CODRET=" ZACHQ-CODRET
                       " - NUMERO SAUTE"
           END-IF
           .

       1700-ANNULER-COMMANDE.
      ******************************************************************EDEFAY
      *  The printer could not deliver the book : the order is
      *  cancelled and nothing is registered. The range stays burnt.
           SET ZACBO-ANNULE TO TRUE
           MOVE WS-DTEXP TO ZACBO-DTEXP
           MOVE "UPD" TO ZACBO-FONCTION
           CALL "MACBO" USING ZACBO-ZCMA, AUTH-QUERY
           IF NOT ZACBO-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKCHB02 : " CX-COMPTE " " CX-NUMDEB
                       " : UPD TBCBO KO, CODRET=" ZACBO-CODRET
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-ANNULES
           DISPLAY "GKCHB02 : " CX-COMPTE " " CX-NUMDEB "-"
                   CX-NUMFIN " : REJETE PAR L IMPRIMEUR - "
                   CX-MOTIF " - A RECOMMANDER"
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKCHB02 : " WS-NB-LUES " LIGNE(S), "
                   WS-NB-EXPEDIES " EXPEDIE(S), " WS-NB-ANNULES
                   " ANNULE(S), " WS-NB-KO " REJETEE(S)"
           EVALUATE TRUE
               WHEN WS-NB-KO > 0
                   MOVE '05' TO RC
               WHEN WS-NB-ANNULES > 0
                   MOVE '04' TO RC
           END-EVALUATE
           .

       2000-VERIFIER-CONFIRMATION.
      ******************************************************************EDEFAY
      *  The line must name a known status and an order still at
      *  the printer, for the very range GKCHB01 allocated.
           MOVE SPACES TO WS-MOTIF
           IF NOT CX-EXPEDIE AND NOT CX-REJETE THEN
               STRING 'STATUT INCONNU ' CX-STATUT
                      DELIMITED BY SIZE INTO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF CX-NUMDEB NOT NUMERIC
              OR CX-NUMFIN NOT NUMERIC THEN
               MOVE 'BORNES INVALIDES' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE CX-NUMDEB TO WS-NUMDEB
           MOVE CX-NUMFIN TO WS-NUMFIN
           MOVE CX-COMPTE TO ZACBO-COMPTE
           MOVE WS-NUMDEB TO ZACBO-NUMDEB
           MOVE "SEL" TO ZACBO-FONCTION
           CALL "MACBO" USING ZACBO-ZCMA, AUTH-QUERY
           EVALUATE TRUE
               WHEN NOT ZACBO-CODRET-OK
                   MOVE 'COMMANDE INCONNUE' TO WS-MOTIF
               WHEN ZACBO-NUMFIN NOT = WS-NUMFIN
                   MOVE SPACES TO WS-MOTIF
                   STRING 'COMMANDE JUSQU AU ' ZACBO-NUMFIN
                          DELIMITED BY SIZE INTO WS-MOTIF
               WHEN ZACBO-EXPEDIE
                   MOVE 'DEJA EXPEDIEE' TO WS-MOTIF
               WHEN ZACBO-ANNULE
                   MOVE 'DEJA ANNULEE' TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
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
               DISPLAY "GKCHB02 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
