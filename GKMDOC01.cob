      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMDOC01
      * Original author: DEFAY E.
      *
      * Description    : TBDOC KYC document register maintenance
      *                  batch, under maker/checker on every line :
      *                  the maker and a DIFFERENT checker must both
      *                  hold the 'DOC' TBHAB entitlement (the
      *                  GKMFAC01 inline four-eyes shape). Reads one
      *                  instruction per PARAMDOC line (INS/UPD/DEL,
      *                  customer, document type, reference,
      *                  received date, expiry, maker, checker),
      *                  journals each applied change in TBCHJ
      *                  (domain 'DOC') and has GKDOS01 restamp the
      *                  customer's file completeness straight away -
      *                  a document recorded this morning lifts the
      *                  debit block this morning.
      * Rules handling :
      *             RC = 00 : Every instruction applied cleanly
      *             RC = 01 : Could not open PARAMDOC
      *             RC = 05 : One or more instructions rejected (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMDOC - one fixed-format instruction
      *                   per line (see 1500-TRAITER-LIGNE).
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
       PROGRAM-ID.    GKMDOC01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMDOC-FDNAME
           ASSIGN TO DYNAMIC PARAMDOC-NAME
           FILE STATUS IS WS-FS-PARAMDOC
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMDOC-FDNAME RECORDING MODE F.
       01  PARAMDOC-RECORD.
           05  PF-FONCTION     PIC X(03).
           05  PF-CLIENT       PIC X(08).
           05  PF-TYPDOC       PIC X(04).
           05  PF-REFDOC       PIC X(20).
           05  PF-DTRECU       PIC X(10).
           05  PF-DTEXP        PIC X(10).
           05  PF-MAKER        PIC X(08).
           05  PF-CHECKER      PIC X(08).
           05  FILLER          PIC X(09).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBDOC.cpy".
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBHAB.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
       01  WS-ANCIEN-TROUVE PIC X(01).
           88 ANCIEN-TROUVE VALUE 'Y'.
       01  WS-ANCVAL        PIC X(30).
      *  KYC file completeness restamp, see 1700-EVALUER-DOSSIER
       COPY "./Copybooks/ZDDOS01.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  TBHAB entitlement domain for this register
       01  WS-DOMAINE       PIC X(03) VALUE 'DOC'.
      *  Input file
       01  PARAMDOC-NAME    PIC X(30) VALUE 'PARAMDOC'.
       01  WS-FS-PARAMDOC   PIC X(02).
           88 FS-PARAMDOC-OK VALUE '00'.
       01  WS-EOF-PARAMDOC  PIC X(01) VALUE 'N'.
           88 EOF-PARAMDOC  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Four-eyes validation outcome
       01  WS-LIGNE-OK      PIC X(01).
           88 LIGNE-OK      VALUE 'Y'.
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
               PERFORM 1100-LIRE-PARAMDOC
               PERFORM UNTIL EOF-PARAMDOC
                   PERFORM 1500-TRAITER-LIGNE
                   PERFORM 1100-LIRE-PARAMDOC
               END-PERFORM
               PERFORM 1900-BILAN
           END-IF
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Open PARAMDOC, the KYC document instruction file.
           OPEN INPUT PARAMDOC-FDNAME
           IF NOT FS-PARAMDOC-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1100-LIRE-PARAMDOC.
      ******************************************************************EDEFAY
      *  Read the next PARAMDOC instruction line.
           READ PARAMDOC-FDNAME
               AT END SET EOF-PARAMDOC TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  Apply one maintenance instruction against MADOC, after the
      *  four-eyes and content validation. A DEL only needs the
      *  four-eyes - taking a document off a file is as sensitive as
      *  recording one.
           ADD 1 TO WS-NB-LUES
           PERFORM 2000-VERIFIER-QUATRE-YEUX
           IF NOT LIGNE-OK THEN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
           IF PF-FONCTION = 'INS' OR PF-FONCTION = 'UPD' THEN
               PERFORM 2100-VERIFIER-CONTENU
               IF NOT LIGNE-OK THEN
                   ADD 1 TO WS-NB-KO
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    The document on file, if any - the journal's old value
           MOVE 'N' TO WS-ANCIEN-TROUVE
           MOVE PF-CLIENT TO ZADOC-CLIENT
           MOVE PF-TYPDOC TO ZADOC-TYPDOC
           MOVE "SEL" TO ZADOC-FONCTION
           CALL "MADOC" USING ZADOC-ZCMA, AUTH-QUERY
           IF ZADOC-CODRET-OK THEN
               SET ANCIEN-TROUVE TO TRUE
               MOVE SPACES TO WS-ANCVAL
               STRING ZADOC-REFDOC(1:19) ' ' ZADOC-DTEXP
                      DELIMITED BY SIZE INTO WS-ANCVAL
           END-IF
           INITIALIZE ZADOC-DONNEES
           MOVE PF-CLIENT  TO ZADOC-CLIENT
           MOVE PF-TYPDOC  TO ZADOC-TYPDOC
           MOVE PF-REFDOC  TO ZADOC-REFDOC
           MOVE PF-DTRECU  TO ZADOC-DTRECU
           MOVE PF-DTEXP   TO ZADOC-DTEXP
           MOVE PF-MAKER   TO ZADOC-MAKER
           MOVE PF-CHECKER TO ZADOC-CHECKER
           MOVE PF-FONCTION TO ZADOC-FONCTION
           CALL "MADOC" USING ZADOC-ZCMA, AUTH-QUERY
           IF ZADOC-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKMDOC01 : " PF-FONCTION " " PF-CLIENT
                       " " PF-TYPDOC " : OK (MAKER " PF-MAKER
                       " CHECKER " PF-CHECKER ")"
               INITIALIZE ZACHJ-DONNEES
               MOVE 'DOC' TO ZACHJ-DOMAINE
               STRING PF-CLIENT ' ' PF-TYPDOC
                      DELIMITED BY SIZE INTO ZACHJ-CLE
               IF ANCIEN-TROUVE THEN
                   MOVE WS-ANCVAL TO ZACHJ-ANCVAL
               ELSE
                   MOVE '(NOUVEAU)' TO ZACHJ-ANCVAL
               END-IF
               IF PF-FONCTION = 'DEL' THEN
                   MOVE '(SUPPRIME)' TO ZACHJ-NOUVAL
               ELSE
                   STRING PF-REFDOC(1:19) ' ' PF-DTEXP
                          DELIMITED BY SIZE INTO ZACHJ-NOUVAL
               END-IF
               MOVE PF-MAKER   TO ZACHJ-MAKER
               MOVE PF-CHECKER TO ZACHJ-CHECKER
               PERFORM 8500-JOURNALISER-CHANGEMENT
               PERFORM 1700-EVALUER-DOSSIER
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMDOC01 : " PF-FONCTION " " PF-CLIENT
                       " " PF-TYPDOC " : REJETE, CODRET="
                       ZADOC-CODRET " " ZADOC-LIBRET
           END-IF
           .

       1700-EVALUER-DOSSIER.
      ******************************************************************EDEFAY
      *  Have GKDOS01 reassess the customer's file and restamp
      *  ZACLI-DOSSIER - the debit block follows the register at once.
           MOVE PF-CLIENT TO ZD-CLIENT
           INITIALIZE ZD-PARAM
           SET ZD-MAJ-OUI TO TRUE
           CALL "GKDOS01" USING ZD-CLIENT, ZD-PARAM, ZD-RETOUR
           IF NOT ZD-CODRET-OK THEN
               DISPLAY "GKMDOC01 : " PF-CLIENT
                       " : DOSSIER NON EVALUE, CODRET=" ZD-CODRET
                       " " ZD-LIBRET
               EXIT PARAGRAPH
           END-IF
           IF ZD-DOSSIER NOT = ZD-DOSSIER-AVANT THEN
               DISPLAY "GKMDOC01 : " PF-CLIENT " : DOSSIER KYC "
                       ZD-DOSSIER-AVANT " -> " ZD-DOSSIER
           END-IF
           .

       2000-VERIFIER-QUATRE-YEUX.
      ******************************************************************EDEFAY
      *  Maker and checker present, distinct, both entitled 'DOC' -
      *  the GKDEC01 inline four-eyes discipline.
           MOVE 'N' TO WS-LIGNE-OK
           IF PF-MAKER = SPACES
              OR PF-CHECKER = SPACES
              OR PF-MAKER = PF-CHECKER THEN
               DISPLAY "GKMDOC01 : " PF-CLIENT
                       " : MAKER/CHECKER ABSENT OU IDENTIQUE"
               EXIT PARAGRAPH
           END-IF
           MOVE PF-MAKER   TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMDOC01 : MAKER " PF-MAKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           MOVE PF-CHECKER TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMDOC01 : CHECKER " PF-CHECKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       2100-VERIFIER-CONTENU.
      ******************************************************************EDEFAY
      *  The customer must exist, the document type and reference and
      *  the received date are mandatory, and an expiry that precedes
      *  the received date would never have been valid.
           MOVE 'N' TO WS-LIGNE-OK
           MOVE PF-CLIENT TO ZACLI-CLIENT
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF NOT ZACLI-CODRET-OK THEN
               DISPLAY "GKMDOC01 : " PF-CLIENT " : CLIENT INCONNU"
               EXIT PARAGRAPH
           END-IF
           IF PF-TYPDOC = SPACES
              OR PF-REFDOC = SPACES THEN
               DISPLAY "GKMDOC01 : " PF-CLIENT
                       " : TYPE ET REFERENCE DOCUMENT OBLIGATOIRES"
               EXIT PARAGRAPH
           END-IF
           IF PF-DTRECU = SPACES THEN
               DISPLAY "GKMDOC01 : " PF-CLIENT
                       " : DATE DE RECEPTION OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF
           IF PF-DTEXP NOT = SPACES
              AND PF-DTEXP < PF-DTRECU THEN
               DISPLAY "GKMDOC01 : " PF-CLIENT
                       " : EXPIRATION AVANT LA RECEPTION"
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKMDOC01 : " WS-NB-LUES " LIGNE(S), " WS-NB-OK
                   " OK, " WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE PARAMDOC-FDNAME
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
               DISPLAY "GKMDOC01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
