      *PROCESS TEST
      ******************************************************************
      * Program name   : GKDOS01
      * Original author: DEFAY E.
      *
      * Description    : KYC file completeness of one customer.
      *                  Works out the documents the customer's type
      *                  and risk rating require (TBPRM 'GKDOS01'/
      *                  'REQ' + type + risk, up to five 4-character
      *                  document types ; the bank's standard lists
      *                  below when no row is configured), checks
      *                  each against the TBDOC register - missing,
      *                  expired, expiring within the caller's
      *                  horizon, or valid - and returns them with
      *                  the resulting completeness. With ZD-MAJ set,
      *                  a change of completeness is stamped on
      *                  ZACLI-DOSSIER and journalled in TBCHJ (domain
      *                  'DOS'), so MFMAJCPT's reference cache picks
      *                  the new stamp up and its VERIF-BLOCAGE
      *                  starts or stops refusing the customer's
      *                  debits.
      * Rules handling :
      *             RC = 00 : Assessed (and stamped if asked)
      *             RC = 04 : Customer not found
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Create first version
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GKDOS01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBDOC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBCHJ.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Required-document list for the customer's type and risk -
      *  the TBPRM row, else the standard list of that profile
       01  WS-NOMPRM        PIC X(08).
       01  WS-PROFIL.
           05 WS-PROFIL-TYPE   PIC X(01).
           05 WS-PROFIL-RISQUE PIC X(01).
       01  WS-LISTE-REQ     PIC X(20).
       01  WS-LISTE-R REDEFINES WS-LISTE-REQ.
           05 WS-REQ-TYPDOC OCCURS 5 TIMES PIC X(04).
       01  WS-IX            PIC 9(01).
      *  Dates
       01  WS-DTREF         PIC X(10).
       01  WS-DT-HORIZON    PIC X(10).
       01  WS-DATE-DIGITS   PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-ENTIER-DATE   PIC 9(07).
       01  WS-DATE-CALC     PIC X(10).
      *  8500-JOURNALISER-CHANGEMENT
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
      ******************************************************************
       LINKAGE SECTION.
      *  Customer to assess / parameters / result returned
       COPY "./Copybooks/ZDDOS01.cpy".
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
       PROCEDURE DIVISION USING ZD-CLIENT, ZD-PARAM, ZD-RETOUR.
           PERFORM 1000-Main.
           EXIT PROGRAM.

       1000-Main.
      ******************************************************************EDEFAY
      *  This routine should follow the logic of the program purpose.
           INITIALIZE ZD-RETOUR
           MOVE ZD-CLIENT TO ZACLI-CLIENT
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF NOT ZACLI-CODRET-OK THEN
               SET ZD-CODRET-INTROUVABLE TO TRUE
               MOVE "CLIENT INTROUVABLE" TO ZD-LIBRET
               EXIT PARAGRAPH
           END-IF
           MOVE ZACLI-DOSSIER TO ZD-DOSSIER-AVANT
           PERFORM 1100-DATES
           PERFORM 1200-LISTE-REQUISE
           SET ZD-DOSSIER-COMPLET TO TRUE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > 5
                      OR WS-REQ-TYPDOC(WS-IX) = SPACES
               PERFORM 2000-EVALUER-DOCUMENT
           END-PERFORM
           IF ZD-MAJ-OUI
              AND ZD-DOSSIER NOT = ZD-DOSSIER-AVANT THEN
               PERFORM 1700-ESTAMPILLER
           END-IF
           MOVE "DOSSIER EVALUE" TO ZD-LIBRET
           .

       1100-DATES.
      ******************************************************************EDEFAY
      *  The as-of date the caller passed (today when blank) and the
      *  last day a document still counts as expiring soon.
           IF ZD-DTREF = SPACES THEN
               ACCEPT WS-DATE-YYYYMMDD FROM DATE YYYYMMDD
               MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
               STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                      WS-DATE-DIGITS(7:2)
                      DELIMITED BY SIZE INTO WS-DTREF
           ELSE
               MOVE ZD-DTREF TO WS-DTREF
           END-IF
           MOVE WS-DTREF TO WS-DATE-CALC
           PERFORM 2900-DATE-EN-ENTIER
           ADD ZD-HORIZON TO WS-ENTIER-DATE
           PERFORM 2950-ENTIER-EN-DATE
           MOVE WS-DATE-CALC TO WS-DT-HORIZON
           .

       1200-LISTE-REQUISE.
      ******************************************************************EDEFAY
      *  Profile = customer type (blank reads as private individual)
      *  + risk rating (blank reads as standard). TBPRM 'REQ'+profile
      *  overrides the standard lists : identity and proof of address
      *  for everyone, company statutes for a company, source of
      *  funds for a high-risk customer.
           IF ZACLI-ENTREPRISE THEN
               MOVE 'E' TO WS-PROFIL-TYPE
           ELSE
               MOVE 'P' TO WS-PROFIL-TYPE
           END-IF
           IF ZACLI-RISQUE-HAUT THEN
               MOVE 'H' TO WS-PROFIL-RISQUE
           ELSE
               MOVE 'S' TO WS-PROFIL-RISQUE
           END-IF
           MOVE SPACES TO WS-NOMPRM
           STRING 'REQ' WS-PROFIL DELIMITED BY SIZE INTO WS-NOMPRM
           MOVE 'GKDOS01 ' TO ZAPRM-PGM
           MOVE WS-NOMPRM  TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM TO WS-LISTE-REQ
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PROFIL
               WHEN 'PS'
                   MOVE 'IDENADRS' TO WS-LISTE-REQ
               WHEN 'PH'
                   MOVE 'IDENADRSORIG' TO WS-LISTE-REQ
               WHEN 'ES'
                   MOVE 'IDENADRSSTAT' TO WS-LISTE-REQ
               WHEN OTHER
                   MOVE 'IDENADRSSTATORIG' TO WS-LISTE-REQ
           END-EVALUATE
           .

       1700-ESTAMPILLER.
      ******************************************************************EDEFAY
      *  Restamp ZACLI-DOSSIER and journal the change - the TBCHJ row
      *  is also what tells MFMAJCPT's cache to drop the customer.
           MOVE ZD-DOSSIER TO ZACLI-DOSSIER
           MOVE "UPD" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF NOT ZACLI-CODRET-OK THEN
               MOVE ZACLI-CODRET TO ZD-CODRET
               MOVE ZACLI-LIBRET TO ZD-LIBRET
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ZACHJ-DONNEES
           MOVE 'DOS' TO ZACHJ-DOMAINE
           MOVE ZD-CLIENT TO ZACHJ-CLE
           MOVE ZD-DOSSIER-AVANT TO ZACHJ-ANCVAL
           MOVE ZD-DOSSIER TO ZACHJ-NOUVAL
           MOVE 'GKDOS01' TO ZACHJ-MAKER
           PERFORM 8500-JOURNALISER-CHANGEMENT
           .

       2000-EVALUER-DOCUMENT.
      ******************************************************************EDEFAY
      *  State of one required document. Missing or expired makes the
      *  file incomplete ; expiring soon is only flagged for the chase.
           ADD 1 TO ZD-NB-DOC
           MOVE WS-REQ-TYPDOC(WS-IX) TO ZD-TYPDOC(ZD-NB-DOC)
           MOVE ZD-CLIENT TO ZADOC-CLIENT
           MOVE WS-REQ-TYPDOC(WS-IX) TO ZADOC-TYPDOC
           MOVE "SEL" TO ZADOC-FONCTION
           CALL "MADOC" USING ZADOC-ZCMA, AUTH-QUERY
           EVALUATE TRUE
               WHEN NOT ZADOC-CODRET-OK
                   SET ZD-ETAT-MANQUANT(ZD-NB-DOC) TO TRUE
                   SET ZD-DOSSIER-INCOMPLET TO TRUE
               WHEN ZADOC-DTEXP = SPACES
                   SET ZD-ETAT-VALIDE(ZD-NB-DOC) TO TRUE
               WHEN ZADOC-DTEXP < WS-DTREF
                   MOVE ZADOC-DTEXP TO ZD-DTEXP(ZD-NB-DOC)
                   SET ZD-ETAT-EXPIRE(ZD-NB-DOC) TO TRUE
                   SET ZD-DOSSIER-INCOMPLET TO TRUE
               WHEN ZADOC-DTEXP NOT > WS-DT-HORIZON
                   MOVE ZADOC-DTEXP TO ZD-DTEXP(ZD-NB-DOC)
                   SET ZD-ETAT-A-ECHOIR(ZD-NB-DOC) TO TRUE
               WHEN OTHER
                   MOVE ZADOC-DTEXP TO ZD-DTEXP(ZD-NB-DOC)
                   SET ZD-ETAT-VALIDE(ZD-NB-DOC) TO TRUE
           END-EVALUATE
           .

       2900-DATE-EN-ENTIER.
      ******************************************************************EDEFAY
      *  WS-DATE-CALC (YYYY-MM-DD) to its day number, WS-ENTIER-DATE.
           STRING WS-DATE-CALC(1:4) WS-DATE-CALC(6:2)
                  WS-DATE-CALC(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           .

       2950-ENTIER-EN-DATE.
      ******************************************************************EDEFAY
      *  WS-ENTIER-DATE back to WS-DATE-CALC (YYYY-MM-DD).
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-ENTIER-DATE)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-CALC
           .

       8500-JOURNALISER-CHANGEMENT.
      ******************************************************************EDEFAY
      *  One TBCHJ change-journal row for the stamp just changed - the
      *  caller filled domain/key/old/new/maker, the timestamp stamps
      *  here. A failed INS never un-applies the change.
           ACCEPT WS-CHJ-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-CHJ-YYYYMMDD(1:4) '-' WS-CHJ-YYYYMMDD(5:2)
                  '-' WS-CHJ-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO ZACHJ-DTCHJ
           ACCEPT WS-CHJ-HHMMSS FROM TIME
           MOVE WS-CHJ-HHMMSS TO ZACHJ-HRCHJ
           MOVE "INS" TO ZACHJ-FONCTION
           CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           IF NOT ZACHJ-CODRET-OK THEN
               DISPLAY "GKDOS01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
