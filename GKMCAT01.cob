      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMCAT01
      * Original author: DEFAY E.
      *
      * Description    : TBCAT spending-category maintenance batch,
      *                  under maker/checker on every line : the
      *                  maker and a DIFFERENT checker must both hold
      *                  the 'CAT' TBHAB entitlement (the inline
      *                  four-eyes shape of GKMPOA01). Reads one
      *                  instruction per PARAMMCA line and reports
      *                  each line's outcome :
      *                    - INS/UPD/DEL a TBCAT row - a catalogue
      *                      entry ('K' : code and customer-facing
      *                      label) or a mapping rule ('M' creditor
      *                      id, 'N' counterparty-name text, 'L'
      *                      remittance text, 'O' operation code,
      *                      with its priority) to a catalogued
      *                      category. A catalogue entry still used
      *                      by a rule is not deleted.
      *                    - FRC forces the category of one history
      *                      row (account, reference and, for a
      *                      recurring reference, its posting date -
      *                      else the latest posting) : the row is
      *                      marked set by hand and GKCAT01 never
      *                      re-tags it.
      *                    - LIB releases such a row : its category
      *                      is cleared and GKCAT01 tags it again
      *                      the next night.
      *                  Every applied action lands in TBCHJ (domain
      *                  'CAT').
      * Rules handling :
      *             RC = 00 : Every instruction applied cleanly
      *             RC = 01 : Could not open PARAMMCA
      *             RC = 05 : One or more instructions rejected (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMMCA - one fixed-format instruction
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
       PROGRAM-ID.    GKMCAT01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMMCA-FDNAME
           ASSIGN TO DYNAMIC PARAMMCA-NAME
           FILE STATUS IS WS-FS-PARAMMCA
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMMCA-FDNAME RECORDING MODE F.
       01  PARAMMCA-RECORD.
           05  PC-FONCTION     PIC X(03).
           05  PC-CORPS        PIC X(60).
      *    INS / UPD / DEL : a TBCAT row
           05  PC-REGLE REDEFINES PC-CORPS.
               10  PC-TYPREGLE PIC X(01).
               10  PC-VALEUR   PIC X(24).
               10  PC-CATEG    PIC X(03).
               10  PC-LIBCAT   PIC X(20).
      *        Priority within the rule type (text, default 100)
               10  PC-PRIORITE PIC X(03).
               10  FILLER      PIC X(09).
      *    FRC / LIB : a history row's hand-set category
           05  PC-FORCAGE REDEFINES PC-CORPS.
               10  PC-COMPTE   PIC X(11).
               10  PC-REFOPE   PIC X(10).
               10  PC-DTOPER   PIC X(10).
               10  PC-CATFRC   PIC X(03).
               10  FILLER      PIC X(26).
           05  PC-MAKER        PIC X(08).
           05  PC-CHECKER      PIC X(08).
           05  FILLER          PIC X(01).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCAT.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBOPE.cpy".
       COPY "./Copybooks/CTBHAB.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
       01  WS-ANCIEN-TROUVE PIC X(01).
           88 ANCIEN-TROUVE VALUE 'Y'.
       01  WS-ANCVAL        PIC X(30).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  TBHAB entitlement domain for this register
       01  WS-DOMAINE       PIC X(03) VALUE 'CAT'.
      *  Input file
       01  PARAMMCA-NAME    PIC X(30) VALUE 'PARAMMCA'.
       01  WS-FS-PARAMMCA   PIC X(02).
           88 FS-PARAMMCA-OK VALUE '00'.
       01  WS-EOF-PARAMMCA  PIC X(01) VALUE 'N'.
           88 EOF-PARAMMCA  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  The line's values once validated
       01  WS-PRIORITE-LIGNE PIC 9(03).
       01  WS-CATEG-LIGNE   PIC X(03).
      *  The history row a FRC/LIB line designates (2400-TROUVER-
      *  LIGNE-HISTO)
       01  WS-HIS-TROUVE    PIC X(01).
           88 HIS-TROUVE    VALUE 'Y'.
       01  WS-HIS-LIGNE     PIC X(249).
      *  Date format check (2200-VERIFIER-DATE)
       01  WS-DATE-ISO      PIC X(10).
       01  WS-DATE-OK       PIC X(01).
           88 DATE-OK       VALUE 'Y'.
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
               PERFORM 1100-LIRE-PARAMMCA
               PERFORM UNTIL EOF-PARAMMCA
                   PERFORM 1500-TRAITER-LIGNE
                   PERFORM 1100-LIRE-PARAMMCA
               END-PERFORM
               PERFORM 1900-BILAN
           END-IF
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Open PARAMMCA, the spending-category instruction file.
           OPEN INPUT PARAMMCA-FDNAME
           IF NOT FS-PARAMMCA-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1100-LIRE-PARAMMCA.
      ******************************************************************EDEFAY
      *  Read the next PARAMMCA instruction line.
           READ PARAMMCA-FDNAME
               AT END SET EOF-PARAMMCA TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  One instruction, after the four-eyes : a TBCAT row change
      *  (1600) or a history row's hand-set category (1700).
           ADD 1 TO WS-NB-LUES
           PERFORM 2000-VERIFIER-QUATRE-YEUX
           IF NOT LIGNE-OK THEN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
           EVALUATE PC-FONCTION
               WHEN 'INS'
               WHEN 'UPD'
               WHEN 'DEL'
                   PERFORM 1600-MAJ-REGLE
               WHEN 'FRC'
               WHEN 'LIB'
                   PERFORM 1700-MAJ-CATEGORIE-LIGNE
               WHEN OTHER
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMCAT01 : FONCTION " PC-FONCTION
                           " INCONNUE (INS/UPD/DEL/FRC/LIB)"
           END-EVALUATE
           .

       1600-MAJ-REGLE.
      ******************************************************************EDEFAY
      *  Apply one TBCAT change against MACAT, after the content
      *  validation (a DEL only checks a catalogue entry is unused).
           IF PC-FONCTION = 'DEL' THEN
               PERFORM 2150-VERIFIER-SUPPRESSION
           ELSE
               PERFORM 2100-VERIFIER-REGLE
           END-IF
           IF NOT LIGNE-OK THEN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
      *    The row on file, if any - the journal's old value
           MOVE 'N' TO WS-ANCIEN-TROUVE
           MOVE PC-TYPREGLE TO ZACAT-TYPREGLE
           MOVE PC-VALEUR   TO ZACAT-VALEUR
           MOVE "SEL" TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           IF ZACAT-CODRET-OK THEN
               SET ANCIEN-TROUVE TO TRUE
               MOVE SPACES TO WS-ANCVAL
               STRING ZACAT-CATEG ' ' ZACAT-PRIORITE ' ' ZACAT-LIBCAT
                      DELIMITED BY SIZE INTO WS-ANCVAL
           END-IF
           INITIALIZE ZACAT-DONNEES
           MOVE PC-TYPREGLE TO ZACAT-TYPREGLE
           MOVE PC-VALEUR   TO ZACAT-VALEUR
           IF PC-FONCTION NOT = 'DEL' THEN
               MOVE WS-CATEG-LIGNE    TO ZACAT-CATEG
               MOVE PC-LIBCAT         TO ZACAT-LIBCAT
               MOVE WS-PRIORITE-LIGNE TO ZACAT-PRIORITE
           END-IF
           MOVE PC-MAKER    TO ZACAT-MAKER
           MOVE PC-CHECKER  TO ZACAT-APPROB
           MOVE PC-FONCTION TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           IF ZACAT-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKMCAT01 : " PC-FONCTION " REGLE " PC-TYPREGLE
                       " " PC-VALEUR " : OK (MAKER " PC-MAKER
                       " CHECKER " PC-CHECKER ")"
               INITIALIZE ZACHJ-DONNEES
               MOVE WS-DOMAINE TO ZACHJ-DOMAINE
               STRING PC-TYPREGLE ' ' PC-VALEUR(1:20)
                      DELIMITED BY SIZE INTO ZACHJ-CLE
               IF ANCIEN-TROUVE THEN
                   MOVE WS-ANCVAL TO ZACHJ-ANCVAL
               ELSE
                   MOVE '(NOUVEAU)' TO ZACHJ-ANCVAL
               END-IF
               IF PC-FONCTION = 'DEL' THEN
                   MOVE '(SUPPRIME)' TO ZACHJ-NOUVAL
               ELSE
                   STRING WS-CATEG-LIGNE ' ' WS-PRIORITE-LIGNE ' '
                          PC-LIBCAT
                          DELIMITED BY SIZE INTO ZACHJ-NOUVAL
               END-IF
               MOVE PC-MAKER   TO ZACHJ-MAKER
               MOVE PC-CHECKER TO ZACHJ-CHECKER
               PERFORM 8500-JOURNALISER-CHANGEMENT
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMCAT01 : " PC-FONCTION " REGLE " PC-TYPREGLE
                       " " PC-VALEUR " : REJETE, CODRET="
                       ZACAT-CODRET " " ZACAT-LIBRET
           END-IF
           .

       1700-MAJ-CATEGORIE-LIGNE.
      ******************************************************************EDEFAY
      *  FRC : force the category of one history row, marked set by
      *  hand ; LIB : clear a hand-set category so the nightly
      *  GKCAT01 tags the row again. Only the category columns are
      *  written (MAHIS UPC).
           PERFORM 2300-VERIFIER-FORCAGE
           IF NOT LIGNE-OK THEN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ANCVAL
           STRING ZAHIS-CATEG ' ' ZAHIS-CATMAN ' ' ZAHIS-DTOPER
                  DELIMITED BY SIZE INTO WS-ANCVAL
           IF PC-FONCTION = 'FRC' THEN
               MOVE WS-CATEG-LIGNE TO ZAHIS-CATEG
               SET ZAHIS-CAT-MANUELLE TO TRUE
           ELSE
               MOVE SPACES TO ZAHIS-CATEG
               MOVE SPACES TO ZAHIS-CATMAN
           END-IF
           MOVE "UPC" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           IF ZAHIS-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKMCAT01 : " PC-FONCTION " " ZAHIS-COMPTE " "
                       ZAHIS-REFOPE " " ZAHIS-DTOPER " : OK (MAKER "
                       PC-MAKER " CHECKER " PC-CHECKER ")"
               INITIALIZE ZACHJ-DONNEES
               MOVE WS-DOMAINE TO ZACHJ-DOMAINE
               STRING PC-COMPTE ' ' PC-REFOPE
                      DELIMITED BY SIZE INTO ZACHJ-CLE
               MOVE WS-ANCVAL TO ZACHJ-ANCVAL
               STRING ZAHIS-CATEG ' ' ZAHIS-CATMAN ' ' ZAHIS-DTOPER
                      DELIMITED BY SIZE INTO ZACHJ-NOUVAL
               MOVE PC-MAKER   TO ZACHJ-MAKER
               MOVE PC-CHECKER TO ZACHJ-CHECKER
               PERFORM 8500-JOURNALISER-CHANGEMENT
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMCAT01 : " PC-FONCTION " " PC-COMPTE " "
                       PC-REFOPE " : REJETE, CODRET=" ZAHIS-CODRET
                       " " ZAHIS-LIBRET
           END-IF
           .

       2000-VERIFIER-QUATRE-YEUX.
      ******************************************************************EDEFAY
      *  Maker and checker present, distinct, both entitled 'CAT' -
      *  the GKDEC01 inline four-eyes discipline.
           MOVE 'N' TO WS-LIGNE-OK
           IF PC-MAKER = SPACES
              OR PC-CHECKER = SPACES
              OR PC-MAKER = PC-CHECKER THEN
               DISPLAY "GKMCAT01 : " PC-FONCTION
                       " : MAKER/CHECKER ABSENT OU IDENTIQUE"
               EXIT PARAGRAPH
           END-IF
           MOVE PC-MAKER   TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMCAT01 : MAKER " PC-MAKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           MOVE PC-CHECKER TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMCAT01 : CHECKER " PC-CHECKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       2100-VERIFIER-REGLE.
      ******************************************************************EDEFAY
      *  A known rule type and a value ; a catalogue entry is its own
      *  3-character code with a label, a mapping rule points at a
      *  catalogued category - a creditor id is 8 characters at most,
      *  an operation code one TBOPE knows ; the priority is numeric
      *  (blank : 100).
           MOVE 'N' TO WS-LIGNE-OK
           MOVE PC-TYPREGLE TO ZACAT-TYPREGLE
           IF NOT ZACAT-TYPREGLE-OK
              OR PC-VALEUR = SPACES THEN
               DISPLAY "GKMCAT01 : " PC-TYPREGLE " " PC-VALEUR
                       " : TYPE (K/M/N/L/O) OU VALEUR INVALIDE"
               EXIT PARAGRAPH
           END-IF
           MOVE 100 TO WS-PRIORITE-LIGNE
           IF PC-PRIORITE NOT = SPACES THEN
               IF PC-PRIORITE IS NOT NUMERIC THEN
                   DISPLAY "GKMCAT01 : " PC-TYPREGLE " " PC-VALEUR
                           " : PRIORITE " PC-PRIORITE " INVALIDE"
                   EXIT PARAGRAPH
               END-IF
               MOVE PC-PRIORITE TO WS-PRIORITE-LIGNE
           END-IF
           MOVE PC-CATEG TO WS-CATEG-LIGNE
           IF ZACAT-CATALOGUE THEN
               IF PC-CATEG = SPACES THEN
                   MOVE PC-VALEUR(1:3) TO WS-CATEG-LIGNE
               END-IF
               IF PC-VALEUR(4:21) NOT = SPACES
                  OR WS-CATEG-LIGNE NOT = PC-VALEUR(1:3)
                  OR PC-LIBCAT = SPACES THEN
                   DISPLAY "GKMCAT01 : CATALOGUE " PC-VALEUR
                           " : CODE DE 3 CARACTERES ET LIBELLE"
                           " OBLIGATOIRES"
                   EXIT PARAGRAPH
               END-IF
               SET LIGNE-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF ZACAT-CREANCIER
              AND PC-VALEUR(9:16) NOT = SPACES THEN
               DISPLAY "GKMCAT01 : CREANCIER " PC-VALEUR
                       " : 8 CARACTERES AU PLUS"
               EXIT PARAGRAPH
           END-IF
           IF ZACAT-CODOPE THEN
               MOVE PC-VALEUR(1:3) TO ZAOPE-COPE
               MOVE "SEL" TO ZAOPE-FONCTION
               CALL "MAOPE" USING ZAOPE-ZCMA, AUTH-QUERY
               IF PC-VALEUR(4:21) NOT = SPACES
                  OR NOT ZAOPE-CODRET-OK THEN
                   DISPLAY "GKMCAT01 : CODE OPERATION " PC-VALEUR
                           " INCONNU"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 2250-VERIFIER-CATALOGUE
           IF NOT LIGNE-OK THEN
               DISPLAY "GKMCAT01 : " PC-TYPREGLE " " PC-VALEUR
                       " : CATEGORIE " WS-CATEG-LIGNE
                       " ABSENTE DU CATALOGUE"
           END-IF
           .

       2150-VERIFIER-SUPPRESSION.
      ******************************************************************EDEFAY
      *  A catalogue entry goes only once no rule maps to it any more
      *  (rows already tagged with it keep the code). A rule may
      *  always go.
           SET LIGNE-OK TO TRUE
           IF PC-TYPREGLE NOT = 'K' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "OPN" TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACAT-CODRET-OK
                      OR NOT LIGNE-OK
               IF NOT ZACAT-CATALOGUE
                  AND ZACAT-CATEG = PC-VALEUR(1:3) THEN
                   MOVE 'N' TO WS-LIGNE-OK
                   DISPLAY "GKMCAT01 : CATALOGUE " PC-VALEUR(1:3)
                           " ENCORE UTILISE PAR LA REGLE "
                           ZACAT-TYPREGLE " " ZACAT-VALEUR
               ELSE
                   MOVE "FET" TO ZACAT-FONCTION
                   CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
               END-IF
           END-PERFORM
           MOVE "CLO" TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           .

       2200-VERIFIER-DATE.
      ******************************************************************EDEFAY
      *  WS-DATE-OK := WS-DATE-ISO is a YYYY-MM-DD date.
           MOVE 'N' TO WS-DATE-OK
           IF WS-DATE-ISO(1:4) IS NUMERIC
              AND WS-DATE-ISO(5:1) = '-'
              AND WS-DATE-ISO(6:2) IS NUMERIC
              AND WS-DATE-ISO(8:1) = '-'
              AND WS-DATE-ISO(9:2) IS NUMERIC
              AND WS-DATE-ISO(6:2) >= '01'
              AND WS-DATE-ISO(6:2) <= '12'
              AND WS-DATE-ISO(9:2) >= '01'
              AND WS-DATE-ISO(9:2) <= '31' THEN
               SET DATE-OK TO TRUE
           END-IF
           .

       2250-VERIFIER-CATALOGUE.
      ******************************************************************EDEFAY
      *  WS-LIGNE-OK := WS-CATEG-LIGNE is a catalogued category.
           MOVE 'N' TO WS-LIGNE-OK
           IF WS-CATEG-LIGNE = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'K' TO ZACAT-TYPREGLE
           MOVE WS-CATEG-LIGNE TO ZACAT-VALEUR
           MOVE "SEL" TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           IF ZACAT-CODRET-OK THEN
               SET LIGNE-OK TO TRUE
           END-IF
           .

       2300-VERIFIER-FORCAGE.
      ******************************************************************EDEFAY
      *  The history row must exist ; a forced category must be
      *  catalogued, a released row must carry a hand-set one.
           MOVE 'N' TO WS-LIGNE-OK
           IF PC-COMPTE = SPACES
              OR PC-REFOPE = SPACES THEN
               DISPLAY "GKMCAT01 : " PC-FONCTION
                       " : COMPTE ET REFERENCE OBLIGATOIRES"
               EXIT PARAGRAPH
           END-IF
           IF PC-DTOPER NOT = SPACES THEN
               MOVE PC-DTOPER TO WS-DATE-ISO
               PERFORM 2200-VERIFIER-DATE
               IF NOT DATE-OK THEN
                   DISPLAY "GKMCAT01 : " PC-COMPTE " " PC-REFOPE
                           " : DATE " PC-DTOPER " INVALIDE"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PC-FONCTION = 'FRC' THEN
               MOVE PC-CATFRC TO WS-CATEG-LIGNE
               PERFORM 2250-VERIFIER-CATALOGUE
               IF NOT LIGNE-OK THEN
                   DISPLAY "GKMCAT01 : " PC-COMPTE " " PC-REFOPE
                           " : CATEGORIE " PC-CATFRC
                           " ABSENTE DU CATALOGUE"
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-LIGNE-OK
           END-IF
           PERFORM 2400-TROUVER-LIGNE-HISTO
           IF NOT HIS-TROUVE THEN
               DISPLAY "GKMCAT01 : " PC-COMPTE " " PC-REFOPE " "
                       PC-DTOPER " : OPERATION INCONNUE"
               EXIT PARAGRAPH
           END-IF
           IF PC-FONCTION = 'LIB'
              AND NOT ZAHIS-CAT-MANUELLE THEN
               DISPLAY "GKMCAT01 : " PC-COMPTE " " PC-REFOPE
                       " : PAS DE CATEGORIE MANUELLE A LIBERER"
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       2400-TROUVER-LIGNE-HISTO.
      ******************************************************************EDEFAY
      *  Load ZAHIS with the designated row : without a date the
      *  latest posting of the reference (MAHIS SEL) ; with one, the
      *  account's postings of that day (CHIS cursor), the latest
      *  carrying the reference.
           MOVE 'N' TO WS-HIS-TROUVE
           INITIALIZE ZAHIS-DONNEES
           MOVE PC-COMPTE TO ZAHIS-COMPTE
           MOVE PC-REFOPE TO ZAHIS-REFOPE
           IF PC-DTOPER = SPACES THEN
               MOVE "SEL" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               IF ZAHIS-CODRET-OK THEN
                   SET HIS-TROUVE TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE PC-DTOPER TO ZAHIS-DATDEB
           MOVE PC-DTOPER TO ZAHIS-DATFIN
           MOVE "OPN" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               IF ZAHIS-REFOPE = PC-REFOPE THEN
                   SET HIS-TROUVE TO TRUE
                   MOVE ZAHIS-DONNEES TO WS-HIS-LIGNE
               END-IF
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           IF HIS-TROUVE THEN
               MOVE WS-HIS-LIGNE TO ZAHIS-DONNEES
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKMCAT01 : " WS-NB-LUES " LIGNE(S), " WS-NB-OK
                   " OK, " WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE PARAMMCA-FDNAME
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
               DISPLAY "GKMCAT01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
