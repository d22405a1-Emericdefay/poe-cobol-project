      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMPOA01
      * Original author: DEFAY E.
      *
      * Description    : TBPOA power-of-attorney maintenance batch,
      *                  under maker/checker on every line : the
      *                  maker and a DIFFERENT checker must both hold
      *                  the 'POA' TBHAB entitlement (the inline
      *                  four-eyes shape of GKMBEN01). Reads one
      *                  instruction per PARAMPOA line (INS/UPD/DEL,
      *                  account, attorney id, name, identity
      *                  document, scope, debit ceiling, start and
      *                  expiry dates, deed reference, maker,
      *                  checker) and reports each line's outcome.
      *                  An authority is only granted on an account
      *                  whose holder is not recorded deceased ; the
      *                  ceiling of a limited authority is in the
      *                  account's currency. Every applied action
      *                  lands in TBCHJ (domain 'POA').
      * Rules handling :
      *             RC = 00 : Every instruction applied cleanly
      *             RC = 01 : Could not open PARAMPOA
      *             RC = 05 : One or more instructions rejected (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMPOA - one fixed-format instruction
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
       PROGRAM-ID.    GKMPOA01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMPOA-FDNAME
           ASSIGN TO DYNAMIC PARAMPOA-NAME
           FILE STATUS IS WS-FS-PARAMPOA
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMPOA-FDNAME RECORDING MODE F.
       01  PARAMPOA-RECORD.
           05  PA-FONCTION     PIC X(03).
           05  PA-COMPTE       PIC X(11).
           05  PA-MANDATAIRE   PIC X(08).
           05  PA-NOM          PIC X(30).
           05  PA-PIECEID      PIC X(20).
           05  PA-PORTEE       PIC X(01).
      *    Debit ceiling (text, FUNCTION NUMVAL)
           05  PA-PLAFOND      PIC X(15).
           05  PA-DTDEB        PIC X(10).
           05  PA-DTFIN        PIC X(10).
           05  PA-REFDOC       PIC X(15).
           05  PA-MAKER        PIC X(08).
           05  PA-CHECKER      PIC X(08).
           05  FILLER          PIC X(01).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPOA.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBDEC.cpy".
       COPY "./Copybooks/CTBHAB.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
       01  WS-ANCIEN-TROUVE PIC X(01).
           88 ANCIEN-TROUVE VALUE 'Y'.
       01  WS-ANCVAL        PIC X(30).
       01  WS-CHJ-MNT       PIC Z(10)9.99.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  TBHAB entitlement domain for this register
       01  WS-DOMAINE       PIC X(03) VALUE 'POA'.
      *  Input file
       01  PARAMPOA-NAME    PIC X(30) VALUE 'PARAMPOA'.
       01  WS-FS-PARAMPOA   PIC X(02).
           88 FS-PARAMPOA-OK VALUE '00'.
       01  WS-EOF-PARAMPOA  PIC X(01) VALUE 'N'.
           88 EOF-PARAMPOA  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  The line's values once validated
       01  WS-PLAFOND-LIGNE PIC S9(13)V9(2) COMP-3.
       01  WS-CODDEV-CPT    PIC X(03).
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
               PERFORM 1100-LIRE-PARAMPOA
               PERFORM UNTIL EOF-PARAMPOA
                   PERFORM 1500-TRAITER-LIGNE
                   PERFORM 1100-LIRE-PARAMPOA
               END-PERFORM
               PERFORM 1900-BILAN
           END-IF
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Open PARAMPOA, the power-of-attorney instruction file.
           OPEN INPUT PARAMPOA-FDNAME
           IF NOT FS-PARAMPOA-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1100-LIRE-PARAMPOA.
      ******************************************************************EDEFAY
      *  Read the next PARAMPOA instruction line.
           READ PARAMPOA-FDNAME
               AT END SET EOF-PARAMPOA TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  Apply one maintenance instruction against MAPOA, after the
      *  four-eyes and content validation. A DEL - ending an
      *  authority - only needs the four-eyes.
           ADD 1 TO WS-NB-LUES
           PERFORM 2000-VERIFIER-QUATRE-YEUX
           IF NOT LIGNE-OK THEN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
           IF PA-FONCTION = 'INS' OR PA-FONCTION = 'UPD' THEN
               PERFORM 2100-VERIFIER-CONTENU
               IF NOT LIGNE-OK THEN
                   ADD 1 TO WS-NB-KO
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    The authority on file, if any - the journal's old value
           MOVE 'N' TO WS-ANCIEN-TROUVE
           MOVE PA-COMPTE     TO ZAPOA-COMPTE
           MOVE PA-MANDATAIRE TO ZAPOA-MANDATAIRE
           MOVE "SEL" TO ZAPOA-FONCTION
           CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           IF ZAPOA-CODRET-OK THEN
               SET ANCIEN-TROUVE TO TRUE
               MOVE ZAPOA-PLAFOND TO WS-CHJ-MNT
               MOVE SPACES TO WS-ANCVAL
               STRING ZAPOA-PORTEE ' ' WS-CHJ-MNT ' ' ZAPOA-DTFIN
                      DELIMITED BY SIZE INTO WS-ANCVAL
           END-IF
           INITIALIZE ZAPOA-DONNEES
           MOVE PA-COMPTE     TO ZAPOA-COMPTE
           MOVE PA-MANDATAIRE TO ZAPOA-MANDATAIRE
           IF PA-FONCTION NOT = 'DEL' THEN
               MOVE PA-NOM           TO ZAPOA-NOM
               MOVE PA-PIECEID       TO ZAPOA-PIECEID
               MOVE PA-PORTEE        TO ZAPOA-PORTEE
               MOVE WS-PLAFOND-LIGNE TO ZAPOA-PLAFOND
               MOVE WS-CODDEV-CPT    TO ZAPOA-CODDEV
               MOVE PA-DTDEB         TO ZAPOA-DTDEB
               MOVE PA-DTFIN         TO ZAPOA-DTFIN
               MOVE PA-REFDOC        TO ZAPOA-REFDOC
           END-IF
           MOVE PA-MAKER    TO ZAPOA-MAKER
           MOVE PA-CHECKER  TO ZAPOA-APPROB
           MOVE PA-FONCTION TO ZAPOA-FONCTION
           CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           IF ZAPOA-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKMPOA01 : " PA-FONCTION " " PA-COMPTE
                       " MANDATAIRE " PA-MANDATAIRE " : OK (MAKER "
                       PA-MAKER " CHECKER " PA-CHECKER ")"
               INITIALIZE ZACHJ-DONNEES
               MOVE WS-DOMAINE TO ZACHJ-DOMAINE
               STRING PA-COMPTE ' ' PA-MANDATAIRE
                      DELIMITED BY SIZE INTO ZACHJ-CLE
               IF ANCIEN-TROUVE THEN
                   MOVE WS-ANCVAL TO ZACHJ-ANCVAL
               ELSE
                   MOVE '(NOUVEAU)' TO ZACHJ-ANCVAL
               END-IF
               IF PA-FONCTION = 'DEL' THEN
                   MOVE '(SUPPRIME)' TO ZACHJ-NOUVAL
               ELSE
                   MOVE WS-PLAFOND-LIGNE TO WS-CHJ-MNT
                   STRING PA-PORTEE ' ' WS-CHJ-MNT ' ' PA-DTFIN
                          DELIMITED BY SIZE INTO ZACHJ-NOUVAL
               END-IF
               MOVE PA-MAKER   TO ZACHJ-MAKER
               MOVE PA-CHECKER TO ZACHJ-CHECKER
               PERFORM 8500-JOURNALISER-CHANGEMENT
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMPOA01 : " PA-FONCTION " " PA-COMPTE
                       " MANDATAIRE " PA-MANDATAIRE
                       " : REJETE, CODRET=" ZAPOA-CODRET " "
                       ZAPOA-LIBRET
           END-IF
           .

       2000-VERIFIER-QUATRE-YEUX.
      ******************************************************************EDEFAY
      *  Maker and checker present, distinct, both entitled 'POA' -
      *  the GKDEC01 inline four-eyes discipline.
           MOVE 'N' TO WS-LIGNE-OK
           IF PA-MAKER = SPACES
              OR PA-CHECKER = SPACES
              OR PA-MAKER = PA-CHECKER THEN
               DISPLAY "GKMPOA01 : " PA-COMPTE
                       " : MAKER/CHECKER ABSENT OU IDENTIQUE"
               EXIT PARAGRAPH
           END-IF
           MOVE PA-MAKER   TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMPOA01 : MAKER " PA-MAKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           MOVE PA-CHECKER TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMPOA01 : CHECKER " PA-CHECKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       2100-VERIFIER-CONTENU.
      ******************************************************************EDEFAY
      *  The account must exist and its holder must not be recorded
      *  deceased (an open TBDEC row, or the account frozen 'F') ;
      *  the attorney's id, name, identity document and the deed
      *  reference are mandatory ; the scope is a known code, a
      *  limited scope carrying a positive ceiling and the others
      *  none ; the start date is a valid date and the expiry date,
      *  when given, a valid date after it.
           MOVE 'N' TO WS-LIGNE-OK
           MOVE PA-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               DISPLAY "GKMPOA01 : " PA-COMPTE " : COMPTE INCONNU"
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-DEVISE TO WS-CODDEV-CPT
           IF ZACPT-DECEDE THEN
               DISPLAY "GKMPOA01 : " PA-COMPTE
                       " : TITULAIRE DECEDE, COMPTE GELE"
               EXIT PARAGRAPH
           END-IF
           MOVE PA-COMPTE TO ZADEC-COMPTE
           MOVE "SEL" TO ZADEC-FONCTION
           CALL "MADEC" USING ZADEC-ZCMA, AUTH-QUERY
           IF ZADEC-CODRET-OK THEN
               DISPLAY "GKMPOA01 : " PA-COMPTE
                       " : DECES NOTIFIE LE " ZADEC-DTNOTIF
               EXIT PARAGRAPH
           END-IF
           IF PA-MANDATAIRE = SPACES
              OR PA-NOM = SPACES
              OR PA-PIECEID = SPACES
              OR PA-REFDOC = SPACES THEN
               DISPLAY "GKMPOA01 : " PA-COMPTE " " PA-MANDATAIRE
                       " : IDENTIFIANT, NOM, PIECE D'IDENTITE ET"
                       " REFERENCE DE L'ACTE OBLIGATOIRES"
               EXIT PARAGRAPH
           END-IF
           MOVE PA-PORTEE TO ZAPOA-PORTEE
           IF NOT ZAPOA-PORTEE-OK THEN
               DISPLAY "GKMPOA01 : " PA-COMPTE " " PA-MANDATAIRE
                       " : PORTEE " PA-PORTEE " INVALIDE (C/L/T)"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PLAFOND-LIGNE
           IF PA-PLAFOND NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(PA-PLAFOND) NOT = 0 THEN
                   DISPLAY "GKMPOA01 : " PA-COMPTE " " PA-MANDATAIRE
                           " : PLAFOND " PA-PLAFOND " INVALIDE"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PLAFOND-LIGNE = FUNCTION NUMVAL(PA-PLAFOND)
           END-IF
           IF ZAPOA-PLAFONNE
              AND WS-PLAFOND-LIGNE NOT > ZERO THEN
               DISPLAY "GKMPOA01 : " PA-COMPTE " " PA-MANDATAIRE
                       " : PLAFOND OBLIGATOIRE POUR LA PORTEE L"
               EXIT PARAGRAPH
           END-IF
           IF NOT ZAPOA-PLAFONNE
              AND WS-PLAFOND-LIGNE NOT = ZERO THEN
               DISPLAY "GKMPOA01 : " PA-COMPTE " " PA-MANDATAIRE
                       " : PLAFOND RESERVE A LA PORTEE L"
               EXIT PARAGRAPH
           END-IF
           MOVE PA-DTDEB TO WS-DATE-ISO
           PERFORM 2200-VERIFIER-DATE
           IF NOT DATE-OK THEN
               DISPLAY "GKMPOA01 : " PA-COMPTE " " PA-MANDATAIRE
                       " : DATE DE DEBUT " PA-DTDEB " INVALIDE"
               EXIT PARAGRAPH
           END-IF
           IF PA-DTFIN NOT = SPACES THEN
               MOVE PA-DTFIN TO WS-DATE-ISO
               PERFORM 2200-VERIFIER-DATE
               IF NOT DATE-OK
                  OR PA-DTFIN NOT > PA-DTDEB THEN
                   DISPLAY "GKMPOA01 : " PA-COMPTE " " PA-MANDATAIRE
                           " : DATE D'EXPIRATION " PA-DTFIN
                           " INVALIDE OU AVANT LE DEBUT"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET LIGNE-OK TO TRUE
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

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKMPOA01 : " WS-NB-LUES " LIGNE(S), " WS-NB-OK
                   " OK, " WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE PARAMPOA-FDNAME
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
               DISPLAY "GKMPOA01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
