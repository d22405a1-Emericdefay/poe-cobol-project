      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMGRP01
      * Original author: DEFAY E.
      *
      * Description    : TBGRP connected-customer group maintenance
      *                  batch, under maker/checker on every line :
      *                  the maker and a DIFFERENT checker must both
      *                  hold the 'GRP' TBHAB entitlement (the inline
      *                  four-eyes shape of GKMFAC01). Reads one
      *                  instruction per PARAMGRP line (INS/UPD/DEL,
      *                  group, customer, link to the group, joining
      *                  date, maker, checker) and reports each
      *                  line's outcome. Both identities stay on the
      *                  register row and every applied action lands
      *                  in TBCHJ (domain 'GRP'). GKGRP01 adds the
      *                  members' exposures up per group.
      * Rules handling :
      *             RC = 00 : Every instruction applied cleanly
      *             RC = 01 : Could not open PARAMGRP
      *             RC = 05 : One or more instructions rejected (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMGRP - one fixed-format instruction
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
       PROGRAM-ID.    GKMGRP01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMGRP-FDNAME
           ASSIGN TO DYNAMIC PARAMGRP-NAME
           FILE STATUS IS WS-FS-PARAMGRP
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMGRP-FDNAME RECORDING MODE F.
       01  PARAMGRP-RECORD.
           05  PG-FONCTION     PIC X(03).
           05  PG-GROUPE       PIC X(08).
           05  PG-CLIENT       PIC X(08).
           05  PG-LIEN         PIC X(01).
           05  PG-DTADH        PIC X(10).
           05  PG-MAKER        PIC X(08).
           05  PG-CHECKER      PIC X(08).
           05  FILLER          PIC X(34).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBGRP.cpy".
       COPY "./Copybooks/CTBCLI.cpy".
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
       01  WS-DOMAINE       PIC X(03) VALUE 'GRP'.
      *  Input file
       01  PARAMGRP-NAME    PIC X(30) VALUE 'PARAMGRP'.
       01  WS-FS-PARAMGRP   PIC X(02).
           88 FS-PARAMGRP-OK VALUE '00'.
       01  WS-EOF-PARAMGRP  PIC X(01) VALUE 'N'.
           88 EOF-PARAMGRP  VALUE 'Y'.
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
               PERFORM 1100-LIRE-PARAMGRP
               PERFORM UNTIL EOF-PARAMGRP
                   PERFORM 1500-TRAITER-LIGNE
                   PERFORM 1100-LIRE-PARAMGRP
               END-PERFORM
               PERFORM 1900-BILAN
           END-IF
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Open PARAMGRP, the group instruction file.
           OPEN INPUT PARAMGRP-FDNAME
           IF NOT FS-PARAMGRP-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1100-LIRE-PARAMGRP.
      ******************************************************************EDEFAY
      *  Read the next PARAMGRP instruction line.
           READ PARAMGRP-FDNAME
               AT END SET EOF-PARAMGRP TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  Apply one maintenance instruction against MAGRP, after the
      *  four-eyes and content validation. A DEL only needs the
      *  four-eyes - taking a customer out of a group lowers the
      *  group's reported exposure, as sensitive as putting one in.
           ADD 1 TO WS-NB-LUES
           PERFORM 2000-VERIFIER-QUATRE-YEUX
           IF NOT LIGNE-OK THEN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
           IF PG-FONCTION = 'INS' OR PG-FONCTION = 'UPD' THEN
               PERFORM 2100-VERIFIER-CONTENU
               IF NOT LIGNE-OK THEN
                   ADD 1 TO WS-NB-KO
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    The membership in place, if any - the journal's old value
           MOVE 'N' TO WS-ANCIEN-TROUVE
           MOVE PG-GROUPE TO ZAGRP-GROUPE
           MOVE PG-CLIENT TO ZAGRP-CLIENT
           MOVE "SEL" TO ZAGRP-FONCTION
           CALL "MAGRP" USING ZAGRP-ZCMA, AUTH-QUERY
           IF ZAGRP-CODRET-OK THEN
               SET ANCIEN-TROUVE TO TRUE
               MOVE SPACES TO WS-ANCVAL
               STRING 'LIEN ' ZAGRP-LIEN ' DEPUIS ' ZAGRP-DTADH
                      DELIMITED BY SIZE INTO WS-ANCVAL
           END-IF
           INITIALIZE ZAGRP-DONNEES
           MOVE PG-GROUPE  TO ZAGRP-GROUPE
           MOVE PG-CLIENT  TO ZAGRP-CLIENT
           MOVE PG-LIEN    TO ZAGRP-LIEN
           MOVE PG-DTADH   TO ZAGRP-DTADH
           MOVE PG-MAKER   TO ZAGRP-MAKER
           MOVE PG-CHECKER TO ZAGRP-APPROB
           MOVE PG-FONCTION TO ZAGRP-FONCTION
           CALL "MAGRP" USING ZAGRP-ZCMA, AUTH-QUERY
           IF ZAGRP-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKMGRP01 : " PG-FONCTION " " PG-GROUPE
                       " CLIENT " PG-CLIENT " : OK (MAKER " PG-MAKER
                       " CHECKER " PG-CHECKER ")"
               INITIALIZE ZACHJ-DONNEES
               MOVE 'GRP' TO ZACHJ-DOMAINE
               STRING PG-GROUPE ' ' PG-CLIENT
                      DELIMITED BY SIZE INTO ZACHJ-CLE
               IF ANCIEN-TROUVE THEN
                   MOVE WS-ANCVAL TO ZACHJ-ANCVAL
               ELSE
                   MOVE '(NOUVEAU)' TO ZACHJ-ANCVAL
               END-IF
               IF PG-FONCTION = 'DEL' THEN
                   MOVE '(SUPPRIME)' TO ZACHJ-NOUVAL
               ELSE
                   STRING 'LIEN ' PG-LIEN ' DEPUIS ' PG-DTADH
                          DELIMITED BY SIZE INTO ZACHJ-NOUVAL
               END-IF
               MOVE PG-MAKER   TO ZACHJ-MAKER
               MOVE PG-CHECKER TO ZACHJ-CHECKER
               PERFORM 8500-JOURNALISER-CHANGEMENT
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMGRP01 : " PG-FONCTION " " PG-GROUPE
                       " CLIENT " PG-CLIENT " : REJETE, CODRET="
                       ZAGRP-CODRET " " ZAGRP-LIBRET
           END-IF
           .

       2000-VERIFIER-QUATRE-YEUX.
      ******************************************************************EDEFAY
      *  Maker and checker present, distinct, both entitled 'GRP' -
      *  the GKDEC01 inline four-eyes discipline.
           MOVE 'N' TO WS-LIGNE-OK
           IF PG-MAKER = SPACES
              OR PG-CHECKER = SPACES
              OR PG-MAKER = PG-CHECKER THEN
               DISPLAY "GKMGRP01 : " PG-GROUPE
                       " : MAKER/CHECKER ABSENT OU IDENTIQUE"
               EXIT PARAGRAPH
           END-IF
           MOVE PG-MAKER   TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMGRP01 : MAKER " PG-MAKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           MOVE PG-CHECKER TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMGRP01 : CHECKER " PG-CHECKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       2100-VERIFIER-CONTENU.
      ******************************************************************EDEFAY
      *  The group identifier is mandatory, the customer must exist
      *  on TBCLI, the link must be a known one and the joining date
      *  is mandatory.
           MOVE 'N' TO WS-LIGNE-OK
           IF PG-GROUPE = SPACES THEN
               DISPLAY "GKMGRP01 : " PG-CLIENT
                       " : GROUPE OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF
           MOVE PG-CLIENT TO ZACLI-CLIENT
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF NOT ZACLI-CODRET-OK THEN
               DISPLAY "GKMGRP01 : " PG-GROUPE " " PG-CLIENT
                       " : CLIENT INCONNU"
               EXIT PARAGRAPH
           END-IF
           MOVE PG-LIEN TO ZAGRP-LIEN
           IF NOT ZAGRP-LIEN-OK THEN
               DISPLAY "GKMGRP01 : " PG-GROUPE " " PG-CLIENT
                       " : LIEN " PG-LIEN " INVALIDE (T/F/P/A)"
               EXIT PARAGRAPH
           END-IF
           IF PG-DTADH = SPACES THEN
               DISPLAY "GKMGRP01 : " PG-GROUPE " " PG-CLIENT
                       " : DATE D'ADHESION OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKMGRP01 : " WS-NB-LUES " LIGNE(S), " WS-NB-OK
                   " OK, " WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE PARAMGRP-FDNAME
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
               DISPLAY "GKMGRP01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
