      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMBEN01
      * Original author: DEFAY E.
      *
      * Description    : TBBEN beneficial-owner maintenance batch,
      *                  under maker/checker on every line : the
      *                  maker and a DIFFERENT checker must both hold
      *                  the 'BEN' TBHAB entitlement (the inline
      *                  four-eyes shape of GKMFAC01). Reads one
      *                  instruction per PARAMBEN line (INS/UPD/DEL,
      *                  company, owner number, the owner's identity,
      *                  share held, nature of control, verification
      *                  method and date, maker, checker) and reports
      *                  each line's outcome. Owners are only kept
      *                  for customers typed company on TBCLI
      *                  (GKMCLI01 'TYP'), and the shares held by one
      *                  company's owners never add up past 100%.
      *                  Every applied action lands in TBCHJ (domain
      *                  'BEN').
      * Rules handling :
      *             RC = 00 : Every instruction applied cleanly
      *             RC = 01 : Could not open PARAMBEN
      *             RC = 05 : One or more instructions rejected (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMBEN - one fixed-format instruction
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
       PROGRAM-ID.    GKMBEN01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMBEN-FDNAME
           ASSIGN TO DYNAMIC PARAMBEN-NAME
           FILE STATUS IS WS-FS-PARAMBEN
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMBEN-FDNAME RECORDING MODE F.
       01  PARAMBEN-RECORD.
           05  PB-FONCTION     PIC X(03).
           05  PB-CLIENT       PIC X(08).
           05  PB-RANG         PIC X(02).
           05  PB-NOM          PIC X(30).
           05  PB-DTNAIS       PIC X(10).
           05  PB-NATION       PIC X(02).
           05  PB-PAYSRES      PIC X(02).
      *    Share held, percent (text, FUNCTION NUMVAL)
           05  PB-PCTDET       PIC X(06).
           05  PB-TYPCTL       PIC X(01).
           05  PB-MODVERIF     PIC X(03).
           05  PB-DTVERIF      PIC X(10).
           05  PB-MAKER        PIC X(08).
           05  PB-CHECKER      PIC X(08).
           05  FILLER          PIC X(07).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBBEN.cpy".
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBHAB.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
       01  WS-ANCIEN-TROUVE PIC X(01).
           88 ANCIEN-TROUVE VALUE 'Y'.
       01  WS-ANCVAL        PIC X(30).
       01  WS-CHJ-PCT       PIC ZZ9.99.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  TBHAB entitlement domain for this register
       01  WS-DOMAINE       PIC X(03) VALUE 'BEN'.
      *  Input file
       01  PARAMBEN-NAME    PIC X(30) VALUE 'PARAMBEN'.
       01  WS-FS-PARAMBEN   PIC X(02).
           88 FS-PARAMBEN-OK VALUE '00'.
       01  WS-EOF-PARAMBEN  PIC X(01) VALUE 'N'.
           88 EOF-PARAMBEN  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Run date - a verification cannot be dated in the future
       01  WS-RUN-DATE      PIC 9(08).
       01  WS-JOUR-ISO      PIC X(10).
      *  Share on the line, and the total the company's OTHER owners
      *  already hold (2150-CUMULER-DETENTION)
       01  WS-PCT-LIGNE     PIC S9(5)V9(2) COMP-3.
       01  WS-PCT-AUTRES    PIC S9(5)V9(2) COMP-3.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2)
                  "-" WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-JOUR-ISO
           PERFORM 1001-DEBUT
           IF RC-IS-00 THEN
               PERFORM 1100-LIRE-PARAMBEN
               PERFORM UNTIL EOF-PARAMBEN
                   PERFORM 1500-TRAITER-LIGNE
                   PERFORM 1100-LIRE-PARAMBEN
               END-PERFORM
               PERFORM 1900-BILAN
           END-IF
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Open PARAMBEN, the beneficial-owner instruction file.
           OPEN INPUT PARAMBEN-FDNAME
           IF NOT FS-PARAMBEN-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1100-LIRE-PARAMBEN.
      ******************************************************************EDEFAY
      *  Read the next PARAMBEN instruction line.
           READ PARAMBEN-FDNAME
               AT END SET EOF-PARAMBEN TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  Apply one maintenance instruction against MABEN, after the
      *  four-eyes and content validation. A DEL only needs the
      *  four-eyes - removing an owner is as sensitive as recording
      *  one.
           ADD 1 TO WS-NB-LUES
           PERFORM 2000-VERIFIER-QUATRE-YEUX
           IF NOT LIGNE-OK THEN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
           IF PB-FONCTION = 'INS' OR PB-FONCTION = 'UPD' THEN
               PERFORM 2100-VERIFIER-CONTENU
               IF NOT LIGNE-OK THEN
                   ADD 1 TO WS-NB-KO
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    The owner on file, if any - the journal's old value
           MOVE 'N' TO WS-ANCIEN-TROUVE
           MOVE PB-CLIENT TO ZABEN-CLIENT
           MOVE PB-RANG   TO ZABEN-RANG
           MOVE "SEL" TO ZABEN-FONCTION
           CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           IF ZABEN-CODRET-OK THEN
               SET ANCIEN-TROUVE TO TRUE
               MOVE ZABEN-PCTDET TO WS-CHJ-PCT
               MOVE SPACES TO WS-ANCVAL
               STRING ZABEN-NOM(1:20) ' ' WS-CHJ-PCT '%'
                      DELIMITED BY SIZE INTO WS-ANCVAL
           END-IF
           INITIALIZE ZABEN-DONNEES
           MOVE PB-CLIENT   TO ZABEN-CLIENT
           MOVE PB-RANG     TO ZABEN-RANG
           IF PB-FONCTION NOT = 'DEL' THEN
               MOVE PB-NOM      TO ZABEN-NOM
               MOVE PB-DTNAIS   TO ZABEN-DTNAIS
               MOVE PB-NATION   TO ZABEN-NATION
               MOVE PB-PAYSRES  TO ZABEN-PAYSRES
               MOVE WS-PCT-LIGNE TO ZABEN-PCTDET
               MOVE PB-TYPCTL   TO ZABEN-TYPCTL
               MOVE PB-MODVERIF TO ZABEN-MODVERIF
               MOVE PB-DTVERIF  TO ZABEN-DTVERIF
           END-IF
           MOVE PB-MAKER    TO ZABEN-MAKER
           MOVE PB-CHECKER  TO ZABEN-APPROB
           MOVE PB-FONCTION TO ZABEN-FONCTION
           CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           IF ZABEN-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKMBEN01 : " PB-FONCTION " " PB-CLIENT
                       " BENEF " PB-RANG " : OK (MAKER " PB-MAKER
                       " CHECKER " PB-CHECKER ")"
               INITIALIZE ZACHJ-DONNEES
               MOVE 'BEN' TO ZACHJ-DOMAINE
               STRING PB-CLIENT ' ' PB-RANG
                      DELIMITED BY SIZE INTO ZACHJ-CLE
               IF ANCIEN-TROUVE THEN
                   MOVE WS-ANCVAL TO ZACHJ-ANCVAL
               ELSE
                   MOVE '(NOUVEAU)' TO ZACHJ-ANCVAL
               END-IF
               IF PB-FONCTION = 'DEL' THEN
                   MOVE '(SUPPRIME)' TO ZACHJ-NOUVAL
               ELSE
                   MOVE WS-PCT-LIGNE TO WS-CHJ-PCT
                   STRING PB-NOM(1:20) ' ' WS-CHJ-PCT '%'
                          DELIMITED BY SIZE INTO ZACHJ-NOUVAL
               END-IF
               MOVE PB-MAKER   TO ZACHJ-MAKER
               MOVE PB-CHECKER TO ZACHJ-CHECKER
               PERFORM 8500-JOURNALISER-CHANGEMENT
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMBEN01 : " PB-FONCTION " " PB-CLIENT
                       " BENEF " PB-RANG " : REJETE, CODRET="
                       ZABEN-CODRET " " ZABEN-LIBRET
           END-IF
           .

       2000-VERIFIER-QUATRE-YEUX.
      ******************************************************************EDEFAY
      *  Maker and checker present, distinct, both entitled 'BEN' -
      *  the GKDEC01 inline four-eyes discipline.
           MOVE 'N' TO WS-LIGNE-OK
           IF PB-MAKER = SPACES
              OR PB-CHECKER = SPACES
              OR PB-MAKER = PB-CHECKER THEN
               DISPLAY "GKMBEN01 : " PB-CLIENT
                       " : MAKER/CHECKER ABSENT OU IDENTIQUE"
               EXIT PARAGRAPH
           END-IF
           MOVE PB-MAKER   TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMBEN01 : MAKER " PB-MAKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           MOVE PB-CHECKER TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMBEN01 : CHECKER " PB-CHECKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       2100-VERIFIER-CONTENU.
      ******************************************************************EDEFAY
      *  The customer must exist and be typed company ; the owner
      *  number is two digits from 01 ; the name is mandatory ; the
      *  share is a percentage, positive for an owner by holding ;
      *  the nature of control and the verification method are known
      *  codes ; the verification date is mandatory and not in the
      *  future ; and the company's owners together hold no more
      *  than 100%.
           MOVE 'N' TO WS-LIGNE-OK
           MOVE PB-CLIENT TO ZACLI-CLIENT
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF NOT ZACLI-CODRET-OK THEN
               DISPLAY "GKMBEN01 : " PB-CLIENT " : CLIENT INCONNU"
               EXIT PARAGRAPH
           END-IF
           IF NOT ZACLI-ENTREPRISE THEN
               DISPLAY "GKMBEN01 : " PB-CLIENT
                       " : CLIENT NON TYPE ENTREPRISE (GKMCLI01 TYP)"
               EXIT PARAGRAPH
           END-IF
           IF PB-RANG IS NOT NUMERIC
              OR PB-RANG = '00' THEN
               DISPLAY "GKMBEN01 : " PB-CLIENT " : NUMERO "
                       PB-RANG " INVALIDE"
               EXIT PARAGRAPH
           END-IF
           IF PB-NOM = SPACES THEN
               DISPLAY "GKMBEN01 : " PB-CLIENT " " PB-RANG
                       " : NOM OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PCT-LIGNE
           IF PB-PCTDET NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(PB-PCTDET) NOT = 0 THEN
                   DISPLAY "GKMBEN01 : " PB-CLIENT " " PB-RANG
                           " : DETENTION " PB-PCTDET " INVALIDE"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PCT-LIGNE = FUNCTION NUMVAL(PB-PCTDET)
           END-IF
           IF WS-PCT-LIGNE < ZERO
              OR WS-PCT-LIGNE > 100 THEN
               DISPLAY "GKMBEN01 : " PB-CLIENT " " PB-RANG
                       " : DETENTION HORS 0-100"
               EXIT PARAGRAPH
           END-IF
           MOVE PB-TYPCTL TO ZABEN-TYPCTL
           IF NOT ZABEN-TYPCTL-OK THEN
               DISPLAY "GKMBEN01 : " PB-CLIENT " " PB-RANG
                       " : NATURE DU CONTROLE " PB-TYPCTL
                       " INVALIDE (D/C/G)"
               EXIT PARAGRAPH
           END-IF
           IF ZABEN-DETENTION
              AND WS-PCT-LIGNE = ZERO THEN
               DISPLAY "GKMBEN01 : " PB-CLIENT " " PB-RANG
                       " : DETENTION NULLE POUR UN CONTROLE PAR"
                       " LE CAPITAL"
               EXIT PARAGRAPH
           END-IF
           MOVE PB-MODVERIF TO ZABEN-MODVERIF
           IF NOT ZABEN-MODVERIF-OK THEN
               DISPLAY "GKMBEN01 : " PB-CLIENT " " PB-RANG
                       " : VERIFICATION " PB-MODVERIF
                       " INVALIDE (IDN/REG/ATT)"
               EXIT PARAGRAPH
           END-IF
           IF PB-DTVERIF = SPACES
              OR PB-DTVERIF > WS-JOUR-ISO THEN
               DISPLAY "GKMBEN01 : " PB-CLIENT " " PB-RANG
                       " : DATE DE VERIFICATION ABSENTE OU FUTURE"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2150-CUMULER-DETENTION
           IF WS-PCT-AUTRES + WS-PCT-LIGNE > 100 THEN
               DISPLAY "GKMBEN01 : " PB-CLIENT " " PB-RANG
                       " : DETENTIONS CUMULEES AU-DELA DE 100%"
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       2150-CUMULER-DETENTION.
      ******************************************************************EDEFAY
      *  WS-PCT-AUTRES := the shares the company's other owners hold
      *  - the row being updated does not count against itself.
           MOVE ZERO TO WS-PCT-AUTRES
           MOVE PB-CLIENT TO ZABEN-CLIENT
           MOVE "OPN" TO ZABEN-FONCTION
           CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZABEN-FONCTION
           CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZABEN-CODRET-OK
               IF ZABEN-RANG NOT = PB-RANG THEN
                   ADD ZABEN-PCTDET TO WS-PCT-AUTRES
               END-IF
               MOVE "FET" TO ZABEN-FONCTION
               CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZABEN-FONCTION
           CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKMBEN01 : " WS-NB-LUES " LIGNE(S), " WS-NB-OK
                   " OK, " WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE PARAMBEN-FDNAME
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
               DISPLAY "GKMBEN01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
