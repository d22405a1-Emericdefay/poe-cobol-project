      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMGAR01
      * Original author: DEFAY E.
      *
      * Description    : TBGAR loan collateral maintenance batch,
      *                  under maker/checker on every line : the
      *                  maker and a DIFFERENT checker must both hold
      *                  the 'GAR' TBHAB entitlement (the inline
      *                  four-eyes shape of GKMBEN01). Reads one
      *                  instruction per PARAMGAR line (INS/UPD/DEL,
      *                  loan, collateral number, type, description,
      *                  valuation and its date, haircut, pledged
      *                  deposit, maker, checker) and reports each
      *                  line's outcome. Collateral is only taken on
      *                  a loan still running, in the loan's
      *                  currency ; a pledged term deposit must be
      *                  live, in the loan's currency and pledged to
      *                  no other collateral line - its valuation
      *                  defaults to the deposit's principal. Every
      *                  applied action lands in TBCHJ (domain
      *                  'GAR').
      * Rules handling :
      *             RC = 00 : Every instruction applied cleanly
      *             RC = 01 : Could not open PARAMGAR
      *             RC = 05 : One or more instructions rejected (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMGAR - one fixed-format instruction
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
       PROGRAM-ID.    GKMGAR01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMGAR-FDNAME
           ASSIGN TO DYNAMIC PARAMGAR-NAME
           FILE STATUS IS WS-FS-PARAMGAR
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMGAR-FDNAME RECORDING MODE F.
       01  PARAMGAR-RECORD.
           05  PG-FONCTION     PIC X(03).
           05  PG-REFPRT       PIC X(10).
           05  PG-RANG         PIC X(02).
           05  PG-TYPGAR       PIC X(03).
           05  PG-LIBELLE      PIC X(30).
      *    Valuation and haircut (text, FUNCTION NUMVAL)
           05  PG-VALEUR       PIC X(15).
           05  PG-DTEVAL       PIC X(10).
           05  PG-DECOTE       PIC X(08).
           05  PG-REFDEP       PIC X(10).
           05  PG-MAKER        PIC X(08).
           05  PG-CHECKER      PIC X(08).
           05  FILLER          PIC X(03).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBGAR.cpy".
       COPY "./Copybooks/CTBPRT.cpy".
       COPY "./Copybooks/CTBDEP.cpy".
       COPY "./Copybooks/CTBHAB.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
       01  WS-ANCIEN-TROUVE PIC X(01).
           88 ANCIEN-TROUVE VALUE 'Y'.
       01  WS-ANCVAL        PIC X(30).
       01  WS-CHJ-MNT       PIC -(12)9.99.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  TBHAB entitlement domain for this register
       01  WS-DOMAINE       PIC X(03) VALUE 'GAR'.
      *  Input file
       01  PARAMGAR-NAME    PIC X(30) VALUE 'PARAMGAR'.
       01  WS-FS-PARAMGAR   PIC X(02).
           88 FS-PARAMGAR-OK VALUE '00'.
       01  WS-EOF-PARAMGAR  PIC X(01) VALUE 'N'.
           88 EOF-PARAMGAR  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Run date - a valuation cannot be dated in the future
       01  WS-RUN-DATE      PIC 9(08).
       01  WS-JOUR-ISO      PIC X(10).
      *  The line's values once validated
       01  WS-VALEUR-LIGNE  PIC S9(13)V9(2) COMP-3.
       01  WS-DECOTE-LIGNE  PIC S9(3)V9(4) COMP-3.
       01  WS-DTEVAL-LIGNE  PIC X(10).
       01  WS-CODDEV-PRET   PIC X(03).
      *  Four-eyes validation outcome
       01  WS-LIGNE-OK      PIC X(01).
           88 LIGNE-OK      VALUE 'Y'.
      *  Another collateral line already pledging the deposit
      *  (2150-VERIFIER-NANTISSEMENT)
       01  WS-DEJA-NANTI    PIC X(01).
           88 DEJA-NANTI    VALUE 'Y'.
       01  WS-NANTI-REFPRT  PIC X(10).
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
               PERFORM 1100-LIRE-PARAMGAR
               PERFORM UNTIL EOF-PARAMGAR
                   PERFORM 1500-TRAITER-LIGNE
                   PERFORM 1100-LIRE-PARAMGAR
               END-PERFORM
               PERFORM 1900-BILAN
           END-IF
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Open PARAMGAR, the collateral instruction file.
           OPEN INPUT PARAMGAR-FDNAME
           IF NOT FS-PARAMGAR-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1100-LIRE-PARAMGAR.
      ******************************************************************EDEFAY
      *  Read the next PARAMGAR instruction line.
           READ PARAMGAR-FDNAME
               AT END SET EOF-PARAMGAR TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  Apply one maintenance instruction against MAGAR, after the
      *  four-eyes and content validation. A DEL only needs the
      *  four-eyes - releasing a security, and with it any pledged
      *  deposit, is as sensitive as taking one.
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
      *    The collateral on file, if any - the journal's old value
           MOVE 'N' TO WS-ANCIEN-TROUVE
           MOVE PG-REFPRT TO ZAGAR-REFPRT
           MOVE PG-RANG   TO ZAGAR-RANG
           MOVE "SEL" TO ZAGAR-FONCTION
           CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           IF ZAGAR-CODRET-OK THEN
               SET ANCIEN-TROUVE TO TRUE
               MOVE ZAGAR-VALEUR TO WS-CHJ-MNT
               MOVE SPACES TO WS-ANCVAL
               STRING ZAGAR-TYPGAR ' ' WS-CHJ-MNT ' ' ZAGAR-DTEVAL
                      DELIMITED BY SIZE INTO WS-ANCVAL
           END-IF
           INITIALIZE ZAGAR-DONNEES
           MOVE PG-REFPRT   TO ZAGAR-REFPRT
           MOVE PG-RANG     TO ZAGAR-RANG
           IF PG-FONCTION NOT = 'DEL' THEN
               MOVE PG-TYPGAR      TO ZAGAR-TYPGAR
               MOVE PG-LIBELLE     TO ZAGAR-LIBELLE
               MOVE WS-VALEUR-LIGNE TO ZAGAR-VALEUR
               MOVE WS-CODDEV-PRET TO ZAGAR-CODDEV
               MOVE WS-DTEVAL-LIGNE TO ZAGAR-DTEVAL
               MOVE WS-DECOTE-LIGNE TO ZAGAR-DECOTE
               MOVE PG-REFDEP      TO ZAGAR-REFDEP
           END-IF
           MOVE PG-MAKER    TO ZAGAR-MAKER
           MOVE PG-CHECKER  TO ZAGAR-APPROB
           MOVE PG-FONCTION TO ZAGAR-FONCTION
           CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           IF ZAGAR-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKMGAR01 : " PG-FONCTION " " PG-REFPRT
                       " GARANTIE " PG-RANG " : OK (MAKER " PG-MAKER
                       " CHECKER " PG-CHECKER ")"
               INITIALIZE ZACHJ-DONNEES
               MOVE 'GAR' TO ZACHJ-DOMAINE
               STRING PG-REFPRT ' ' PG-RANG
                      DELIMITED BY SIZE INTO ZACHJ-CLE
               IF ANCIEN-TROUVE THEN
                   MOVE WS-ANCVAL TO ZACHJ-ANCVAL
               ELSE
                   MOVE '(NOUVEAU)' TO ZACHJ-ANCVAL
               END-IF
               IF PG-FONCTION = 'DEL' THEN
                   MOVE '(SUPPRIME)' TO ZACHJ-NOUVAL
               ELSE
                   MOVE WS-VALEUR-LIGNE TO WS-CHJ-MNT
                   STRING PG-TYPGAR ' ' WS-CHJ-MNT ' '
                          WS-DTEVAL-LIGNE
                          DELIMITED BY SIZE INTO ZACHJ-NOUVAL
               END-IF
               MOVE PG-MAKER   TO ZACHJ-MAKER
               MOVE PG-CHECKER TO ZACHJ-CHECKER
               PERFORM 8500-JOURNALISER-CHANGEMENT
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMGAR01 : " PG-FONCTION " " PG-REFPRT
                       " GARANTIE " PG-RANG " : REJETE, CODRET="
                       ZAGAR-CODRET " " ZAGAR-LIBRET
           END-IF
           .

       2000-VERIFIER-QUATRE-YEUX.
      ******************************************************************EDEFAY
      *  Maker and checker present, distinct, both entitled 'GAR' -
      *  the GKDEC01 inline four-eyes discipline.
           MOVE 'N' TO WS-LIGNE-OK
           IF PG-MAKER = SPACES
              OR PG-CHECKER = SPACES
              OR PG-MAKER = PG-CHECKER THEN
               DISPLAY "GKMGAR01 : " PG-REFPRT
                       " : MAKER/CHECKER ABSENT OU IDENTIQUE"
               EXIT PARAGRAPH
           END-IF
           MOVE PG-MAKER   TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMGAR01 : MAKER " PG-MAKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           MOVE PG-CHECKER TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKMGAR01 : CHECKER " PG-CHECKER
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       2100-VERIFIER-CONTENU.
      ******************************************************************EDEFAY
      *  The loan must exist and still be running ; the collateral
      *  number is two digits from 01 ; the type is a known code ;
      *  the haircut is a fraction from 0 to 1. A pledged deposit
      *  must exist, be live, be in the loan's currency and not
      *  already be pledged elsewhere - its valuation and date
      *  default to its principal and today. Any other collateral
      *  names no deposit and needs a positive valuation dated no
      *  later than today.
           MOVE 'N' TO WS-LIGNE-OK
           MOVE PG-REFPRT TO ZAPRT-REFPRT
           MOVE "SEL" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           IF NOT ZAPRT-CODRET-OK THEN
               DISPLAY "GKMGAR01 : " PG-REFPRT " : PRET INCONNU"
               EXIT PARAGRAPH
           END-IF
           IF ZAPRT-TERMINE THEN
               DISPLAY "GKMGAR01 : " PG-REFPRT " : PRET TERMINE"
               EXIT PARAGRAPH
           END-IF
           MOVE ZAPRT-CODDEV TO WS-CODDEV-PRET
           IF PG-RANG IS NOT NUMERIC
              OR PG-RANG = '00' THEN
               DISPLAY "GKMGAR01 : " PG-REFPRT " : NUMERO "
                       PG-RANG " INVALIDE"
               EXIT PARAGRAPH
           END-IF
           MOVE PG-TYPGAR TO ZAGAR-TYPGAR
           IF NOT ZAGAR-TYPGAR-OK THEN
               DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                       " : TYPE " PG-TYPGAR " INVALIDE"
                       " (IMM/TIT/DEP/VEH/CAU/AUT)"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DECOTE-LIGNE
           IF PG-DECOTE NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(PG-DECOTE) NOT = 0 THEN
                   DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                           " : DECOTE " PG-DECOTE " INVALIDE"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DECOTE-LIGNE = FUNCTION NUMVAL(PG-DECOTE)
           END-IF
           IF WS-DECOTE-LIGNE < ZERO
              OR WS-DECOTE-LIGNE > 1 THEN
               DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                       " : DECOTE HORS 0-1"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-VALEUR-LIGNE
           IF PG-VALEUR NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(PG-VALEUR) NOT = 0 THEN
                   DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                           " : VALEUR " PG-VALEUR " INVALIDE"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-VALEUR-LIGNE = FUNCTION NUMVAL(PG-VALEUR)
           END-IF
           MOVE PG-DTEVAL TO WS-DTEVAL-LIGNE
           IF ZAGAR-DEPOT THEN
               IF PG-REFDEP = SPACES THEN
                   DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                           " : DEPOT NANTI OBLIGATOIRE"
                   EXIT PARAGRAPH
               END-IF
               MOVE PG-REFDEP TO ZADEP-REFDEP
               MOVE "SEL" TO ZADEP-FONCTION
               CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
               IF NOT ZADEP-CODRET-OK THEN
                   DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                           " : DEPOT " PG-REFDEP " INCONNU"
                   EXIT PARAGRAPH
               END-IF
               IF NOT ZADEP-ACTIF THEN
                   DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                           " : DEPOT " PG-REFDEP " NON ACTIF"
                   EXIT PARAGRAPH
               END-IF
               IF ZADEP-CODDEV NOT = WS-CODDEV-PRET THEN
                   DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                           " : DEPOT EN " ZADEP-CODDEV
                           ", PRET EN " WS-CODDEV-PRET
                   EXIT PARAGRAPH
               END-IF
               PERFORM 2150-VERIFIER-NANTISSEMENT
               IF DEJA-NANTI THEN
                   DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                           " : DEPOT " PG-REFDEP " DEJA NANTI AU PRET "
                           WS-NANTI-REFPRT
                   EXIT PARAGRAPH
               END-IF
               IF PG-VALEUR = SPACES THEN
                   MOVE ZADEP-MNTPRIN TO WS-VALEUR-LIGNE
               END-IF
               IF PG-DTEVAL = SPACES THEN
                   MOVE WS-JOUR-ISO TO WS-DTEVAL-LIGNE
               END-IF
           ELSE
               IF PG-REFDEP NOT = SPACES THEN
                   DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                           " : DEPOT NANTI HORS TYPE DEP"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-VALEUR-LIGNE NOT > ZERO THEN
               DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                       " : VALEUR ABSENTE OU NULLE"
               EXIT PARAGRAPH
           END-IF
           IF WS-DTEVAL-LIGNE = SPACES
              OR WS-DTEVAL-LIGNE > WS-JOUR-ISO THEN
               DISPLAY "GKMGAR01 : " PG-REFPRT " " PG-RANG
                       " : DATE D'EVALUATION ABSENTE OU FUTURE"
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       2150-VERIFIER-NANTISSEMENT.
      ******************************************************************EDEFAY
      *  DEJA-NANTI when a collateral line other than this one
      *  already pledges PG-REFDEP - a deposit secures one loan.
           MOVE 'N' TO WS-DEJA-NANTI
           MOVE PG-REFDEP TO ZAGAR-REFDEP
           MOVE "OP2" TO ZAGAR-FONCTION
           CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAGAR-FONCTION
           CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAGAR-CODRET-OK
               IF ZAGAR-REFPRT NOT = PG-REFPRT
                  OR ZAGAR-RANG NOT = PG-RANG THEN
                   SET DEJA-NANTI TO TRUE
                   MOVE ZAGAR-REFPRT TO WS-NANTI-REFPRT
               END-IF
               MOVE "FE2" TO ZAGAR-FONCTION
               CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAGAR-FONCTION
           CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKMGAR01 : " WS-NB-LUES " LIGNE(S), " WS-NB-OK
                   " OK, " WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE PARAMGAR-FDNAME
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
               DISPLAY "GKMGAR01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
