      *PROCESS TEST
      ******************************************************************
      * Program name   : GKPOA01
      * Original author: DEFAY E.
      *
      * Description    : Power-of-attorney review. Walks MAPOA's CPO2
      *                  cursor over the whole TBPOA register, account
      *                  by account, and lists on FILEOUT-POAREP :
      *                    - 'DEC' the authorities granted on an
      *                      account whose holder is recorded deceased
      *                      (open TBDEC row, or the account frozen
      *                      'F') - a power of attorney ends with its
      *                      grantor, the row is to be revoked
      *                      (GKMPOA01 DEL) ;
      *                    - 'EXP' the authorities whose expiry date
      *                      falls within the next JOURS days of the
      *                      as-of date, and those already past it
      *                      still on file.
      *                  Authorities until revoked (no expiry date)
      *                  only ever show on a 'DEC' line.
      * Rules handling :
      *             RC = 00 : Nothing to review
      *             RC = 01 : Could not open FILEOUT-POAREP
      *             RC = 04 : One or more authorities expiring or of
      *                       a deceased grantor
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-POAREP - see JCL/GKPOA01.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKPOA01 /JOURS    - expiry horizon in days,
      *                   default 30.
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
       PROGRAM-ID.    GKPOA01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-POAREP-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-POAREP-NAME
           FILE STATUS IS WS-FS-POAREP
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-POAREP-FDNAME RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FILEOUT-POAREP-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPOA.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBDEC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-POAREP-NAME PIC X(30) VALUE 'FILEOUT-POAREP'.
       01  WS-FS-POAREP     PIC X(02).
           88 FS-POAREP-OK  VALUE '00'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date and the expiry horizon (as-of + JOURS days)
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
       01  WS-JOURS         PIC 9(03) VALUE 30.
       01  WS-DATE-HORIZON  PIC X(10).
      *  2200-DATE-EN-ENTIER / 2210-ENTIER-EN-DATE working fields
       01  WS-DATE-ISO      PIC X(10).
       01  WS-DATE-NUM      PIC 9(08).
       01  WS-DATE-ENTIER   PIC 9(08).
      *  The grantor's status, looked up once per account (CPO2 runs
      *  in account order)
       01  WS-COMPTE-PREC   PIC X(11) VALUE SPACES.
       01  WS-DECEDE        PIC X(01).
           88 TITULAIRE-DECEDE VALUE 'Y'.
       01  WS-DTDECES       PIC X(10).
      *  Report lines
       01  RL-TITRE.
           05  FILLER          PIC X(40)
               VALUE 'GKPOA01 - REVUE DES PROCURATIONS'.
           05  FILLER          PIC X(06) VALUE ' - AU '.
           05  RL-T-DATE       PIC X(10).
           05  FILLER          PIC X(24) VALUE SPACES.
       01  RL-EXP.
           05  RL-E-TAG        PIC X(04) VALUE 'EXP '.
           05  RL-E-COMPTE     PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-E-MANDATAIRE PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-E-NOM        PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-E-PORTEE     PIC X(01).
           05  RL-E-LIB        PIC X(13).
           05  RL-E-DTFIN      PIC X(10).
           05  FILLER          PIC X(10) VALUE SPACES.
       01  RL-DEC.
           05  RL-D-TAG        PIC X(04) VALUE 'DEC '.
           05  RL-D-COMPTE     PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-D-MANDATAIRE PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-D-NOM        PIC X(20).
           05  FILLER          PIC X(07) VALUE ' DECES '.
           05  RL-D-DTDECES    PIC X(10).
           05  FILLER          PIC X(18)
               VALUE ' - A REVOQUER'.
       01  RL-BILAN.
           05  FILLER          PIC X(08) VALUE 'TOTAL : '.
           05  RL-B-POA        PIC Z(05)9.
           05  FILLER          PIC X(17) VALUE ' PROCURATION(S), '.
           05  RL-B-EXP        PIC Z(05)9.
           05  FILLER          PIC X(13) VALUE ' A ECHEANCE, '.
           05  RL-B-DEC        PIC Z(05)9.
           05  FILLER          PIC X(24)
               VALUE ' MANDANT(S) DECEDE(S)'.
      *  Counters
       01  WS-NB-POA        PIC 9(06) VALUE 0.
       01  WS-NB-EXP        PIC 9(06) VALUE 0.
       01  WS-NB-DEC        PIC 9(06) VALUE 0.
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
               MOVE "OP2" TO ZAPOA-FONCTION
               CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
               PERFORM 1200-FETCH-PROCURATION
               PERFORM UNTIL NOT ZAPOA-CODRET-OK
                   PERFORM 1500-TRAITER-PROCURATION
                   PERFORM 1200-FETCH-PROCURATION
               END-PERFORM
               MOVE "CL2" TO ZAPOA-FONCTION
               CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date (TBPRC, then PARAMASOF) and the
      *  expiry horizon, and open the report.
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
           OPEN INPUT PARAMASOF-FDNAME
           IF FS-PARAMASOF-OK THEN
               READ PARAMASOF-FDNAME INTO PARAMASOF-RECORD
               IF FS-PARAMASOF-OK THEN
                   MOVE PARAMASOF-RECORD(1:10) TO WS-AS-OF-DATE
               END-IF
               CLOSE PARAMASOF-FDNAME
           END-IF
           MOVE 'GKPOA01 ' TO ZAPRM-PGM
           MOVE 'JOURS'    TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-JOURS = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           ADD WS-JOURS TO WS-DATE-ENTIER
           PERFORM 2210-ENTIER-EN-DATE
           MOVE WS-DATE-ISO TO WS-DATE-HORIZON
           OPEN OUTPUT FILEOUT-POAREP-FDNAME
           IF NOT FS-POAREP-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE TO RL-T-DATE
           WRITE FILEOUT-POAREP-RECORD FROM RL-TITRE
           .

       1200-FETCH-PROCURATION.
      ******************************************************************EDEFAY
      *  Fetch the next CPO2 cursor row.
           MOVE "FE2" TO ZAPOA-FONCTION
           CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           .

       1500-TRAITER-PROCURATION.
      ******************************************************************EDEFAY
      *  One authority on file : a deceased grantor's is to be
      *  revoked whatever its dates ; otherwise it shows when its
      *  expiry date is within the horizon or already past.
           ADD 1 TO WS-NB-POA
           IF ZAPOA-COMPTE NOT = WS-COMPTE-PREC THEN
               PERFORM 1600-CONTROLER-MANDANT
           END-IF
           IF TITULAIRE-DECEDE THEN
               ADD 1 TO WS-NB-DEC
               MOVE ZAPOA-COMPTE     TO RL-D-COMPTE
               MOVE ZAPOA-MANDATAIRE TO RL-D-MANDATAIRE
               MOVE ZAPOA-NOM        TO RL-D-NOM
               MOVE WS-DTDECES       TO RL-D-DTDECES
               WRITE FILEOUT-POAREP-RECORD FROM RL-DEC
               EXIT PARAGRAPH
           END-IF
           IF ZAPOA-DTFIN = SPACES
              OR ZAPOA-DTFIN > WS-DATE-HORIZON THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-EXP
           MOVE ZAPOA-COMPTE     TO RL-E-COMPTE
           MOVE ZAPOA-MANDATAIRE TO RL-E-MANDATAIRE
           MOVE ZAPOA-NOM        TO RL-E-NOM
           MOVE ZAPOA-PORTEE     TO RL-E-PORTEE
           IF ZAPOA-DTFIN < WS-AS-OF-DATE THEN
               MOVE ' EXPIREE LE ' TO RL-E-LIB
           ELSE
               MOVE ' EXPIRE LE  ' TO RL-E-LIB
           END-IF
           MOVE ZAPOA-DTFIN      TO RL-E-DTFIN
           WRITE FILEOUT-POAREP-RECORD FROM RL-EXP
           .

       1600-CONTROLER-MANDANT.
      ******************************************************************EDEFAY
      *  WS-DECEDE := the account's holder is recorded deceased - an
      *  open TBDEC row (its death date kept for the report) or the
      *  account frozen 'F'.
           MOVE ZAPOA-COMPTE TO WS-COMPTE-PREC
           MOVE 'N' TO WS-DECEDE
           MOVE SPACES TO WS-DTDECES
           MOVE ZAPOA-COMPTE TO ZADEC-COMPTE
           MOVE "SEL" TO ZADEC-FONCTION
           CALL "MADEC" USING ZADEC-ZCMA, AUTH-QUERY
           IF ZADEC-CODRET-OK THEN
               SET TITULAIRE-DECEDE TO TRUE
               MOVE ZADEC-DTDECES TO WS-DTDECES
               EXIT PARAGRAPH
           END-IF
           MOVE ZAPOA-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK
              AND ZACPT-DECEDE THEN
               SET TITULAIRE-DECEDE TO TRUE
           END-IF
           .

       2200-DATE-EN-ENTIER.
      ******************************************************************EDEFAY
      *  WS-DATE-ENTIER := integer day number of WS-DATE-ISO.
           STRING WS-DATE-ISO(1:4) WS-DATE-ISO(6:2) WS-DATE-ISO(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-DATE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           .

       2210-ENTIER-EN-DATE.
      ******************************************************************EDEFAY
      *  WS-DATE-ISO := YYYY-MM-DD of day number WS-DATE-ENTIER.
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-ISO
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Write the report trailer, display the run totals and set the
      *  final RC.
           MOVE WS-NB-POA TO RL-B-POA
           MOVE WS-NB-EXP TO RL-B-EXP
           MOVE WS-NB-DEC TO RL-B-DEC
           WRITE FILEOUT-POAREP-RECORD FROM RL-BILAN
           DISPLAY "GKPOA01 : " WS-NB-POA " PROCURATION(S), "
                   WS-NB-EXP " A ECHEANCE SOUS " WS-JOURS " JOURS, "
                   WS-NB-DEC " DE MANDANT(S) DECEDE(S)"
           IF WS-NB-EXP > 0
              OR WS-NB-DEC > 0 THEN
               MOVE '04' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-POAREP-FDNAME
           .
