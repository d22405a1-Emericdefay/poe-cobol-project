      *PROCESS TEST
      ******************************************************************
      * Program name   : GKINTA01
      * Original author: DEFAY E.
      *
      * Description    : Daily internal-accounts balance report. Walks
      *                  TBCPT (MACPT CACC cursor) and lists every
      *                  account whose ZACPT-CLASSE marks it as one of
      *                  the bank's own - tax collection, suspense,
      *                  migration control, teller till, sweep master,
      *                  loss/recovery, other - with its purpose, its
      *                  owner department (ZACPT-SERVICE), currency,
      *                  balance and last movement date, then a count
      *                  per class. An internal account with no owner
      *                  department is flagged on its line, so every
      *                  suspense balance has someone answerable for
      *                  it. The accounts the batches are configured
      *                  to post to on TBPRM (GKTAX01 'CPTTAX', GKCHO01
      *                  'CPTPERTE'/'CPTRECUP', GKMAJ001 'SUSP'+origin)
      *                  are also checked to carry an internal class -
      *                  one still classed as a customer account is
      *                  listed as NON CLASSE for GKMCLA01 to fix.
      * Rules handling :
      *             RC = 00 : Report written, nothing to flag
      *             RC = 01 : Could not open FILEOUT-INTCPT
      *             RC = 04 : Report written, with internal accounts
      *                       lacking an owner department or configured
      *                       internal accounts not classed internal
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-INTCPT - the report.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKTAX01/CPTTAX, GKCHO01/CPTPERTE,
      *                   GKCHO01/CPTRECUP, GKMAJ001/SUSP+origin -
      *                   read only, for the classification check.
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
       PROGRAM-ID.    GKINTA01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-INTCPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-INTCPT-NAME
           FILE STATUS IS WS-FS-INTCPT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-INTCPT-FDNAME RECORDING MODE F.
       01  FILEOUT-INTCPT-RECORD.
          05  FILLER      PIC X(100).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  Optional as-of override parameter
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Output file
       01  FILEOUT-INTCPT-NAME PIC X(30) VALUE 'FILEOUT-INTCPT'.
       01  WS-FS-INTCPT    PIC X(02).
           88 FS-INTCPT-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  As-of date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE     PIC X(10).
      *  Purpose label of the current account's class
       01  WS-OBJET        PIC X(20).
      *  Configured-account check, see 1600/1610 : the TBPRM row to
      *  read and the account it names
       01  WS-CTL-PGM      PIC X(08).
       01  WS-CTL-NOMPRM   PIC X(08).
       01  WS-CTL-COMPTE   PIC X(11).
      *  Per-class counts, in ZACPT-CLASSE order T S M G P L I
       01  WS-CLASSES-VAL  PIC X(07) VALUE 'TSMGPLI'.
       01  WS-CLASSES REDEFINES WS-CLASSES-VAL.
           05  WS-CLS-CODE OCCURS 7 TIMES PIC X(01).
       01  WS-CLS-COMPTES.
           05  WS-CLS-NB   OCCURS 7 TIMES PIC 9(06).
       01  WS-CLS-IX       PIC 9(02).
      *  Report lines
       01  RPT-TITRE.
           05  FILLER      PIC X(34)
               VALUE 'GKINTA01 - COMPTES INTERNES AU '.
           05  RPT-T-DATE  PIC X(10).
           05  FILLER      PIC X(56) VALUE SPACES.
       01  RPT-ENTETE.
           05  FILLER      PIC X(44) VALUE
               'COMPTE      C OBJET                SERVICE  '.
           05  FILLER      PIC X(56) VALUE
               'DEV             SOLDE DERN.MVT   ANOMALIE'.
       01  RPT-LINE.
           05  RPT-COMPTE  PIC X(11).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-CLASSE  PIC X(01).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-OBJET   PIC X(20).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-SERVICE PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-DEVISE  PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-SOLDE   PIC -(13)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-DDMVT   PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-ANOMALIE PIC X(20).
           05  FILLER      PIC X(03) VALUE SPACES.
       01  RPT-TOTAL.
           05  FILLER      PIC X(08) VALUE 'CLASSE '.
           05  RPT-TOT-CLASSE PIC X(01).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-TOT-OBJET PIC X(20).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-TOT-NB  PIC Z(05)9.
           05  FILLER      PIC X(11) VALUE ' COMPTE(S)'.
           05  FILLER      PIC X(52) VALUE SPACES.
      *  Counters
       01  WS-NB-INTERNES  PIC 9(06) VALUE 0.
       01  WS-NB-SANS-SERVICE PIC 9(06) VALUE 0.
       01  WS-NB-NON-CLASSES  PIC 9(06) VALUE 0.
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
               MOVE "OPN" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               MOVE "FET" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               PERFORM UNTIL ZACPT-CODRET-EOF
                   IF ZACPT-INTERNE THEN
                       PERFORM 1500-TRAITER-COMPTE
                   END-IF
                   MOVE "FET" TO ZACPT-FONCTION
                   CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CLO" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               PERFORM 1600-CONTROLER-PARAMETRES
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date (PARAMASOF override, else TBPRC, else
      *  clock), open the report and write its heading.
           INITIALIZE WS-CLS-COMPTES
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
           OPEN OUTPUT FILEOUT-INTCPT-FDNAME
           IF NOT FS-INTCPT-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE TO RPT-T-DATE
           WRITE FILEOUT-INTCPT-RECORD FROM RPT-TITRE
           WRITE FILEOUT-INTCPT-RECORD FROM RPT-ENTETE
           .

       1500-TRAITER-COMPTE.
      ******************************************************************EDEFAY
      *  One internal account : its report line, flagged when no
      *  department owns it, and its class count.
           ADD 1 TO WS-NB-INTERNES
           PERFORM 2000-LIBELLER-CLASSE
           MOVE ZACPT-COMPTE TO RPT-COMPTE
           MOVE ZACPT-CLASSE TO RPT-CLASSE
           MOVE WS-OBJET     TO RPT-OBJET
           MOVE ZACPT-SERVICE TO RPT-SERVICE
           MOVE ZACPT-DEVISE TO RPT-DEVISE
           MOVE ZACPT-SOLDE  TO RPT-SOLDE
           MOVE ZACPT-DDMVT  TO RPT-DDMVT
           MOVE SPACES       TO RPT-ANOMALIE
           IF ZACPT-SERVICE = SPACES THEN
               ADD 1 TO WS-NB-SANS-SERVICE
               MOVE 'SANS RESPONSABLE' TO RPT-ANOMALIE
           END-IF
           WRITE FILEOUT-INTCPT-RECORD FROM RPT-LINE
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                   UNTIL WS-CLS-IX > 7
               IF WS-CLS-CODE (WS-CLS-IX) = ZACPT-CLASSE THEN
                   ADD 1 TO WS-CLS-NB (WS-CLS-IX)
               END-IF
           END-PERFORM
           .

       1600-CONTROLER-PARAMETRES.
      ******************************************************************EDEFAY
      *  The accounts the batches are configured to post to on TBPRM
      *  must be classed internal - the tax-collection account, the
      *  charge-off loss and recovery accounts and each channel's
      *  suspense account.
           MOVE 'GKTAX01 ' TO WS-CTL-PGM
           MOVE 'CPTTAX  ' TO WS-CTL-NOMPRM
           PERFORM 1610-CONTROLER-UN-PARAMETRE
           MOVE 'GKCHO01 ' TO WS-CTL-PGM
           MOVE 'CPTPERTE' TO WS-CTL-NOMPRM
           PERFORM 1610-CONTROLER-UN-PARAMETRE
           MOVE 'CPTRECUP' TO WS-CTL-NOMPRM
           PERFORM 1610-CONTROLER-UN-PARAMETRE
           MOVE 'GKMAJ001' TO WS-CTL-PGM
           MOVE 'SUSPBRA ' TO WS-CTL-NOMPRM
           PERFORM 1610-CONTROLER-UN-PARAMETRE
           MOVE 'SUSPATM ' TO WS-CTL-NOMPRM
           PERFORM 1610-CONTROLER-UN-PARAMETRE
           MOVE 'SUSPONL ' TO WS-CTL-NOMPRM
           PERFORM 1610-CONTROLER-UN-PARAMETRE
           MOVE 'SUSPEXT ' TO WS-CTL-NOMPRM
           PERFORM 1610-CONTROLER-UN-PARAMETRE
           MOVE 'SUSPINT ' TO WS-CTL-NOMPRM
           PERFORM 1610-CONTROLER-UN-PARAMETRE
           .

       1610-CONTROLER-UN-PARAMETRE.
      ******************************************************************EDEFAY
      *  One configured account : no TBPRM row, or an account TBCPT
      *  does not know, is nothing to report here ; an existing
      *  account still classed as a customer's is listed NON CLASSE.
           MOVE WS-CTL-PGM    TO ZAPRM-PGM
           MOVE WS-CTL-NOMPRM TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF NOT ZAPRM-CODRET-OK
              OR ZAPRM-VALPRM = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZAPRM-VALPRM(1:11) TO WS-CTL-COMPTE
           MOVE WS-CTL-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK
              OR ZACPT-INTERNE THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-NON-CLASSES
           MOVE ZACPT-COMPTE TO RPT-COMPTE
           MOVE ZACPT-CLASSE TO RPT-CLASSE
           MOVE SPACES       TO RPT-OBJET
           STRING WS-CTL-PGM DELIMITED BY SPACE
                  '/' WS-CTL-NOMPRM DELIMITED BY SIZE
                  INTO RPT-OBJET
           MOVE ZACPT-SERVICE TO RPT-SERVICE
           MOVE ZACPT-DEVISE TO RPT-DEVISE
           MOVE ZACPT-SOLDE  TO RPT-SOLDE
           MOVE ZACPT-DDMVT  TO RPT-DDMVT
           MOVE 'NON CLASSE' TO RPT-ANOMALIE
           WRITE FILEOUT-INTCPT-RECORD FROM RPT-LINE
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Count per class, run totals, and the final RC.
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                   UNTIL WS-CLS-IX > 7
               MOVE WS-CLS-CODE (WS-CLS-IX) TO ZACPT-CLASSE
               PERFORM 2000-LIBELLER-CLASSE
               MOVE ZACPT-CLASSE TO RPT-TOT-CLASSE
               MOVE WS-OBJET     TO RPT-TOT-OBJET
               MOVE WS-CLS-NB (WS-CLS-IX) TO RPT-TOT-NB
               WRITE FILEOUT-INTCPT-RECORD FROM RPT-TOTAL
           END-PERFORM
           DISPLAY "GKINTA01 : " WS-NB-INTERNES " INTERNE(S), "
                   WS-NB-SANS-SERVICE " SANS RESPONSABLE, "
                   WS-NB-NON-CLASSES " NON CLASSE(S)"
           IF WS-NB-SANS-SERVICE > 0
              OR WS-NB-NON-CLASSES > 0 THEN
               MOVE '04' TO RC
           END-IF
           .

       2000-LIBELLER-CLASSE.
      ******************************************************************EDEFAY
      *  Purpose label of ZACPT-CLASSE.
           EVALUATE TRUE
               WHEN ZACPT-INT-FISCAL
                   MOVE 'COLLECTE FISCALE' TO WS-OBJET
               WHEN ZACPT-INT-SUSPENS
                   MOVE 'COMPTE D ATTENTE' TO WS-OBJET
               WHEN ZACPT-INT-MIGRATION
                   MOVE 'CONTROLE MIGRATION' TO WS-OBJET
               WHEN ZACPT-INT-CAISSE
                   MOVE 'CAISSE GUICHET' TO WS-OBJET
               WHEN ZACPT-INT-CENTRAL
                   MOVE 'CENTRALISATION' TO WS-OBJET
               WHEN ZACPT-INT-PERTE
                   MOVE 'PERTES/RECOUVREMENT' TO WS-OBJET
               WHEN ZACPT-INT-AUTRE
                   MOVE 'AUTRE INTERNE' TO WS-OBJET
               WHEN OTHER
                   MOVE 'CLIENTELE' TO WS-OBJET
           END-EVALUATE
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-INTCPT-FDNAME
           .
