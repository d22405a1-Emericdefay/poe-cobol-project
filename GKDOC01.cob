      *PROCESS TEST
      ******************************************************************
      * Program name   : GKDOC01
      * Original author: DEFAY E.
      *
      * Description    : Weekly KYC document chase list. Walks the
      *                  customer master and has GKDOS01 assess every
      *                  customer's file against the documents its
      *                  type and risk rating require, restamping
      *                  ZACLI-DOSSIER as it goes - a document that
      *                  expired since the last change is picked up
      *                  here, and so is every customer never yet
      *                  assessed. Lists, branch by branch (the
      *                  branch of the customer's first account),
      *                  every required document missing, expired, or
      *                  expiring within TBPRM 'GKDOC01'/'HORIZON'
      *                  days (default 60), with per-branch counts.
      * Rules handling :
      *             RC = 00 : Chase list produced
      *             RC = 01 : Could not open the report
      *             RC = 04 : Line table full - the list is
      *                       incomplete (the stamps are not)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-DOCRPT - the chase list (100 bytes)
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
       PROGRAM-ID.    GKDOC01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-DOCRPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-DOCRPT-NAME
           FILE STATUS IS WS-FS-DOCRPT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-DOCRPT-FDNAME RECORDING MODE F.
       01  FILEOUT-DOCRPT-RECORD.
           05  FILLER          PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
      *  KYC file completeness of the customer in hand
       COPY "./Copybooks/ZDDOS01.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-DOCRPT-NAME PIC X(30) VALUE 'FILEOUT-DOCRPT'.
       01  WS-FS-DOCRPT     PIC X(02).
           88 FS-DOCRPT-OK  VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
      *  TBPRM 'GKDOC01' : look-ahead for documents expiring, in days
       01  WS-HORIZON       PIC 9(03) VALUE 60.
      *  Branch of the customer in hand
       01  WS-AGENCE        PIC X(03).
       01  WS-IX            PIC 9(01).
      *  Chase lines, kept in branch/customer order by insertion
       01  WS-TAB-MAX       PIC 9(04) VALUE 2000.
       01  WS-LIG-NB        PIC 9(04) VALUE 0.
       01  WS-LIG-DEBORD    PIC 9(06) VALUE 0.
       01  WS-LIGNES.
           05  WS-LIG-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-LIG-IX.
               10  WS-LIG-CLE.
                   15  WS-LIG-AGENCE  PIC X(03).
                   15  WS-LIG-CLIENT  PIC X(08).
               10  WS-LIG-NOM     PIC X(20).
               10  WS-LIG-TYPDOC  PIC X(04).
               10  WS-LIG-ETAT    PIC X(01).
               10  WS-LIG-DTEXP   PIC X(10).
       01  WS-LIG-NEW.
           05  WS-NEW-CLE.
               10  WS-NEW-AGENCE  PIC X(03).
               10  WS-NEW-CLIENT  PIC X(08).
           05  WS-NEW-NOM     PIC X(20).
           05  WS-NEW-TYPDOC  PIC X(04).
           05  WS-NEW-ETAT    PIC X(01).
           05  WS-NEW-DTEXP   PIC X(10).
       01  WS-POS           PIC 9(04).
       01  WS-AGENCE-COUR   PIC X(03).
      *  Counters
       01  WS-NB-CLIENTS    PIC 9(06) VALUE 0.
       01  WS-NB-INCOMPLETS PIC 9(06) VALUE 0.
       01  WS-NB-RESTAMPES  PIC 9(06) VALUE 0.
       01  WS-NB-AGENCE     PIC 9(06) VALUE 0.
      *  Report lines
       01  RPT-ENTETE.
           05  FILLER          PIC X(33)
               VALUE 'RELANCE DOCUMENTS KYC - ETAT DU '.
           05  RPT-E-DATE      PIC X(10).
           05  FILLER          PIC X(10) VALUE ' HORIZON '.
           05  RPT-E-HORIZON   PIC ZZ9.
           05  FILLER          PIC X(44) VALUE ' JOURS'.
       01  RPT-AGENCE.
           05  FILLER          PIC X(07) VALUE 'AGENCE '.
           05  RPT-A-AGENCE    PIC X(03).
           05  FILLER          PIC X(90) VALUE SPACES.
       01  RPT-COLONNES.
           05  FILLER          PIC X(45)
               VALUE 'CLIENT   NOM                  DOC  ETAT'.
           05  FILLER          PIC X(55) VALUE '      EXPIRATION'.
       01  RPT-DETAIL.
           05  RPT-CLIENT      PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-NOM         PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TYPDOC      PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ETAT        PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-DTEXP       PIC X(10).
           05  FILLER          PIC X(44) VALUE SPACES.
       01  RPT-TOTAL.
           05  RPT-T-LIBELLE   PIC X(20).
           05  RPT-T-NB        PIC ZZZZZ9.
           05  FILLER          PIC X(74)
               VALUE ' DOCUMENT(S) A RELANCER'.
       01  RPT-BILAN.
           05  FILLER          PIC X(20) VALUE 'CLIENTS EVALUES    '.
           05  RPT-B-CLIENTS   PIC ZZZZZ9.
           05  FILLER          PIC X(14) VALUE ', INCOMPLETS '.
           05  RPT-B-INCOMPL   PIC ZZZZZ9.
           05  FILLER          PIC X(54) VALUE SPACES.
       01  RPT-VIDE.
           05  FILLER          PIC X(100) VALUE '  (AUCUN)'.
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
               PERFORM 1500-EVALUER-CLIENTS
               PERFORM 1800-ECRIRE-ETAT
               PERFORM 1900-BILAN
               CLOSE FILEOUT-DOCRPT-FDNAME
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the processing date and the TBPRM horizon, and open
      *  the report.
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
           MOVE 'GKDOC01 ' TO ZAPRM-PGM
           MOVE 'HORIZON ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:3) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-HORIZON
           END-IF
           OPEN OUTPUT FILEOUT-DOCRPT-FDNAME
           IF NOT FS-DOCRPT-OK THEN
               DISPLAY "GKDOC01 : OUVERTURE FILEOUT-DOCRPT KO, FS="
                       WS-FS-DOCRPT
               MOVE '01' TO RC
           END-IF
           .

       1500-EVALUER-CLIENTS.
      ******************************************************************EDEFAY
      *  Walk the customer master ; GKDOS01 assesses and restamps each
      *  customer (the GKKYC01 walk, which also updates TBCLI as it
      *  goes), and every document to chase is kept for the report.
           MOVE "OPN" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZACLI-CODRET-EOF
               ADD 1 TO WS-NB-CLIENTS
               PERFORM 1550-EVALUER-CLIENT
               MOVE "FET" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           .

       1550-EVALUER-CLIENT.
      ******************************************************************EDEFAY
      *  One customer : assess and restamp, then queue the documents
      *  missing, expired or expiring within the horizon.
           MOVE ZACLI-CLIENT  TO ZD-CLIENT
           INITIALIZE ZD-PARAM
           MOVE WS-AS-OF-DATE TO ZD-DTREF
           MOVE WS-HORIZON    TO ZD-HORIZON
           SET ZD-MAJ-OUI TO TRUE
           CALL "GKDOS01" USING ZD-CLIENT, ZD-PARAM, ZD-RETOUR
           IF NOT ZD-CODRET-OK THEN
               DISPLAY "GKDOC01 : " ZACLI-CLIENT
                       " : DOSSIER NON EVALUE, CODRET=" ZD-CODRET
                       " " ZD-LIBRET
               EXIT PARAGRAPH
           END-IF
           IF ZD-DOSSIER NOT = ZD-DOSSIER-AVANT THEN
               ADD 1 TO WS-NB-RESTAMPES
           END-IF
           IF ZD-DOSSIER-INCOMPLET THEN
               ADD 1 TO WS-NB-INCOMPLETS
           END-IF
           MOVE SPACES TO WS-AGENCE
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > ZD-NB-DOC
               IF NOT ZD-ETAT-VALIDE(WS-IX) THEN
                   IF WS-AGENCE = SPACES THEN
                       PERFORM 1560-AGENCE-CLIENT
                   END-IF
                   MOVE WS-AGENCE          TO WS-NEW-AGENCE
                   MOVE ZACLI-CLIENT       TO WS-NEW-CLIENT
                   MOVE ZACLI-NOM          TO WS-NEW-NOM
                   MOVE ZD-TYPDOC(WS-IX)   TO WS-NEW-TYPDOC
                   MOVE ZD-ETAT(WS-IX)     TO WS-NEW-ETAT
                   MOVE ZD-DTEXP(WS-IX)    TO WS-NEW-DTEXP
                   PERFORM 1600-INSERER-LIGNE
               END-IF
           END-PERFORM
           .

       1560-AGENCE-CLIENT.
      ******************************************************************EDEFAY
      *  The customer's branch is that of its first account (CCL2,
      *  the by-client cursor) ; '---' for a customer holding none.
           MOVE '---' TO WS-AGENCE
           MOVE ZACLI-CLIENT TO ZACPT-CLIENT
           MOVE "OP2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK THEN
               MOVE ZACPT-AGENCE TO WS-AGENCE
           END-IF
           MOVE "CL2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           .

       1600-INSERER-LIGNE.
      ******************************************************************EDEFAY
      *  Insert WS-LIG-NEW after every line of the same or a lower
      *  branch/customer key, so the table stays in report order and
      *  a customer's documents keep their required-list order.
           IF WS-LIG-NB NOT < WS-TAB-MAX THEN
               ADD 1 TO WS-LIG-DEBORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIG-NB TO WS-POS
           PERFORM UNTIL WS-POS = 0
                      OR WS-LIG-CLE(WS-POS) NOT > WS-NEW-CLE
               MOVE WS-LIG-ENTRY(WS-POS) TO WS-LIG-ENTRY(WS-POS + 1)
               SUBTRACT 1 FROM WS-POS
           END-PERFORM
           MOVE WS-LIG-NEW TO WS-LIG-ENTRY(WS-POS + 1)
           ADD 1 TO WS-LIG-NB
           .

       1800-ECRIRE-ETAT.
      ******************************************************************EDEFAY
      *  The chase list : one section per branch with its count, then
      *  the run totals.
           MOVE WS-AS-OF-DATE TO RPT-E-DATE
           MOVE WS-HORIZON    TO RPT-E-HORIZON
           WRITE FILEOUT-DOCRPT-RECORD FROM RPT-ENTETE
           IF WS-LIG-NB = 0 THEN
               WRITE FILEOUT-DOCRPT-RECORD FROM RPT-VIDE
           END-IF
           MOVE HIGH-VALUES TO WS-AGENCE-COUR
           PERFORM VARYING WS-LIG-IX FROM 1 BY 1
                   UNTIL WS-LIG-IX > WS-LIG-NB
               IF WS-LIG-AGENCE(WS-LIG-IX) NOT = WS-AGENCE-COUR THEN
                   IF WS-AGENCE-COUR NOT = HIGH-VALUES THEN
                       PERFORM 1850-TOTAL-AGENCE
                   END-IF
                   MOVE WS-LIG-AGENCE(WS-LIG-IX) TO WS-AGENCE-COUR
                   MOVE WS-AGENCE-COUR TO RPT-A-AGENCE
                   WRITE FILEOUT-DOCRPT-RECORD FROM RPT-AGENCE
                   WRITE FILEOUT-DOCRPT-RECORD FROM RPT-COLONNES
               END-IF
               MOVE WS-LIG-CLIENT(WS-LIG-IX) TO RPT-CLIENT
               MOVE WS-LIG-NOM(WS-LIG-IX)    TO RPT-NOM
               MOVE WS-LIG-TYPDOC(WS-LIG-IX) TO RPT-TYPDOC
               EVALUATE WS-LIG-ETAT(WS-LIG-IX)
                   WHEN 'M'
                       MOVE 'MANQUANT'  TO RPT-ETAT
                   WHEN 'E'
                       MOVE 'EXPIRE'    TO RPT-ETAT
                   WHEN OTHER
                       MOVE 'A ECHOIR'  TO RPT-ETAT
               END-EVALUATE
               MOVE WS-LIG-DTEXP(WS-LIG-IX)  TO RPT-DTEXP
               WRITE FILEOUT-DOCRPT-RECORD FROM RPT-DETAIL
               ADD 1 TO WS-NB-AGENCE
           END-PERFORM
           IF WS-AGENCE-COUR NOT = HIGH-VALUES THEN
               PERFORM 1850-TOTAL-AGENCE
           END-IF
           MOVE 'TOTAL GENERAL       ' TO RPT-T-LIBELLE
           MOVE WS-LIG-NB TO RPT-T-NB
           WRITE FILEOUT-DOCRPT-RECORD FROM RPT-TOTAL
           MOVE WS-NB-CLIENTS    TO RPT-B-CLIENTS
           MOVE WS-NB-INCOMPLETS TO RPT-B-INCOMPL
           WRITE FILEOUT-DOCRPT-RECORD FROM RPT-BILAN
           .

       1850-TOTAL-AGENCE.
      ******************************************************************EDEFAY
      *  Close one branch section with its count.
           MOVE SPACES TO RPT-T-LIBELLE
           STRING 'TOTAL AGENCE ' WS-AGENCE-COUR
                  DELIMITED BY SIZE INTO RPT-T-LIBELLE
           MOVE WS-NB-AGENCE TO RPT-T-NB
           WRITE FILEOUT-DOCRPT-RECORD FROM RPT-TOTAL
           MOVE 0 TO WS-NB-AGENCE
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKDOC01 : " WS-NB-CLIENTS " CLIENT(S), "
                   WS-NB-INCOMPLETS " INCOMPLET(S), " WS-NB-RESTAMPES
                   " RE-ESTAMPILLE(S), " WS-LIG-NB " DOCUMENT(S)"
           IF WS-LIG-DEBORD > 0 THEN
               DISPLAY "GKDOC01 : " WS-LIG-DEBORD
                       " DOCUMENT(S) NON LISTE(S) - TABLE DE "
                       WS-TAB-MAX " PLEINE"
               MOVE '04' TO RC
           END-IF
           .
