      *PROCESS TEST
      ******************************************************************
      * Program name   : GKSTR02
      * Original author: DEFAY E.
      *
      * Description    : Financial intelligence unit acknowledgments
      *                  for the suspicious-transaction reports
      *                  GKSTR01 filed. Reads the unit's
      *                  acknowledgments (FILEIN-ACCUSE, one per
      *                  line) and stores the filing reference and
      *                  acknowledgment date on the TBAMC case - the
      *                  case must be reported ('D') and already
      *                  filed (DTEXTRAIT). With or without
      *                  acknowledgments, the run ends with the aging
      *                  report of the reported cases still waiting
      *                  for one (MAAMC CAMD) : days since filing
      *                  against TBPRM 'GKSTR02'/'MAXACK' (default 10
      *                  days) ; a case reported but not yet filed
      *                  ages from its declaration date.
      * Rules handling :
      *             RC = 00 : Acknowledgments stored, nothing overdue
      *             RC = 05 : Rejected acknowledgment(s) or case(s)
      *                       beyond the deadline (see SYSOUT)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEIN-ACCUSE - OPTIONAL, one line per
      *                   acknowledgment : case reference (10), space,
      *                   filing reference (20), space, acknowledgment
      *                   date (10, blank = as-of date) ; absent =
      *                   report-only run.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
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
       PROGRAM-ID.    GKSTR02.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN-ACCUSE-FDNAME
           ASSIGN TO DYNAMIC FILEIN-ACCUSE-NAME
           FILE STATUS IS WS-FS-ACCUSE
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEIN-ACCUSE-FDNAME RECORDING MODE F.
       01  FILEIN-ACCUSE-RECORD.
           05  FA-REFAMC       PIC X(10).
           05  FILLER          PIC X(01).
           05  FA-REFDECL      PIC X(20).
           05  FILLER          PIC X(01).
           05  FA-DTACCUSE     PIC X(10).
           05  FILLER          PIC X(38).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBAMC.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Input files
       01  FILEIN-ACCUSE-NAME PIC X(30) VALUE 'FILEIN-ACCUSE'.
       01  WS-FS-ACCUSE     PIC X(02).
           88 FS-ACCUSE-OK  VALUE '00'.
       01  WS-EOF-ACCUSE    PIC X(01) VALUE 'N'.
           88 EOF-ACCUSE    VALUE 'Y'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  As-of date and aging arithmetic
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-ENTIER-ASOF  PIC 9(07).
       01  WS-ENTIER-CAS   PIC 9(07).
       01  WS-NB-JOURS     PIC S9(05).
       01  WS-DATE-DEPART  PIC X(10).
       01  WS-ETAT-CAS     PIC X(12).
      *  Acknowledgment deadline - a filing the unit has not
      *  acknowledged after this many days is chased
       01  WS-MAXACK       PIC 9(03) VALUE 10.
      *  Counters
       01  WS-NB-LUES      PIC 9(06) VALUE 0.
       01  WS-NB-OK        PIC 9(06) VALUE 0.
       01  WS-NB-KO        PIC 9(06) VALUE 0.
       01  WS-NB-ATTENTE   PIC 9(06) VALUE 0.
       01  WS-NB-AGES      PIC 9(06) VALUE 0.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xxx : Input/Output section
      *    - 1xxx : Main element
      *    - 2xxx : Verifications
      *    - 3xxx : Reporting
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
           OPEN INPUT FILEIN-ACCUSE-FDNAME
           IF FS-ACCUSE-OK THEN
               READ FILEIN-ACCUSE-FDNAME
                   AT END SET EOF-ACCUSE TO TRUE
               END-READ
               PERFORM UNTIL EOF-ACCUSE
                   PERFORM 1500-TRAITER-ACCUSE
                   READ FILEIN-ACCUSE-FDNAME
                       AT END SET EOF-ACCUSE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FILEIN-ACCUSE-FDNAME
           END-IF
           PERFORM 3000-RAPPORTER-ATTENTES
           DISPLAY "GKSTR02 : " WS-NB-LUES " ACCUSE(S), " WS-NB-OK
                   " ENREGISTRE(S), " WS-NB-KO " REJETE(S), "
                   WS-NB-ATTENTE " EN ATTENTE, " WS-NB-AGES
                   " EN RETARD"
           IF WS-NB-KO > 0
              OR WS-NB-AGES > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date (PARAMASOF override, else TBPRC, else
      *  clock) and the acknowledgment deadline (TBPRM, default 10
      *  days).
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
           MOVE 'GKSTR02 ' TO ZAPRM-PGM
           MOVE 'MAXACK  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:3) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-MAXACK
           END-IF
           STRING WS-AS-OF-DATE(1:4) WS-AS-OF-DATE(6:2)
                  WS-AS-OF-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-ASOF =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           .

       1500-TRAITER-ACCUSE.
      ******************************************************************EDEFAY
      *  One acknowledgment : the filing reference is mandatory, the
      *  case must be reported and filed. The same reference sent
      *  twice is ignored ; a different one on an acknowledged case
      *  is rejected - the first acknowledgment stands.
           ADD 1 TO WS-NB-LUES
           IF FA-REFDECL = SPACES THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKSTR02 : " FA-REFAMC
                       " : REFERENCE DE DECLARATION OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF
           MOVE FA-REFAMC TO ZAAMC-REFAMC
           MOVE "SEL" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           IF NOT ZAAMC-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKSTR02 : " FA-REFAMC " : CAS INCONNU"
               EXIT PARAGRAPH
           END-IF
           IF NOT ZAAMC-DECLARE THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKSTR02 : " FA-REFAMC
                       " : CAS NON DECLARE (" ZAAMC-STATUT ")"
               EXIT PARAGRAPH
           END-IF
           IF ZAAMC-DTEXTRAIT = SPACES THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKSTR02 : " FA-REFAMC
                       " : CAS PAS ENCORE TRANSMIS"
               EXIT PARAGRAPH
           END-IF
           IF ZAAMC-REFDECL NOT = SPACES THEN
               IF ZAAMC-REFDECL = FA-REFDECL THEN
                   DISPLAY "GKSTR02 : " FA-REFAMC " " FA-REFDECL
                           " : DEJA ENREGISTRE"
               ELSE
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKSTR02 : " FA-REFAMC " : DEJA ACCUSE "
                           ZAAMC-REFDECL " LE " ZAAMC-DTACCUSE
                           ", " FA-REFDECL " REJETE"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE FA-REFDECL TO ZAAMC-REFDECL
           IF FA-DTACCUSE = SPACES THEN
               MOVE WS-AS-OF-DATE TO ZAAMC-DTACCUSE
           ELSE
               MOVE FA-DTACCUSE TO ZAAMC-DTACCUSE
           END-IF
           MOVE "UPD" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           IF ZAAMC-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKSTR02 : " FA-REFAMC " ACCUSE " FA-REFDECL
                       " LE " ZAAMC-DTACCUSE " : OK"
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKSTR02 : " FA-REFAMC
                       " : UPD KO, CODRET=" ZAAMC-CODRET
           END-IF
           .

       3000-RAPPORTER-ATTENTES.
      ******************************************************************EDEFAY
      *  The aging report : every reported case the unit has not
      *  acknowledged yet, with its age against the deadline.
           DISPLAY "==== DECLARATIONS SANS ACCUSE AU " WS-AS-OF-DATE
                   " (HORIZON " WS-MAXACK "J) ===="
           MOVE "OP2" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAAMC-CODRET-OK
               PERFORM 3100-RAPPORTER-UNE-ATTENTE
               MOVE "FE2" TO ZAAMC-FONCTION
               CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           DISPLAY "==========================================="
           .

       3100-RAPPORTER-UNE-ATTENTE.
      ******************************************************************EDEFAY
      *  One case waiting : aged from its filing date, or from its
      *  declaration date while GKSTR01 has not filed it yet.
           ADD 1 TO WS-NB-ATTENTE
           IF ZAAMC-DTEXTRAIT = SPACES THEN
               MOVE ZAAMC-DTCLOTURE TO WS-DATE-DEPART
               MOVE 'A TRANSMETTRE' TO WS-ETAT-CAS
           ELSE
               MOVE ZAAMC-DTEXTRAIT TO WS-DATE-DEPART
               MOVE 'TRANSMIS' TO WS-ETAT-CAS
           END-IF
           STRING WS-DATE-DEPART(1:4) WS-DATE-DEPART(6:2)
                  WS-DATE-DEPART(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-CAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-NB-JOURS = WS-ENTIER-ASOF - WS-ENTIER-CAS
           IF WS-NB-JOURS > WS-MAXACK THEN
               ADD 1 TO WS-NB-AGES
               DISPLAY ZAAMC-REFAMC " " ZAAMC-COMPTE " "
                       ZAAMC-RAISON " DECLARE LE " ZAAMC-DTCLOTURE
                       " " WS-ETAT-CAS " DEPUIS " WS-DATE-DEPART " ("
                       WS-NB-JOURS "J) *** EN RETARD ***"
           ELSE
               DISPLAY ZAAMC-REFAMC " " ZAAMC-COMPTE " "
                       ZAAMC-RAISON " DECLARE LE " ZAAMC-DTCLOTURE
                       " " WS-ETAT-CAS " DEPUIS " WS-DATE-DEPART " ("
                       WS-NB-JOURS "J)"
           END-IF
           .
