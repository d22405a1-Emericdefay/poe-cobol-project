      *PROCESS TEST
      ******************************************************************
      * Program name   : GKNPAI01
      * Original author: DEFAY E.
      *
      * Description    : Returned-mail ("gone away", NPAI) intake.
      *                  Reads the print vendor's returned-mail file
      *                  (FILEIN-NPAI, one line per statement or
      *                  letter that came back undelivered) and sets
      *                  the gone-away flag on the customer master :
      *                  ZACLI-NPAI 'Y' with the date mail first came
      *                  back (ZACLI-DTNPAI). The customer is the
      *                  line's client id, else the owner of the
      *                  line's account. A customer already flagged
      *                  keeps its first return date. Every new flag
      *                  is journalled in TBCHJ (domain 'CLI', key
      *                  client + ' NPAI').
      *                  While the flag is set GKSTMT02 and GKNOT01
      *                  hold printed mail, GKKYC01 brings the review
      *                  forward and GKNPAI02 lists the customer ;
      *                  GKMCLI01 clears it when a new address is
      *                  applied.
      * Rules handling :
      *             RC = 00 : Every line processed
      *             RC = 01 : Could not open FILEIN-NPAI
      *             RC = 05 : One or more lines rejected (unknown
      *                       customer or account, failed UPD - see
      *                       SYSOUT)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEIN-NPAI - the vendor's returned-mail
      *                   file (see FILEIN-NPAI-RECORD).
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
       PROGRAM-ID.    GKNPAI01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN-NPAI-FDNAME
           ASSIGN TO DYNAMIC FILEIN-NPAI-NAME
           FILE STATUS IS WS-FS-NPAI
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *  One returned item : client and/or account as printed on the
      *  statement or letter, the date the vendor logged the return,
      *  the document type (RLV statement, or the GKNOT01 letter
      *  type) and the postal reason as the vendor gave it
       FD  FILEIN-NPAI-FDNAME RECORDING MODE F.
       01  FILEIN-NPAI-RECORD.
           05  RM-CLIENT       PIC X(08).
           05  FILLER          PIC X(01).
           05  RM-COMPTE       PIC X(11).
           05  FILLER          PIC X(01).
           05  RM-DTRETOUR     PIC X(10).
           05  FILLER          PIC X(01).
           05  RM-TYPDOC       PIC X(03).
           05  FILLER          PIC X(01).
           05  RM-MOTIF        PIC X(20).
           05  FILLER          PIC X(24).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  Change-journal working fields, see
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Input file
       01  FILEIN-NPAI-NAME PIC X(30) VALUE 'FILEIN-NPAI'.
       01  WS-FS-NPAI       PIC X(02).
           88 FS-NPAI-OK    VALUE '00'.
       01  WS-EOF-NPAI      PIC X(01) VALUE 'N'.
           88 EOF-NPAI      VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date
       01  WS-JOUR-YYYYMMDD PIC 9(08).
       01  WS-JOUR-ISO      PIC X(10).
      *  The line in hand
       01  WS-CLIENT        PIC X(08).
       01  WS-DTRETOUR      PIC X(10).
      *  Counters
       01  WS-NB-LUES       PIC 9(06) VALUE 0.
       01  WS-NB-MARQUES    PIC 9(06) VALUE 0.
       01  WS-NB-DEJA       PIC 9(06) VALUE 0.
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
               PERFORM 1100-LIRE-NPAI
               PERFORM UNTIL EOF-NPAI
                   PERFORM 1500-TRAITER-RETOUR
                   PERFORM 1100-LIRE-NPAI
               END-PERFORM
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Processing date (TBPRC, else clock) - the return date of a
      *  line that carries none - and open the returned-mail file.
           ACCEPT WS-JOUR-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-JOUR-YYYYMMDD(1:4) '-' WS-JOUR-YYYYMMDD(5:2)
                  '-' WS-JOUR-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-JOUR-ISO
           MOVE 'JOURTRT ' TO ZAPRC-CLE
           MOVE "SEL" TO ZAPRC-FONCTION
           CALL "MAPRC" USING ZAPRC-ZCMA, AUTH-QUERY
           IF ZAPRC-CODRET-OK
              AND ZAPRC-DTPRC NOT = SPACES THEN
               MOVE ZAPRC-DTPRC TO WS-JOUR-ISO
           END-IF
           OPEN INPUT FILEIN-NPAI-FDNAME
           IF NOT FS-NPAI-OK THEN
               MOVE '01' TO RC
               DISPLAY "GKNPAI01 : OUVERTURE FILEIN-NPAI KO, FS="
                       WS-FS-NPAI
           END-IF
           .

       1100-LIRE-NPAI.
      ******************************************************************EDEFAY
      *  Read the next returned-mail line.
           READ FILEIN-NPAI-FDNAME
               AT END SET EOF-NPAI TO TRUE
           END-READ
           .

       1500-TRAITER-RETOUR.
      ******************************************************************EDEFAY
      *  One returned item : find the customer (the line's client id,
      *  else the account's owner) and flag it gone-away. Already
      *  flagged - the first return date stands.
           ADD 1 TO WS-NB-LUES
           MOVE RM-CLIENT TO WS-CLIENT
           IF WS-CLIENT = SPACES THEN
               MOVE RM-COMPTE TO ZACPT-COMPTE
               MOVE "SEL" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               IF NOT ZACPT-CODRET-OK
                  OR RM-COMPTE = SPACES THEN
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKNPAI01 : " RM-TYPDOC " COMPTE '"
                           RM-COMPTE "' INCONNU - REJETE"
                   EXIT PARAGRAPH
               END-IF
               MOVE ZACPT-CLIENT TO WS-CLIENT
               IF WS-CLIENT = SPACES THEN
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKNPAI01 : " RM-TYPDOC " COMPTE "
                           RM-COMPTE " SANS CLIENT - REJETE"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE RM-DTRETOUR TO WS-DTRETOUR
           IF WS-DTRETOUR = SPACES
              OR WS-DTRETOUR > WS-JOUR-ISO THEN
               MOVE WS-JOUR-ISO TO WS-DTRETOUR
           END-IF
           MOVE WS-CLIENT TO ZACLI-CLIENT
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF NOT ZACLI-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKNPAI01 : CLIENT " WS-CLIENT
                       " INCONNU - REJETE"
               EXIT PARAGRAPH
           END-IF
           IF ZACLI-NPAI-OUI THEN
               ADD 1 TO WS-NB-DEJA
               EXIT PARAGRAPH
           END-IF
           SET ZACLI-NPAI-OUI TO TRUE
           MOVE WS-DTRETOUR TO ZACLI-DTNPAI
           MOVE "UPD" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF NOT ZACLI-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKNPAI01 : CLIENT " WS-CLIENT
                       " : UPD REJETE, CODRET=" ZACLI-CODRET
                       " " ZACLI-LIBRET
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-MARQUES
           DISPLAY "GKNPAI01 : CLIENT " WS-CLIENT " " ZACLI-NOM
                   " NPAI AU " WS-DTRETOUR " (" RM-TYPDOC " "
                   RM-MOTIF ")"
           INITIALIZE ZACHJ-DONNEES
           MOVE 'CLI' TO ZACHJ-DOMAINE
           STRING WS-CLIENT ' NPAI' DELIMITED BY SIZE INTO ZACHJ-CLE
           MOVE '(ADRESSE VALIDE)' TO ZACHJ-ANCVAL
           STRING 'NPAI DEPUIS ' WS-DTRETOUR
                  DELIMITED BY SIZE INTO ZACHJ-NOUVAL
           MOVE 'GKNPAI01' TO ZACHJ-MAKER
           PERFORM 8500-JOURNALISER-CHANGEMENT
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKNPAI01 : " WS-NB-LUES " RETOUR(S), "
                   WS-NB-MARQUES " CLIENT(S) MARQUE(S) NPAI, "
                   WS-NB-DEJA " DEJA NPAI, " WS-NB-KO " REJETE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEIN-NPAI-FDNAME
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
               DISPLAY "GKNPAI01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
