      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMCLA01
      * Original author: DEFAY E.
      *
      * Description    : Account-class maintenance batch - the
      *                  classification path for EXISTING accounts,
      *                  GKOPEN01 stamping it on new ones. Reads one
      *                  instruction per PARAMCLA line (account, class,
      *                  owner department), sets ZACPT-CLASSE and
      *                  ZACPT-SERVICE through MACPT SEL/UPD, logs
      *                  old-value vs new-value per line and journals
      *                  it to TBCHJ (domain 'CLA'). 'C' reclassifies
      *                  as a customer account and clears the
      *                  department ; an internal class (T S M G P L I,
      *                  see CTBCPT.cpy) requires one.
      * Rules handling :
      *             RC = 00 : Every instruction applied cleanly
      *             RC = 01 : Could not open PARAMCLA
      *             RC = 05 : One or more instructions rejected (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMCLA - one fixed-format instruction
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
       PROGRAM-ID.    GKMCLA01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMCLA-FDNAME
           ASSIGN TO DYNAMIC PARAMCLA-NAME
           FILE STATUS IS WS-FS-PARAMCLA
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMCLA-FDNAME RECORDING MODE F.
       01  PARAMCLA-RECORD.
           05  PC-COMPTE       PIC X(11).
           05  PC-CLASSE       PIC X(01).
           05  PC-SERVICE      PIC X(08).
           05  FILLER          PIC X(60).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Input file
       01  PARAMCLA-NAME    PIC X(30) VALUE 'PARAMCLA'.
       01  WS-FS-PARAMCLA   PIC X(02).
           88 FS-PARAMCLA-OK VALUE '00'.
       01  WS-EOF-PARAMCLA  PIC X(01) VALUE 'N'.
           88 EOF-PARAMCLA  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Class + department in place before the change, and after
       01  WS-ANCIENNE-CLASSE.
           05  WS-ANC-CLASSE  PIC X(01).
           05  WS-ANC-SERVICE PIC X(08).
       01  WS-NOUVELLE-CLASSE.
           05  WS-NOU-CLASSE  PIC X(01).
           05  WS-NOU-SERVICE PIC X(08).
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
               PERFORM 1100-LIRE-PARAMCLA
               PERFORM UNTIL EOF-PARAMCLA
                   PERFORM 1500-TRAITER-LIGNE
                   PERFORM 1100-LIRE-PARAMCLA
               END-PERFORM
               PERFORM 1900-BILAN
           END-IF
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Open PARAMCLA, the classification instruction file.
           OPEN INPUT PARAMCLA-FDNAME
           IF NOT FS-PARAMCLA-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1100-LIRE-PARAMCLA.
      ******************************************************************EDEFAY
      *  Read the next PARAMCLA instruction line.
           READ PARAMCLA-FDNAME
               AT END SET EOF-PARAMCLA TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  Reclassify one account : the class must be 'C' or a known
      *  internal class, an internal one must name its owner
      *  department ; SEL first to log what is in place, then MACPT
      *  UPD.
           ADD 1 TO WS-NB-LUES
           MOVE PC-CLASSE TO ZACPT-CLASSE
           IF NOT ZACPT-INTERNE
              AND PC-CLASSE NOT = 'C' THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMCLA01 : " PC-COMPTE " : CLASSE '"
                       PC-CLASSE "' INVALIDE"
               EXIT PARAGRAPH
           END-IF
           IF ZACPT-INTERNE
              AND PC-SERVICE = SPACES THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMCLA01 : " PC-COMPTE
                       " : SERVICE RESPONSABLE OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF
           MOVE PC-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMCLA01 : " PC-COMPTE " : COMPTE INCONNU"
           ELSE
               MOVE ZACPT-CLASSE  TO WS-ANC-CLASSE
               MOVE ZACPT-SERVICE TO WS-ANC-SERVICE
               MOVE PC-CLASSE TO ZACPT-CLASSE
               IF ZACPT-INTERNE THEN
                   MOVE PC-SERVICE TO ZACPT-SERVICE
               ELSE
                   MOVE SPACES TO ZACPT-SERVICE
               END-IF
               MOVE ZACPT-CLASSE  TO WS-NOU-CLASSE
               MOVE ZACPT-SERVICE TO WS-NOU-SERVICE
               MOVE "UPD" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               IF ZACPT-CODRET-OK THEN
                   ADD 1 TO WS-NB-OK
                   DISPLAY "GKMCLA01 : " PC-COMPTE " CLASSE '"
                           WS-ANCIENNE-CLASSE "' -> '"
                           WS-NOUVELLE-CLASSE "' : OK"
                   INITIALIZE ZACHJ-DONNEES
                   MOVE 'CLA' TO ZACHJ-DOMAINE
                   MOVE PC-COMPTE TO ZACHJ-CLE
                   MOVE WS-ANCIENNE-CLASSE  TO ZACHJ-ANCVAL
                   MOVE WS-NOUVELLE-CLASSE  TO ZACHJ-NOUVAL
      *            The PARAMCLA line carries no operator id - the
      *            journal still pins the change to the second
                   PERFORM 8500-JOURNALISER-CHANGEMENT
               ELSE
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMCLA01 : " PC-COMPTE
                           " : UPD REJETE, CODRET=" ZACPT-CODRET
                           " " ZACPT-LIBRET
               END-IF
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKMCLA01 : " WS-NB-LUES " LIGNE(S), " WS-NB-OK
                   " OK, " WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE PARAMCLA-FDNAME
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
               DISPLAY "GKMCLA01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
