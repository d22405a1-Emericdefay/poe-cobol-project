      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMECL01
      * Original author: DEFAY E.
      *
      * Description    : TBECL expected-credit-loss rate maintenance
      *                  batch, the authorized entry point that adds,
      *                  amends and removes the provision rate per
      *                  loan product and stage through MAECL. Reads
      *                  one instruction per PARAMECL line (INS/UPD/
      *                  DEL), fetches the rate in place first on an
      *                  UPD or DEL to log old-rate vs new-rate for
      *                  audit - the GKMECL01 idiom - journals every
      *                  applied change to TBCHJ (domain 'ECL') and
      *                  reports each line's outcome. A stage outside
      *                  1-3 or a rate outside 0-1 is rejected before
      *                  MAECL is called.
      * Rules handling :
      *             RC = 00 : Every instruction applied cleanly
      *             RC = 01 : Could not open PARAMECL
      *             RC = 05 : One or more instructions rejected (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMECL - one fixed-format instruction per
      *                   line (see 1500-TRAITER-LIGNE) : function,
      *                   product (blank = default row), stage, rate.
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
       PROGRAM-ID.    GKMECL01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMECL-FDNAME
           ASSIGN TO DYNAMIC PARAMECL-NAME
           FILE STATUS IS WS-FS-PARAMECL
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMECL-FDNAME RECORDING MODE F.
       01  PARAMECL-RECORD.
           05  PE-FONCTION     PIC X(03).
           05  PE-PRODUIT      PIC X(04).
           05  PE-STAGE        PIC X(01).
           05  PE-TAUX         PIC X(08).
           05  FILLER          PIC X(64).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBECL.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
       01  WS-CHJ-ED1       PIC -(2)9.9999.
       01  WS-ANCIEN-TROUVE PIC X(01).
           88 ANCIEN-TROUVE VALUE 'Y'.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Input file
       01  PARAMECL-NAME    PIC X(30) VALUE 'PARAMECL'.
       01  WS-FS-PARAMECL   PIC X(02).
           88 FS-PARAMECL-OK VALUE '00'.
       01  WS-EOF-PARAMECL  PIC X(01) VALUE 'N'.
           88 EOF-PARAMECL  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Old rate kept for the audit log on an UPD/DEL, new rate
      *  checked before it is applied
       01  WS-TAUX-AVANT    PIC S9(3)V9(4) COMP-3.
       01  WS-TAUX-NOUVEAU  PIC S9(3)V9(4) COMP-3 VALUE 0.
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
           OPEN INPUT PARAMECL-FDNAME
           IF NOT FS-PARAMECL-OK THEN
               MOVE '01' TO RC
           ELSE
               PERFORM 1100-LIRE-PARAMECL
               PERFORM UNTIL EOF-PARAMECL
                   PERFORM 1500-TRAITER-LIGNE
                   PERFORM 1100-LIRE-PARAMECL
               END-PERFORM
               PERFORM 1900-BILAN
               CLOSE PARAMECL-FDNAME
           END-IF
           .

       1100-LIRE-PARAMECL.
      ******************************************************************EDEFAY
      *  Read the next PARAMECL instruction line.
           READ PARAMECL-FDNAME
               AT END SET EOF-PARAMECL TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  Apply one rate instruction (INS/UPD/DEL) against MAECL,
      *  logging old-rate vs new-rate on an UPD or DEL - a wrong rate
      *  misstates the provision of every loan of the product.
           ADD 1 TO WS-NB-LUES
           MOVE 'N' TO WS-ANCIEN-TROUVE
           MOVE ZERO TO WS-TAUX-NOUVEAU
           IF PE-STAGE NOT = '1' AND PE-STAGE NOT = '2'
              AND PE-STAGE NOT = '3' THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMECL01 : " PE-FONCTION " " PE-PRODUIT "/"
                       PE-STAGE " : REJETE, STAGE HORS 1-3"
               EXIT PARAGRAPH
           END-IF
           IF PE-FONCTION NOT = 'DEL' THEN
               COMPUTE WS-TAUX-NOUVEAU = FUNCTION NUMVAL(PE-TAUX)
               IF WS-TAUX-NOUVEAU < ZERO
                  OR WS-TAUX-NOUVEAU > 1 THEN
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMECL01 : " PE-FONCTION " " PE-PRODUIT
                           "/" PE-STAGE " : REJETE, TAUX HORS 0-1 "
                           PE-TAUX
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PE-FONCTION = 'UPD' OR PE-FONCTION = 'DEL' THEN
               MOVE PE-PRODUIT TO ZAECL-PRODUIT
               MOVE PE-STAGE   TO ZAECL-STAGE
               MOVE "SEL" TO ZAECL-FONCTION
               CALL "MAECL" USING ZAECL-ZCMA, AUTH-QUERY
               IF ZAECL-CODRET-OK THEN
                   SET ANCIEN-TROUVE TO TRUE
                   MOVE ZAECL-TAUX TO WS-TAUX-AVANT
                   DISPLAY "GKMECL01 : " PE-PRODUIT "/" PE-STAGE
                           " ANCIEN TAUX " WS-TAUX-AVANT
               END-IF
           END-IF
           MOVE PE-FONCTION    TO ZAECL-FONCTION
           MOVE PE-PRODUIT     TO ZAECL-PRODUIT
           MOVE PE-STAGE       TO ZAECL-STAGE
           MOVE WS-TAUX-NOUVEAU TO ZAECL-TAUX
           CALL "MAECL" USING ZAECL-ZCMA, AUTH-QUERY
           IF ZAECL-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKMECL01 : " PE-FONCTION " " PE-PRODUIT "/"
                       PE-STAGE " TAUX " ZAECL-TAUX " : OK"
               INITIALIZE ZACHJ-DONNEES
               MOVE 'ECL' TO ZACHJ-DOMAINE
               STRING PE-PRODUIT '/' PE-STAGE
                      DELIMITED BY SIZE INTO ZACHJ-CLE
               IF ANCIEN-TROUVE THEN
                   MOVE WS-TAUX-AVANT TO WS-CHJ-ED1
                   MOVE WS-CHJ-ED1 TO ZACHJ-ANCVAL
               ELSE
                   MOVE '(NOUVEAU)' TO ZACHJ-ANCVAL
               END-IF
               IF PE-FONCTION = 'DEL' THEN
                   MOVE '(SUPPRIME)' TO ZACHJ-NOUVAL
               ELSE
                   MOVE PE-TAUX TO ZACHJ-NOUVAL
               END-IF
               PERFORM 8500-JOURNALISER-CHANGEMENT
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMECL01 : " PE-FONCTION " " PE-PRODUIT "/"
                       PE-STAGE " : REJETE, CODRET=" ZAECL-CODRET
                       " " ZAECL-LIBRET
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKMECL01 : " WS-NB-LUES " LIGNE(S), " WS-NB-OK
                   " OK, " WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
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
               DISPLAY "GKMECL01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
