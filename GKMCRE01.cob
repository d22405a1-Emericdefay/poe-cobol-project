      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMCRE01
      * Original author: DEFAY E.
      *
      * Description    : Creditor-side direct-debit register
      *                  maintenance batch - the authorized entry point
      *                  for TBCRE (our corporate customers collecting
      *                  through us, with the account credited on
      *                  settlement) and TBMNE (the mandates those
      *                  creditors hold from their debtors), same
      *                  shape as GKMMND01 for the debtor side.
      *                  Reads one instruction per PARAMCRE line, the
      *                  register named in cols 1-3 ('CRE' creditor,
      *                  'MNE' mandate), INS/UPD/DEL in cols 4-6.
      *                  A creditor INS must name an existing TBCPT
      *                  account and takes that account's currency ;
      *                  a mandate INS must name a registered
      *                  creditor. Every applied action lands in the
      *                  TBCHJ change journal (domains 'CRE'/'MNE').
      * Rules handling :
      *             RC = 00 : Every instruction applied cleanly
      *             RC = 01 : Could not open PARAMCRE
      *             RC = 05 : One or more instructions rejected (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMCRE - one fixed-format instruction per
      *                   line (see 1500-TRAITER-LIGNE and
      *                   JCL/GKMCRE01.jcl).
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
       PROGRAM-ID.    GKMCRE01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMCRE-FDNAME
           ASSIGN TO DYNAMIC PARAMCRE-NAME
           FILE STATUS IS WS-FS-PARAMCRE
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMCRE-FDNAME RECORDING MODE F.
       01  PARAMCRE-RECORD.
           05  PC-REGISTRE     PIC X(03).
           05  PC-FONCTION     PIC X(03).
           05  PC-CREANCIER    PIC X(08).
           05  PC-SUITE        PIC X(86).
      *  'CRE' line - the creditor and the account it is paid on
       01  PARAMCRE-CRE-RECORD.
           05  FILLER          PIC X(14).
           05  PC-COMPTE       PIC X(11).
           05  PC-DTADH        PIC X(10).
           05  PC-STATUT-CRE   PIC X(01).
           05  FILLER          PIC X(64).
      *  'MNE' line - one mandate of the creditor
       01  PARAMCRE-MNE-RECORD.
           05  FILLER          PIC X(14).
           05  PC-REFMND       PIC X(15).
           05  PC-DEBCPT       PIC X(24).
           05  PC-DEBNOM       PIC X(20).
           05  PC-DTSIGN       PIC X(10).
           05  PC-STATUT-MNE   PIC X(01).
           05  FILLER          PIC X(16).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCRE.cpy".
       COPY "./Copybooks/CTBMNE.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
       01  WS-ANCIEN-RESUME PIC X(30).
       01  WS-ANCIEN-TROUVE PIC X(01).
           88 ANCIEN-TROUVE VALUE 'Y'.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Input file
       01  PARAMCRE-NAME    PIC X(30) VALUE 'PARAMCRE'.
       01  WS-FS-PARAMCRE   PIC X(02).
           88 FS-PARAMCRE-OK VALUE '00'.
       01  WS-EOF-PARAMCRE  PIC X(01) VALUE 'N'.
           88 EOF-PARAMCRE  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
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
               PERFORM 1100-LIRE-PARAMCRE
               PERFORM UNTIL EOF-PARAMCRE
                   PERFORM 1500-TRAITER-LIGNE
                   PERFORM 1100-LIRE-PARAMCRE
               END-PERFORM
               PERFORM 1900-BILAN
           END-IF
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Open PARAMCRE, the maintenance instruction file.
           OPEN INPUT PARAMCRE-FDNAME
           IF NOT FS-PARAMCRE-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1100-LIRE-PARAMCRE.
      ******************************************************************EDEFAY
      *  Read the next PARAMCRE instruction line.
           READ PARAMCRE-FDNAME
               AT END SET EOF-PARAMCRE TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  Route one instruction to the register it names.
           ADD 1 TO WS-NB-LUES
           IF PC-FONCTION NOT = 'INS'
              AND PC-FONCTION NOT = 'UPD'
              AND PC-FONCTION NOT = 'DEL' THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMCRE01 : " PC-REGISTRE " " PC-FONCTION " "
                       PC-CREANCIER " : FONCTION INCONNUE"
               EXIT PARAGRAPH
           END-IF
           EVALUATE PC-REGISTRE
               WHEN 'CRE'
                   PERFORM 1600-TRAITER-CREANCIER
               WHEN 'MNE'
                   PERFORM 1700-TRAITER-MANDAT
               WHEN OTHER
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMCRE01 : " PC-REGISTRE " " PC-FONCTION
                           " " PC-CREANCIER " : REGISTRE INCONNU"
           END-EVALUATE
           .

       1600-TRAITER-CREANCIER.
      ******************************************************************EDEFAY
      *  Apply one TBCRE instruction. An INS or UPD names the
      *  customer account the collections settle on : it must exist
      *  on TBCPT and the creditor takes its currency.
           IF PC-FONCTION NOT = 'DEL' THEN
               MOVE PC-COMPTE TO ZACPT-COMPTE
               MOVE "SEL" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               IF NOT ZACPT-CODRET-OK THEN
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMCRE01 : CRE " PC-FONCTION " "
                           PC-CREANCIER " : COMPTE " PC-COMPTE
                           " INCONNU"
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    The creditor in place, if any - the journal's old value
           MOVE 'N' TO WS-ANCIEN-TROUVE
           MOVE PC-CREANCIER TO ZACRE-CREANCIER
           MOVE "SEL" TO ZACRE-FONCTION
           CALL "MACRE" USING ZACRE-ZCMA, AUTH-QUERY
           IF ZACRE-CODRET-OK THEN
               SET ANCIEN-TROUVE TO TRUE
               MOVE SPACES TO WS-ANCIEN-RESUME
               STRING ZACRE-COMPTE ' ' ZACRE-CODDEV ' ' ZACRE-STATUT
                      DELIMITED BY SIZE INTO WS-ANCIEN-RESUME
           END-IF
           MOVE PC-FONCTION  TO ZACRE-FONCTION
           MOVE PC-CREANCIER TO ZACRE-CREANCIER
           MOVE PC-COMPTE    TO ZACRE-COMPTE
           MOVE ZACPT-DEVISE TO ZACRE-CODDEV
           MOVE PC-DTADH     TO ZACRE-DTADH
           MOVE PC-STATUT-CRE TO ZACRE-STATUT
           CALL "MACRE" USING ZACRE-ZCMA, AUTH-QUERY
           IF ZACRE-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKMCRE01 : CRE " PC-FONCTION " "
                       PC-CREANCIER " : OK"
               INITIALIZE ZACHJ-DONNEES
               MOVE 'CRE' TO ZACHJ-DOMAINE
               MOVE PC-CREANCIER TO ZACHJ-CLE
               IF ANCIEN-TROUVE THEN
                   MOVE WS-ANCIEN-RESUME TO ZACHJ-ANCVAL
               ELSE
                   MOVE '(NOUVEAU)' TO ZACHJ-ANCVAL
               END-IF
               IF PC-FONCTION = 'DEL' THEN
                   MOVE '(SUPPRIME)' TO ZACHJ-NOUVAL
               ELSE
                   MOVE SPACES TO ZACHJ-NOUVAL
                   STRING PC-COMPTE ' ' ZACPT-DEVISE ' '
                          PC-STATUT-CRE
                          DELIMITED BY SIZE INTO ZACHJ-NOUVAL
               END-IF
               PERFORM 8500-JOURNALISER-CHANGEMENT
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMCRE01 : CRE " PC-FONCTION " "
                       PC-CREANCIER " : REJETE, CODRET="
                       ZACRE-CODRET " " ZACRE-LIBRET
           END-IF
           .

       1700-TRAITER-MANDAT.
      ******************************************************************EDEFAY
      *  Apply one TBMNE instruction. An INS must name a registered
      *  creditor - a mandate of nobody is never collected on.
           IF PC-FONCTION = 'INS' THEN
               MOVE PC-CREANCIER TO ZACRE-CREANCIER
               MOVE "SEL" TO ZACRE-FONCTION
               CALL "MACRE" USING ZACRE-ZCMA, AUTH-QUERY
               IF NOT ZACRE-CODRET-OK THEN
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMCRE01 : MNE INS " PC-CREANCIER "/"
                           PC-REFMND " : CREANCIER INCONNU"
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    The mandate in place, if any - the journal's old value
           MOVE 'N' TO WS-ANCIEN-TROUVE
           MOVE PC-CREANCIER TO ZAMNE-CREANCIER
           MOVE PC-REFMND    TO ZAMNE-REFMND
           MOVE "SEL" TO ZAMNE-FONCTION
           CALL "MAMNE" USING ZAMNE-ZCMA, AUTH-QUERY
           IF ZAMNE-CODRET-OK THEN
               SET ANCIEN-TROUVE TO TRUE
               MOVE SPACES TO WS-ANCIEN-RESUME
               STRING ZAMNE-DEBCPT ' ' ZAMNE-STATUT
                      DELIMITED BY SIZE INTO WS-ANCIEN-RESUME
           END-IF
           MOVE PC-FONCTION   TO ZAMNE-FONCTION
           MOVE PC-CREANCIER  TO ZAMNE-CREANCIER
           MOVE PC-REFMND     TO ZAMNE-REFMND
           MOVE PC-DEBCPT     TO ZAMNE-DEBCPT
           MOVE PC-DEBNOM     TO ZAMNE-DEBNOM
           MOVE PC-DTSIGN     TO ZAMNE-DTSIGN
           MOVE PC-STATUT-MNE TO ZAMNE-STATUT
           CALL "MAMNE" USING ZAMNE-ZCMA, AUTH-QUERY
           IF ZAMNE-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
               DISPLAY "GKMCRE01 : MNE " PC-FONCTION " "
                       PC-CREANCIER "/" PC-REFMND " : OK"
               INITIALIZE ZACHJ-DONNEES
               MOVE 'MNE' TO ZACHJ-DOMAINE
      *        Key truncated to the journal's 22 bytes - a long
      *        mandate reference keeps its leading part
               STRING PC-CREANCIER '/' PC-REFMND
                      DELIMITED BY SIZE INTO ZACHJ-CLE
               IF ANCIEN-TROUVE THEN
                   MOVE WS-ANCIEN-RESUME TO ZACHJ-ANCVAL
               ELSE
                   MOVE '(NOUVEAU)' TO ZACHJ-ANCVAL
               END-IF
               IF PC-FONCTION = 'DEL' THEN
                   MOVE '(SUPPRIME)' TO ZACHJ-NOUVAL
               ELSE
                   MOVE SPACES TO ZACHJ-NOUVAL
                   STRING PC-DEBCPT ' ' PC-STATUT-MNE
                          DELIMITED BY SIZE INTO ZACHJ-NOUVAL
               END-IF
               PERFORM 8500-JOURNALISER-CHANGEMENT
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMCRE01 : MNE " PC-FONCTION " "
                       PC-CREANCIER "/" PC-REFMND " : REJETE, CODRET="
                       ZAMNE-CODRET " " ZAMNE-LIBRET
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKMCRE01 : " WS-NB-LUES " LIGNE(S), " WS-NB-OK
                   " OK, " WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE PARAMCRE-FDNAME
           .

       8500-JOURNALISER-CHANGEMENT.
      ******************************************************************EDEFAY
      *  One TBCHJ change-journal row for the action just applied -
      *  the caller filled domain/key/old/new, the timestamp stamps
      *  here. A failed INS never un-applies the change : it is
      *  reported and the SYSOUT log remains.
           ACCEPT WS-CHJ-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-CHJ-YYYYMMDD(1:4) '-' WS-CHJ-YYYYMMDD(5:2)
                  '-' WS-CHJ-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO ZACHJ-DTCHJ
           ACCEPT WS-CHJ-HHMMSS FROM TIME
           MOVE WS-CHJ-HHMMSS TO ZACHJ-HRCHJ
           MOVE "INS" TO ZACHJ-FONCTION
           CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           IF NOT ZACHJ-CODRET-OK THEN
               DISPLAY "GKMCRE01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
