      *PROCESS TEST
      ******************************************************************
      * Program name   : GKFUS01
      * Original author: DEFAY E.
      *
      * Description    : Branch merger. Given the closing branch, the
      *                  absorbing branch and the merger's effective
      *                  date on one PARAMFUS line, moves every TBCPT
      *                  account carrying the closing ZACPT-AGENCE to
      *                  the absorbing one (MACPT CACC walk, UPD per
      *                  account, each move journalled to TBCHJ
      *                  domain 'AGE') and writes, per moved account
      *                  with a balance, the due-to/due-from pair
      *                  GKGL002 would have written for a transfer of
      *                  that balance between the two branches - the
      *                  closing branch hands the deposit (or the
      *                  overdraft) over and both branch books still
      *                  balance. The account number itself never
      *                  changes, so numbers already issued, TBALI
      *                  aliases, standing orders and every table
      *                  keyed on COMPTE keep working. The closing
      *                  branch's TBRNG range is then closed
      *                  (ZARNG-CLOS) so GKOPEN01 draws no new number
      *                  from it. Accounts that could not move are
      *                  listed on FILEOUT-FUSREP next to the moved
      *                  ones : a till (ZACPT-INT-CAISSE) still
      *                  holding cash stays with the closing branch
      *                  until it is counted down and the run is
      *                  repeated - a rerun only finds what was left.
      * Rules handling :
      *             RC = 00 : Every account moved, range closed
      *             RC = 01 : Could not open PARAMFUS or an output
      *             RC = 02 : Invalid PARAMFUS line, effective date
      *                       not reached, or inter-branch GL accounts
      *                       not configured - nothing moved
      *             RC = 04 : Merger done with accounts left behind
      *                       (see FILEOUT-FUSREP)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMFUS - closing branch, absorbing branch,
      *                   effective date (YYYY-MM-DD).
      *                   FILEOUT-FUSJRN - the due-to/due-from
      *                   journal lines, GKGL002's FILEOUT-INTERBR
      *                   layout.
      *                   FILEOUT-FUSREP - moved / left-behind report.
      *    TBPRM        : 'GKGL002 '/'CPTIBDA '/'CPTIBDU ' - the
      *                   inter-branch GL accounts GKGL002 posts to.
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
       PROGRAM-ID.    GKFUS01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMFUS-FDNAME
           ASSIGN TO DYNAMIC PARAMFUS-NAME
           FILE STATUS IS WS-FS-PARAMFUS
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-FUSJRN-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-FUSJRN-NAME
           FILE STATUS IS WS-FS-FUSJRN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-FUSREP-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-FUSREP-NAME
           FILE STATUS IS WS-FS-FUSREP
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMFUS-FDNAME RECORDING MODE F.
       01  PARAMFUS-RECORD.
           05  PF-AGENCE-FERMEE PIC X(03).
           05  FILLER          PIC X(01).
           05  PF-AGENCE-ABSORB PIC X(03).
           05  FILLER          PIC X(01).
           05  PF-DTEFF        PIC X(10).
           05  FILLER          PIC X(62).
       FD  FILEOUT-FUSJRN-FDNAME RECORDING MODE F.
       01  FILEOUT-FUSJRN-RECORD.
           05  FILLER          PIC X(80).
       FD  FILEOUT-FUSREP-FDNAME RECORDING MODE F.
       01  FILEOUT-FUSREP-RECORD.
           05  FILLER          PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBRNG.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  PARAMFUS-NAME    PIC X(30) VALUE 'PARAMFUS'.
       01  WS-FS-PARAMFUS   PIC X(02).
           88 FS-PARAMFUS-OK VALUE '00'.
       01  FILEOUT-FUSJRN-NAME PIC X(30) VALUE 'FILEOUT-FUSJRN'.
       01  WS-FS-FUSJRN     PIC X(02).
           88 FS-FUSJRN-OK  VALUE '00'.
       01  FILEOUT-FUSREP-NAME PIC X(30) VALUE 'FILEOUT-FUSREP'.
       01  WS-FS-FUSREP     PIC X(02).
           88 FS-FUSREP-OK  VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  The merger : branches and effective date
       01  WS-AGENCE-FERMEE PIC X(03).
       01  WS-AGENCE-ABSORB PIC X(03).
       01  WS-DTEFF         PIC X(10).
      *  As-of (processing) date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
      *  Designated inter-branch GL accounts (GKGL002's)
       01  WS-CPT-DU-A      PIC X(08).
       01  WS-CPT-DU-DE     PIC X(08).
      *  Per-account move
       01  WS-SOLDE-TRANSFERE PIC S9(13)V9(2) COMP-3.
       01  WS-SEQ-FUS       PIC 9(07) VALUE 0.
       01  WS-REF-FUS       PIC X(10).
       01  WS-MOTIF         PIC X(20).
      *  Journal line, GKGL002's FILEOUT-INTERBR layout
       01  JIB-LINE.
           05  JIB-DATE     PIC X(10).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JIB-AGENCE   PIC X(03).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JIB-CPTGL    PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JIB-SENS     PIC X(01).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JIB-MONTANT  PIC 9(11).99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JIB-REFOPE   PIC X(10).
           05  FILLER       PIC X(28) VALUE SPACES.
      *  Report lines
       01  RPT-TITRE.
           05  FILLER       PIC X(26)
               VALUE 'GKFUS01 - FUSION AGENCE '.
           05  RPT-T-FERMEE PIC X(03).
           05  FILLER       PIC X(06) VALUE ' DANS '.
           05  RPT-T-ABSORB PIC X(03).
           05  FILLER       PIC X(10) VALUE ' EFFET AU '.
           05  RPT-T-DTEFF  PIC X(10).
           05  FILLER       PIC X(42) VALUE SPACES.
       01  RPT-LINE.
           05  RPT-COMPTE   PIC X(11).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  RPT-DEVISE   PIC X(03).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  RPT-SOLDE    PIC -(13)9.99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  RPT-ETAT     PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  RPT-REF      PIC X(10).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  RPT-MOTIF    PIC X(20).
           05  FILLER       PIC X(26) VALUE SPACES.
       01  RPT-PLAGE.
           05  FILLER       PIC X(17) VALUE 'PLAGE TBRNG DE L '.
           05  FILLER       PIC X(07) VALUE 'AGENCE '.
           05  RPT-P-AGENCE PIC X(03).
           05  FILLER       PIC X(03) VALUE ' : '.
           05  RPT-P-ETAT   PIC X(30).
           05  FILLER       PIC X(40) VALUE SPACES.
      *  Counters
       01  WS-NB-DEPLACES   PIC 9(06) VALUE 0.
       01  WS-NB-RESTANTS   PIC 9(06) VALUE 0.
       01  WS-NB-ECRITURES  PIC 9(06) VALUE 0.
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
               PERFORM 1002-OUVRIR-SORTIES
           END-IF
           IF RC-IS-00 THEN
               MOVE "OPN" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               MOVE "FET" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               PERFORM UNTIL ZACPT-CODRET-EOF
                   IF ZACPT-AGENCE = WS-AGENCE-FERMEE THEN
                       PERFORM 1500-DEPLACER-COMPTE
                   END-IF
                   MOVE "FET" TO ZACPT-FONCTION
                   CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CLO" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               PERFORM 1700-FERMER-PLAGE
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Read and check the PARAMFUS line, resolve the processing
      *  date (TBPRC, else clock) and GKGL002's inter-branch GL
      *  accounts. Anything wrong stops the run before a single
      *  account moves.
           OPEN INPUT PARAMFUS-FDNAME
           IF NOT FS-PARAMFUS-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           READ PARAMFUS-FDNAME
           IF NOT FS-PARAMFUS-OK THEN
               CLOSE PARAMFUS-FDNAME
               MOVE '02' TO RC
               DISPLAY "GKFUS01 : PARAMFUS VIDE"
               EXIT PARAGRAPH
           END-IF
           MOVE PF-AGENCE-FERMEE TO WS-AGENCE-FERMEE
           MOVE PF-AGENCE-ABSORB TO WS-AGENCE-ABSORB
           MOVE PF-DTEFF         TO WS-DTEFF
           CLOSE PARAMFUS-FDNAME
           IF WS-AGENCE-FERMEE = SPACES
              OR WS-AGENCE-ABSORB = SPACES
              OR WS-AGENCE-FERMEE = WS-AGENCE-ABSORB
              OR WS-DTEFF = SPACES THEN
               MOVE '02' TO RC
               DISPLAY "GKFUS01 : PARAMFUS INVALIDE (" WS-AGENCE-FERMEE
                       "/" WS-AGENCE-ABSORB "/" WS-DTEFF ")"
               EXIT PARAGRAPH
           END-IF
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
           IF WS-AS-OF-DATE < WS-DTEFF THEN
               MOVE '02' TO RC
               DISPLAY "GKFUS01 : DATE D EFFET " WS-DTEFF
                       " NON ATTEINTE (JOUR " WS-AS-OF-DATE ")"
               EXIT PARAGRAPH
           END-IF
           MOVE 'GKGL002 ' TO ZAPRM-PGM
           MOVE 'CPTIBDA ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:8) TO WS-CPT-DU-A
           ELSE
               MOVE SPACES TO WS-CPT-DU-A
           END-IF
           MOVE 'GKGL002 ' TO ZAPRM-PGM
           MOVE 'CPTIBDU ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:8) TO WS-CPT-DU-DE
           ELSE
               MOVE SPACES TO WS-CPT-DU-DE
           END-IF
           IF WS-CPT-DU-A = SPACES
              OR WS-CPT-DU-DE = SPACES THEN
               MOVE '02' TO RC
               DISPLAY "GKFUS01 : COMPTES GL INTER-AGENCES NON "
                       "CONFIGURES (TBPRM GKGL002/CPTIBDA+CPTIBDU)"
           END-IF
           .

       1002-OUVRIR-SORTIES.
      ******************************************************************EDEFAY
      *  Open the journal and the report, report heading.
           OPEN OUTPUT FILEOUT-FUSJRN-FDNAME
           IF NOT FS-FUSJRN-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-FUSREP-FDNAME
           IF NOT FS-FUSREP-OK THEN
               CLOSE FILEOUT-FUSJRN-FDNAME
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AGENCE-FERMEE TO RPT-T-FERMEE
           MOVE WS-AGENCE-ABSORB TO RPT-T-ABSORB
           MOVE WS-DTEFF         TO RPT-T-DTEFF
           WRITE FILEOUT-FUSREP-RECORD FROM RPT-TITRE
           .

       1500-DEPLACER-COMPTE.
      ******************************************************************EDEFAY
      *  One account of the closing branch : a till still holding
      *  cash stays behind, anything else is re-assigned (MACPT UPD)
      *  and, when it carries a balance, handed over in the GL by
      *  its due-to/due-from pair.
           MOVE ZACPT-SOLDE TO WS-SOLDE-TRANSFERE
           MOVE ZACPT-COMPTE TO RPT-COMPTE
           MOVE ZACPT-DEVISE TO RPT-DEVISE
           MOVE ZACPT-SOLDE  TO RPT-SOLDE
           MOVE SPACES       TO RPT-REF
           IF ZACPT-INT-CAISSE
              AND ZACPT-SOLDE NOT = ZERO THEN
               MOVE 'CAISSE NON SOLDEE' TO WS-MOTIF
               PERFORM 1590-SIGNALER-RESTANT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AGENCE-ABSORB TO ZACPT-AGENCE
           MOVE "UPD" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               MOVE SPACES TO WS-MOTIF
               STRING 'MAJ REJETEE ' ZACPT-CODRET
                      DELIMITED BY SIZE INTO WS-MOTIF
               PERFORM 1590-SIGNALER-RESTANT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-DEPLACES
           INITIALIZE ZACHJ-DONNEES
           MOVE 'AGE' TO ZACHJ-DOMAINE
           MOVE ZACPT-COMPTE TO ZACHJ-CLE
           MOVE WS-AGENCE-FERMEE TO ZACHJ-ANCVAL
           MOVE WS-AGENCE-ABSORB TO ZACHJ-NOUVAL
           PERFORM 8500-JOURNALISER-CHANGEMENT
           IF WS-SOLDE-TRANSFERE NOT = ZERO THEN
               PERFORM 1600-ECRIRE-PAIRE-TRANSFERT
           END-IF
           MOVE 'DEPLACE' TO RPT-ETAT
           MOVE SPACES    TO RPT-MOTIF
           WRITE FILEOUT-FUSREP-RECORD FROM RPT-LINE
           .

       1590-SIGNALER-RESTANT.
      ******************************************************************EDEFAY
      *  One account left with the closing branch, and why.
           ADD 1 TO WS-NB-RESTANTS
           MOVE 'RESTANT' TO RPT-ETAT
           MOVE WS-MOTIF  TO RPT-MOTIF
           WRITE FILEOUT-FUSREP-RECORD FROM RPT-LINE
           DISPLAY "GKFUS01 : " RPT-COMPTE " NON DEPLACE : " WS-MOTIF
           .

       1600-ECRIRE-PAIRE-TRANSFERT.
      ******************************************************************EDEFAY
      *  The balance changes branch as if transferred : for a credit
      *  balance the closing branch credits the due-to GL account
      *  (it owes the deposit on) and the absorbing branch debits
      *  the due-from one - GKGL002's own pair for a transfer from
      *  the closing branch to the absorbing one. An overdrawn
      *  balance is the absorbing branch's asset now, the direction
      *  flips.
           ADD 1 TO WS-SEQ-FUS
           MOVE SPACES TO WS-REF-FUS
           STRING 'FUS' WS-SEQ-FUS DELIMITED BY SIZE INTO WS-REF-FUS
           MOVE WS-REF-FUS TO RPT-REF
           MOVE WS-DTEFF   TO JIB-DATE
           MOVE WS-REF-FUS TO JIB-REFOPE
           IF WS-SOLDE-TRANSFERE > ZERO THEN
               MOVE WS-SOLDE-TRANSFERE TO JIB-MONTANT
               MOVE WS-AGENCE-FERMEE TO JIB-AGENCE
               MOVE WS-CPT-DU-A TO JIB-CPTGL
               MOVE 'C' TO JIB-SENS
               WRITE FILEOUT-FUSJRN-RECORD FROM JIB-LINE
               MOVE WS-AGENCE-ABSORB TO JIB-AGENCE
               MOVE WS-CPT-DU-DE TO JIB-CPTGL
               MOVE 'D' TO JIB-SENS
               WRITE FILEOUT-FUSJRN-RECORD FROM JIB-LINE
           ELSE
               COMPUTE JIB-MONTANT = ZERO - WS-SOLDE-TRANSFERE
               MOVE WS-AGENCE-ABSORB TO JIB-AGENCE
               MOVE WS-CPT-DU-A TO JIB-CPTGL
               MOVE 'C' TO JIB-SENS
               WRITE FILEOUT-FUSJRN-RECORD FROM JIB-LINE
               MOVE WS-AGENCE-FERMEE TO JIB-AGENCE
               MOVE WS-CPT-DU-DE TO JIB-CPTGL
               MOVE 'D' TO JIB-SENS
               WRITE FILEOUT-FUSJRN-RECORD FROM JIB-LINE
           END-IF
           ADD 2 TO WS-NB-ECRITURES
           .

       1700-FERMER-PLAGE.
      ******************************************************************EDEFAY
      *  Close the closing branch's TBRNG range so GKOPEN01 issues
      *  no new number under it - the numbers already issued stay
      *  valid wherever their account now lives.
           MOVE WS-AGENCE-FERMEE TO ZARNG-AGENCE
           MOVE WS-AGENCE-FERMEE TO RPT-P-AGENCE
           MOVE "SEL" TO ZARNG-FONCTION
           CALL "MARNG" USING ZARNG-ZCMA, AUTH-QUERY
           EVALUATE TRUE
               WHEN NOT ZARNG-CODRET-OK
                   MOVE 'AUCUNE PLAGE' TO RPT-P-ETAT
               WHEN ZARNG-CLOS
                   MOVE 'DEJA FERMEE' TO RPT-P-ETAT
               WHEN OTHER
                   SET ZARNG-CLOS TO TRUE
                   MOVE "UPD" TO ZARNG-FONCTION
                   CALL "MARNG" USING ZARNG-ZCMA, AUTH-QUERY
                   IF ZARNG-CODRET-OK THEN
                       MOVE 'FERMEE' TO RPT-P-ETAT
                   ELSE
                       ADD 1 TO WS-NB-RESTANTS
                       MOVE SPACES TO RPT-P-ETAT
                       STRING 'FERMETURE REJETEE ' ZARNG-CODRET
                              DELIMITED BY SIZE INTO RPT-P-ETAT
                   END-IF
           END-EVALUATE
           WRITE FILEOUT-FUSREP-RECORD FROM RPT-PLAGE
           DISPLAY "GKFUS01 : PLAGE AGENCE " WS-AGENCE-FERMEE " : "
                   RPT-P-ETAT
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKFUS01 : AGENCE " WS-AGENCE-FERMEE " -> "
                   WS-AGENCE-ABSORB " : " WS-NB-DEPLACES
                   " DEPLACE(S), " WS-NB-RESTANTS " RESTANT(S), "
                   WS-NB-ECRITURES " ECRITURE(S) INTER-AGENCES"
           IF WS-NB-RESTANTS > 0 THEN
               MOVE '04' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-FUSJRN-FDNAME
           CLOSE FILEOUT-FUSREP-FDNAME
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
               DISPLAY "GKFUS01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
