      *PROCESS TEST
      ******************************************************************
      * Program name   : GKSTR01
      * Original author: DEFAY E.
      *
      * Description    : Suspicious-transaction report filing extract.
      *                  Every TBAMC case GKAMC01 moved to reported
      *                  ('D') and not yet filed (MAAMC CAMD, blank
      *                  DTEXTRAIT) goes to the financial intelligence
      *                  unit's submission file, FILEOUT-STR, one
      *                  ';'-delimited record type per line :
      *                    HDR - the submission, run date ;
      *                    CAS - the case : reference, account, flag
      *                      reason, amount, opening and declaration
      *                      dates, declaring analyst ;
      *                    NAR - the analyst's narrative ;
      *                    SUJ - the subject customer (TBCLI) ;
      *                    CPT - each of the subject's accounts,
      *                      current (MACPT CCL2) and closed (TBCPF,
      *                      status 'F', closing date last) ;
      *                    OPE - the flagged operations from TBHIS
      *                      with their counterparty : the flagged
      *                      reference for a 'GROS ' flag, the
      *                      account's whole day for a 'CUMUL' one ;
      *                  closed by the standard CTRLEXT trailer
      *                  (count, hash total on the OPE amounts). Each
      *                  case written gets DTEXTRAIT stamped, so the
      *                  next run does not file it again ; GKSTR02
      *                  takes the unit's acknowledgment back.
      * Rules handling :
      *             RC = 00 : Extract written (possibly empty)
      *             RC = 01 : Could not open FILEOUT-STR
      *             RC = 04 : Case(s) filed without their subject or
      *                       with DTEXTRAIT not stamped (see SYSOUT)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-STR - the submission file.
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
       PROGRAM-ID.    GKSTR01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-STR-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-STR-NAME
           FILE STATUS IS WS-FS-STR
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-STR-FDNAME RECORDING MODE F
           RECORD CONTAINS 250 CHARACTERS.
       01  FILEOUT-STR-RECORD.
          05  FILLER      PIC X(250).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBAMC.cpy".
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBCPF.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTRLEXT.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-STR-NAME PIC X(30) VALUE 'FILEOUT-STR'.
       01  WS-FS-STR        PIC X(02).
           88 FS-STR-OK     VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
      *  The case in hand - ZAAMC is reused by the UPD
       01  WS-CAS-DONNEES   PIC X(153).
       01  WS-CLIENT        PIC X(08).
      *  Delimited build area and edited amounts
       01  WS-LIGNE         PIC X(250).
       01  WS-MNT-EDIT      PIC -(13)9.99.
       01  WS-MNT-EDIT2     PIC -(13)9.99.
      *  Counts and hash total
       01  WS-NB-LIGNES     PIC 9(08) VALUE 0.
       01  WS-HASH-OPE      PIC S9(15)V9(2) COMP-3 VALUE 0.
       01  WS-NB-CAS        PIC 9(06) VALUE 0.
       01  WS-NB-OPE        PIC 9(07) VALUE 0.
       01  WS-NB-OPE-CAS    PIC 9(05).
       01  WS-NB-ANOMALIES  PIC 9(06) VALUE 0.
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
               MOVE "OP2" TO ZAAMC-FONCTION
               CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
               MOVE "FE2" TO ZAAMC-FONCTION
               CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
               PERFORM UNTIL NOT ZAAMC-CODRET-OK
                   IF ZAAMC-DTEXTRAIT = SPACES THEN
                       PERFORM 1100-DECLARER-CAS
                   END-IF
                   MOVE "FE2" TO ZAAMC-FONCTION
                   CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CL2" TO ZAAMC-FONCTION
               CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
               MOVE WS-NB-LIGNES TO ZTRL-NBENR
               MOVE WS-HASH-OPE  TO ZTRL-HASHMNT
               PERFORM 1950-BATIR-TRAILER
               WRITE FILEOUT-STR-RECORD FROM ZTRL-LIGNE
               DISPLAY "GKSTR01 : " WS-NB-CAS " CAS DECLARE(S), "
                       WS-NB-OPE " OPERATION(S), " WS-NB-LIGNES
                       " LIGNE(S)"
               IF WS-NB-ANOMALIES > 0 THEN
                   DISPLAY "GKSTR01 : " WS-NB-ANOMALIES
                           " ANOMALIE(S) - VOIR CI-DESSUS"
                   MOVE '04' TO RC
               END-IF
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the processing date and open the submission with its
      *  header.
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
           OPEN OUTPUT FILEOUT-STR-FDNAME
           IF NOT FS-STR-OK THEN
               DISPLAY "GKSTR01 : OUVERTURE FILEOUT-STR KO, FS="
                       WS-FS-STR
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIGNE
           STRING 'HDR;STR;' WS-AS-OF-DATE
                  DELIMITED BY SIZE INTO WS-LIGNE
           WRITE FILEOUT-STR-RECORD FROM WS-LIGNE
           .

       1100-DECLARER-CAS.
      ******************************************************************EDEFAY
      *  One reported case : its CAS and NAR lines, the subject and
      *  the flagged operations, then DTEXTRAIT stamped on the case.
           ADD 1 TO WS-NB-CAS
           MOVE ZAAMC-DONNEES TO WS-CAS-DONNEES
           MOVE ZAAMC-MONTANT TO WS-MNT-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING 'CAS;' ZAAMC-REFAMC ';' ZAAMC-COMPTE ';'
                  ZAAMC-RAISON ';' ZAAMC-REFOPE ';' WS-MNT-EDIT ';'
                  ZAAMC-DTOUVERT ';' ZAAMC-DTCLOTURE ';'
                  ZAAMC-OPERATEUR
                  DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM 1900-ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'NAR;' ZAAMC-REFAMC ';' ZAAMC-NARRATIF
                  DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM 1900-ECRIRE-LIGNE
           PERFORM 1200-DECLARER-SUJET
           PERFORM 1300-DECLARER-OPERATIONS
           MOVE WS-CAS-DONNEES TO ZAAMC-DONNEES
           MOVE WS-AS-OF-DATE TO ZAAMC-DTEXTRAIT
           MOVE "UPD" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           IF NOT ZAAMC-CODRET-OK THEN
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "GKSTR01 : " ZAAMC-REFAMC
                       " : DTEXTRAIT NON MIS A JOUR, CODRET="
                       ZAAMC-CODRET
           END-IF
      *    Restore the cursor row for the next FE2
           MOVE WS-CAS-DONNEES TO ZAAMC-DONNEES
           MOVE '00' TO ZAAMC-CODRET
           .

       1200-DECLARER-SUJET.
      ******************************************************************EDEFAY
      *  The subject : the account's customer (the closed-account
      *  register when the account has since been closed), its TBCLI
      *  record and every account it holds.
           MOVE SPACES TO WS-CLIENT
           MOVE ZAAMC-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK THEN
               MOVE ZACPT-CLIENT TO WS-CLIENT
           ELSE
               MOVE ZAAMC-COMPTE TO ZACPF-COMPTE
               MOVE "SEL" TO ZACPF-FONCTION
               CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
               IF ZACPF-CODRET-OK THEN
                   MOVE ZACPF-CLIENT TO WS-CLIENT
               END-IF
           END-IF
           MOVE WS-CLIENT TO ZACLI-CLIENT
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF WS-CLIENT = SPACES
              OR NOT ZACLI-CODRET-OK THEN
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "GKSTR01 : " ZAAMC-REFAMC " : SUJET INTROUVABLE"
                       " POUR LE COMPTE " ZAAMC-COMPTE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIGNE
           STRING 'SUJ;' ZAAMC-REFAMC ';' ZACLI-CLIENT ';'
                  ZACLI-NOM ';' ZACLI-ADRESSE ';' ZACLI-DDOUV ';'
                  ZACLI-TYPCLI ';' ZACLI-RESFISC1 ';' ZACLI-NIF1 ';'
                  ZACLI-RESFISC2 ';' ZACLI-NIF2
                  DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM 1900-ECRIRE-LIGNE
           MOVE WS-CLIENT TO ZACPT-CLIENT
           MOVE "OP2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPT-CODRET-OK
               MOVE ZACPT-SOLDE TO WS-MNT-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'CPT;' ZAAMC-REFAMC ';' ZACPT-COMPTE ';'
                      ZACPT-NOM ';' ZACPT-DEVISE ';' ZACPT-STATUT ';'
                      ZACPT-AGENCE ';' ZACPT-PRODUIT ';' WS-MNT-EDIT
                      ';' ZACPT-DDMVT ';'
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 1900-ECRIRE-LIGNE
               MOVE "FE2" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE WS-CLIENT TO ZACPF-CLIENT
           MOVE "OPN" TO ZACPF-FONCTION
           CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACPF-FONCTION
           CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPF-CODRET-OK
               MOVE SPACES TO WS-LIGNE
               STRING 'CPT;' ZAAMC-REFAMC ';' ZACPF-COMPTE ';;;F;;;;;'
                      ZACPF-DTCLOT
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 1900-ECRIRE-LIGNE
               MOVE "FET" TO ZACPF-FONCTION
               CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACPF-FONCTION
           CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           .

       1300-DECLARER-OPERATIONS.
      ******************************************************************EDEFAY
      *  The flagged operations : a 'GROS ' case carries the one
      *  flagged reference (MAHIS CHISR, on the case's account) ; a
      *  'CUMUL' case is the account's whole day, the day GKAML01
      *  opened it (MAHIS CHIS).
           MOVE ZERO TO WS-NB-OPE-CAS
           IF ZAAMC-REFOPE NOT = SPACES THEN
               MOVE ZAAMC-REFOPE TO ZAHIS-REFOPE
               MOVE "OP3" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               MOVE "FE3" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               PERFORM UNTIL NOT ZAHIS-CODRET-OK
                   IF ZAHIS-COMPTE = ZAAMC-COMPTE THEN
                       PERFORM 1350-ECRIRE-OPERATION
                   END-IF
                   MOVE "FE3" TO ZAHIS-FONCTION
                   CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CL3" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           ELSE
               MOVE ZAAMC-COMPTE   TO ZAHIS-COMPTE
               MOVE ZAAMC-DTOUVERT TO ZAHIS-DATDEB
               MOVE ZAAMC-DTOUVERT TO ZAHIS-DATFIN
               MOVE "OPN" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               PERFORM UNTIL NOT ZAHIS-CODRET-OK
                   PERFORM 1350-ECRIRE-OPERATION
                   MOVE "FET" TO ZAHIS-FONCTION
                   CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CLO" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-IF
           IF WS-NB-OPE-CAS = 0 THEN
               ADD 1 TO WS-NB-ANOMALIES
               DISPLAY "GKSTR01 : " ZAAMC-REFAMC " : AUCUNE OPERATION"
                       " TBHIS (PURGEE ?) - A COMPLETER A LA MAIN"
           END-IF
           .

       1350-ECRIRE-OPERATION.
      ******************************************************************EDEFAY
      *  OPE line - the TBHIS row with its counterparty fields.
           ADD 1 TO WS-NB-OPE-CAS
           ADD 1 TO WS-NB-OPE
           ADD ZAHIS-MNTOPE TO WS-HASH-OPE
           MOVE ZAHIS-MNTOPE TO WS-MNT-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING 'OPE;' ZAAMC-REFAMC ';' ZAHIS-COMPTE ';'
                  ZAHIS-REFOPE ';' ZAHIS-CODOPE ';' ZAHIS-LIBOPE ';'
                  ZAHIS-DTOPER ';' ZAHIS-DTVAL ';' ZAHIS-SENSAPP ';'
                  WS-MNT-EDIT ';' ZAHIS-ORIGINE ';' ZAHIS-CTPNOM ';'
                  ZAHIS-CTPCPT ';' ZAHIS-CTPLIB
                  DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM 1900-ECRIRE-LIGNE
           .

       1900-ECRIRE-LIGNE.
      ******************************************************************EDEFAY
      *  Write the line built in WS-LIGNE and count it.
           WRITE FILEOUT-STR-RECORD FROM WS-LIGNE
           ADD 1 TO WS-NB-LIGNES
           .

       1950-BATIR-TRAILER.
      ******************************************************************EDEFAY
      *  Build the standard CTRLEXT control trailer line from the
      *  count and hash the caller loaded - 'TRL;' count ';' hash ';'
      *  generation date ';' time - the one format every outbound
      *  extract stamps and GKVERF01 verifies.
           ACCEPT ZTRL-DTGEN-DIGITS FROM DATE YYYYMMDD
           STRING ZTRL-DTGEN-DIGITS(1:4) '-'
                  ZTRL-DTGEN-DIGITS(5:2) '-'
                  ZTRL-DTGEN-DIGITS(7:2)
                  DELIMITED BY SIZE INTO ZTRL-DTGEN
           ACCEPT ZTRL-HRGEN FROM TIME
           MOVE ZTRL-NBENR   TO ZTRL-NB-EDIT
           MOVE ZTRL-HASHMNT TO ZTRL-HASH-EDIT
           MOVE SPACES TO ZTRL-LIGNE
           STRING 'TRL;' ZTRL-NB-EDIT ';' ZTRL-HASH-EDIT ';'
                  ZTRL-DTGEN ';' ZTRL-HRGEN
                  DELIMITED BY SIZE INTO ZTRL-LIGNE
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-STR-FDNAME
           .
