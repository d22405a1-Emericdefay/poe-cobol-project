      *PROCESS TEST
      ******************************************************************
      * Program name   : GKSAR01
      * Original author: DEFAY E.
      *
      * Description    : Data-protection subject-access export. For
      *                  the customer named in PARAMSAR, writes ONE
      *                  ';'-delimited file, FILEOUT-SAR, holding
      *                  everything the bank keeps on that person,
      *                  one record type per line :
      *                    CLI - the customer master ;
      *                    CLH - each TBCLH change-history image ;
      *                    CPT - each current account (MACPT CCL2) ;
      *                    CPF - each closed account (TBCPF) ;
      *                    TIT - the holders of every account ;
      *                    MND - the direct-debit mandates ;
      *                    CHQ - the cheques issued ;
      *                    STO - the standing orders ;
      *                    PRT - the loans ; DEP - the term deposits ;
      *                    HIA - archived history (the GKPHIS01
      *                      archive read back, GKRHIS01's way) ;
      *                    HIS - the live history (MAHIS CHIS) ;
      *                    ACC - every TBACC row showing who looked
      *                      at the customer's accounts.
      *                  A HDR line opens the file and the standard
      *                  CTRLEXT trailer closes it (count, hash total
      *                  on the history amounts). The export itself
      *                  is then logged on TBACC as inquiry type SAR
      *                  against each current account.
      *                  AML data is left out BY DESIGN so the export
      *                  can never tip the customer off : TBAMC cases,
      *                  TBHIT watchlist hits, TBREV re-screen reviews
      *                  and the customer's risk rating and review
      *                  date are not read.
      * Rules handling :
      *             RC = 00 : Export written
      *             RC = 01 : Could not read PARAMSAR
      *             RC = 02 : Customer not on TBCLI
      *             RC = 03 : Could not open FILEOUT-SAR
      *             RC = 04 : Export written but truncated - more
      *                       than 200 accounts (see SYSOUT)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMSAR - one line : customer (8), the
      *                   compliance officer making the export (8).
      *                   FILEIN-ARCHIVE - OPTIONAL, the (concatenated)
      *                   GKPHIS01 archive generations.
      *                   FILEOUT-SAR - the export.
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
       PROGRAM-ID.    GKSAR01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMSAR-FDNAME
           ASSIGN TO DYNAMIC PARAMSAR-NAME
           FILE STATUS IS WS-FS-PARAMSAR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEIN-ARCHIVE-FDNAME
           ASSIGN TO DYNAMIC FILEIN-ARCHIVE-NAME
           FILE STATUS IS WS-FS-ARCHIVE
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-SAR-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-SAR-NAME
           FILE STATUS IS WS-FS-SAR
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMSAR-FDNAME RECORDING MODE F.
       01  PARAMSAR-RECORD.
           05  PS-CLIENT       PIC X(08).
           05  PS-OPERATEUR    PIC X(08).
           05  FILLER          PIC X(64).
       FD  FILEIN-ARCHIVE-FDNAME RECORDING MODE F.
       01  FILEIN-ARCHIVE-RECORD.
      *    The ARCH-LINE layout GKPHIS01 writes, read back field for
      *    field
           05  FAR-COMPTE      PIC X(11).
           05  FILLER          PIC X(01).
           05  FAR-REFOPE      PIC X(10).
           05  FILLER          PIC X(01).
           05  FAR-CODOPE      PIC X(03).
           05  FILLER          PIC X(01).
           05  FAR-DTOPER      PIC X(10).
           05  FILLER          PIC X(01).
           05  FAR-MNTOPE      PIC X(15).
           05  FILLER          PIC X(01).
           05  FAR-OPERATEUR   PIC X(08).
           05  FILLER          PIC X(18).
       FD  FILEOUT-SAR-FDNAME RECORDING MODE F
           RECORD CONTAINS 250 CHARACTERS.
       01  FILEOUT-SAR-RECORD.
          05  FILLER      PIC X(250).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCLH.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBCPF.cpy".
       COPY "./Copybooks/CTBTIT.cpy".
       COPY "./Copybooks/CTBMND.cpy".
       COPY "./Copybooks/CTBCHQ.cpy".
       COPY "./Copybooks/CTBSTO.cpy".
       COPY "./Copybooks/CTBPRT.cpy".
       COPY "./Copybooks/CTBDEP.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBACC.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTRLEXT.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  PARAMSAR-NAME    PIC X(30) VALUE 'PARAMSAR'.
       01  WS-FS-PARAMSAR   PIC X(02).
           88 FS-PARAMSAR-OK VALUE '00'.
       01  FILEIN-ARCHIVE-NAME PIC X(30) VALUE 'FILEIN-ARCHIVE'.
       01  WS-FS-ARCHIVE    PIC X(02).
           88 FS-ARCHIVE-OK  VALUE '00'.
           88 FS-ARCHIVE-END VALUE '10'.
       01  FILEOUT-SAR-NAME PIC X(30) VALUE 'FILEOUT-SAR'.
       01  WS-FS-SAR        PIC X(02).
           88 FS-SAR-OK     VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Request and processing date
       01  WS-CLIENT        PIC X(08).
       01  WS-OPERATEUR     PIC X(08).
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
       01  WS-ACC-HEURE     PIC 9(08).
      *  The customer's accounts, current and closed - every later
      *  leg is read account by account or filtered against this
      *  table
       01  WS-CPTS-NB       PIC 9(03) VALUE 0.
       01  WS-CPTS-MAX      PIC 9(03) VALUE 200.
       01  WS-CPTS-TABLE.
           05  WS-CPTS-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-CPTS-IX.
               10  WS-CPTS-COMPTE PIC X(11).
               10  WS-CPTS-ETAT   PIC X(01).
                   88 CPTS-OUVERT VALUE 'O'.
                   88 CPTS-FERME  VALUE 'F'.
       01  WS-CPTS-DEBORDE  PIC X(01) VALUE 'N'.
           88 CPTS-DEBORDE  VALUE 'Y'.
       01  WS-CPTS-RECH     PIC X(11).
       01  WS-CPTS-TROUVE   PIC X(01).
           88 CPTS-TROUVE   VALUE 'Y'.
      *  Delimited build area and edited amounts
       01  WS-LIGNE         PIC X(250).
       01  WS-MNT-EDIT      PIC -(13)9.99.
       01  WS-MNT-EDIT2     PIC -(13)9.99.
       01  WS-TAUX-EDIT     PIC -(3)9.9999.
      *  Counts and hash total
       01  WS-NB-LIGNES     PIC 9(08) VALUE 0.
       01  WS-HASH-HIS      PIC S9(15)V9(2) COMP-3 VALUE 0.
       01  WS-NB-HIS        PIC 9(07) VALUE 0.
       01  WS-NB-HIA        PIC 9(07) VALUE 0.
       01  WS-NB-ACC        PIC 9(06) VALUE 0.
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
               PERFORM 1100-EXPORTER-CLIENT
               PERFORM 1200-CHARGER-COMPTES
               PERFORM 1300-EXPORTER-PAR-COMPTE
               PERFORM 1400-EXPORTER-MANDATS
               PERFORM 1450-EXPORTER-CHEQUES
               PERFORM 1500-EXPORTER-ORDRES
               PERFORM 1600-EXPORTER-ARCHIVES
               PERFORM 1700-EXPORTER-ACCES
               MOVE WS-NB-LIGNES TO ZTRL-NBENR
               MOVE WS-HASH-HIS  TO ZTRL-HASHMNT
               PERFORM 1950-BATIR-TRAILER
               WRITE FILEOUT-SAR-RECORD FROM ZTRL-LIGNE
               PERFORM 1800-JOURNALISER-EXPORT
               DISPLAY "GKSAR01 : CLIENT " WS-CLIENT " - "
                       WS-CPTS-NB " COMPTE(S), " WS-NB-HIA
                       " OPERATION(S) ARCHIVEE(S), " WS-NB-HIS
                       " VIVE(S), " WS-NB-ACC " ACCES, "
                       WS-NB-LIGNES " LIGNE(S)"
               IF CPTS-DEBORDE THEN
                   DISPLAY "GKSAR01 : PLUS DE " WS-CPTS-MAX
                           " COMPTES - EXPORT INCOMPLET"
                   MOVE '04' TO RC
               END-IF
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Read the request, resolve the processing date, check the
      *  customer exists and open the export with its header.
           OPEN INPUT PARAMSAR-FDNAME
           IF NOT FS-PARAMSAR-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           READ PARAMSAR-FDNAME INTO PARAMSAR-RECORD
           IF NOT FS-PARAMSAR-OK THEN
               MOVE '01' TO RC
               CLOSE PARAMSAR-FDNAME
               EXIT PARAGRAPH
           END-IF
           MOVE PS-CLIENT    TO WS-CLIENT
           MOVE PS-OPERATEUR TO WS-OPERATEUR
           CLOSE PARAMSAR-FDNAME
           IF WS-OPERATEUR = SPACES THEN
               MOVE 'UNKNOWN ' TO WS-OPERATEUR
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
           MOVE WS-CLIENT TO ZACLI-CLIENT
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF NOT ZACLI-CODRET-OK THEN
               DISPLAY "GKSAR01 : CLIENT " WS-CLIENT " INCONNU"
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-SAR-FDNAME
           IF NOT FS-SAR-OK THEN
               MOVE '03' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIGNE
           STRING 'HDR;SAR;' WS-CLIENT ';' WS-AS-OF-DATE ';'
                  WS-OPERATEUR
                  DELIMITED BY SIZE INTO WS-LIGNE
           WRITE FILEOUT-SAR-RECORD FROM WS-LIGNE
           .

       1100-EXPORTER-CLIENT.
      ******************************************************************EDEFAY
      *  CLI line, then one CLH line per change-history image. The
      *  risk rating and its review date are AML output and stay out.
           MOVE ZACLI-LIMGLOB TO WS-MNT-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING 'CLI;' ZACLI-CLIENT ';' ZACLI-NOM ';'
                  ZACLI-ADRESSE ';' ZACLI-DDOUV ';' ZACLI-TYPCLI ';'
                  ZACLI-DEVREF ';' WS-MNT-EDIT ';'
                  ZACLI-RESFISC1 ';' ZACLI-NIF1 ';'
                  ZACLI-RESFISC2 ';' ZACLI-NIF2 ';' ZACLI-USPERS
                  DELIMITED BY SIZE INTO WS-LIGNE
           PERFORM 1900-ECRIRE-LIGNE
           MOVE WS-CLIENT TO ZACLH-CLIENT
           MOVE "OPN" TO ZACLH-FONCTION
           CALL "MACLH" USING ZACLH-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACLH-FONCTION
           CALL "MACLH" USING ZACLH-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACLH-CODRET-OK
               MOVE SPACES TO WS-LIGNE
               STRING 'CLH;' ZACLH-CLIENT ';' ZACLH-DTCHG ';'
                      ZACLH-HRCHG ';' ZACLH-NOMAV ';' ZACLH-ADRAV ';'
                      ZACLH-NOMAP ';' ZACLH-ADRAP ';' ZACLH-FISCAV
                      ';' ZACLH-FISCAP
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 1900-ECRIRE-LIGNE
               MOVE "FET" TO ZACLH-FONCTION
               CALL "MACLH" USING ZACLH-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACLH-FONCTION
           CALL "MACLH" USING ZACLH-ZCMA, AUTH-QUERY
           .

       1200-CHARGER-COMPTES.
      ******************************************************************EDEFAY
      *  The customer's current accounts (MACPT CCL2), each exported
      *  as a CPT line, then the closed ones kept on TBCPF as CPF
      *  lines. Both go to the account table.
           MOVE WS-CLIENT TO ZACPT-CLIENT
           MOVE "OP2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPT-CODRET-OK
               MOVE ZACPT-SOLDE  TO WS-MNT-EDIT
               MOVE ZACPT-LIMDEC TO WS-MNT-EDIT2
               MOVE SPACES TO WS-LIGNE
               STRING 'CPT;' ZACPT-COMPTE ';' ZACPT-NOM ';'
                      WS-MNT-EDIT ';' ZACPT-DEVISE ';'
                      ZACPT-STATUT ';' ZACPT-TIER ';'
                      ZACPT-AGENCE ';' ZACPT-PRODUIT ';'
                      WS-MNT-EDIT2 ';' ZACPT-DDMVT ';' ZACPT-ESTMT
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 1900-ECRIRE-LIGNE
               IF WS-CPTS-NB < WS-CPTS-MAX THEN
                   ADD 1 TO WS-CPTS-NB
                   SET WS-CPTS-IX TO WS-CPTS-NB
                   MOVE ZACPT-COMPTE TO WS-CPTS-COMPTE (WS-CPTS-IX)
                   SET CPTS-OUVERT (WS-CPTS-IX) TO TRUE
               ELSE
                   SET CPTS-DEBORDE TO TRUE
               END-IF
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
               STRING 'CPF;' ZACPF-COMPTE ';' ZACPF-CLIENT ';'
                      ZACPF-DTCLOT
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 1900-ECRIRE-LIGNE
               IF WS-CPTS-NB < WS-CPTS-MAX THEN
                   ADD 1 TO WS-CPTS-NB
                   SET WS-CPTS-IX TO WS-CPTS-NB
                   MOVE ZACPF-COMPTE TO WS-CPTS-COMPTE (WS-CPTS-IX)
                   SET CPTS-FERME (WS-CPTS-IX) TO TRUE
               ELSE
                   SET CPTS-DEBORDE TO TRUE
               END-IF
               MOVE "FET" TO ZACPF-FONCTION
               CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACPF-FONCTION
           CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           .

       1300-EXPORTER-PAR-COMPTE.
      ******************************************************************EDEFAY
      *  The legs with a by-account cursor : holders, loans, term
      *  deposits and the live history.
           PERFORM VARYING WS-CPTS-IX FROM 1 BY 1
                   UNTIL WS-CPTS-IX > WS-CPTS-NB
               PERFORM 1310-EXPORTER-TITULAIRES
               PERFORM 1320-EXPORTER-PRETS
               PERFORM 1330-EXPORTER-DEPOTS
               PERFORM 1340-EXPORTER-HISTORIQUE
           END-PERFORM
           .

       1310-EXPORTER-TITULAIRES.
      ******************************************************************EDEFAY
      *  TIT lines - MATIT CTIT.
           MOVE WS-CPTS-COMPTE (WS-CPTS-IX) TO ZATIT-COMPTE
           MOVE "OPN" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZATIT-CODRET-OK
               MOVE SPACES TO WS-LIGNE
               STRING 'TIT;' ZATIT-COMPTE ';' ZATIT-TITULAIRE ';'
                      ZATIT-MANDAT
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 1900-ECRIRE-LIGNE
               MOVE "FET" TO ZATIT-FONCTION
               CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           .

       1320-EXPORTER-PRETS.
      ******************************************************************EDEFAY
      *  PRT lines - MAPRT CPR2 (by settlement account).
           MOVE WS-CPTS-COMPTE (WS-CPTS-IX) TO ZAPRT-COMPTE
           MOVE "OP2" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAPRT-CODRET-OK
               MOVE ZAPRT-MNTPRET TO WS-MNT-EDIT
               MOVE ZAPRT-CRD     TO WS-MNT-EDIT2
               MOVE ZAPRT-TAUX    TO WS-TAUX-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'PRT;' ZAPRT-REFPRT ';' ZAPRT-COMPTE ';'
                      ZAPRT-CODDEV ';' WS-MNT-EDIT ';'
                      WS-TAUX-EDIT ';' ZAPRT-DUREE ';'
                      ZAPRT-NBECH ';' WS-MNT-EDIT2 ';'
                      ZAPRT-DATPROCH ';' ZAPRT-STATUT
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 1900-ECRIRE-LIGNE
               MOVE "FE2" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           .

       1330-EXPORTER-DEPOTS.
      ******************************************************************EDEFAY
      *  DEP lines - MADEP CDE2 (by funding account).
           MOVE WS-CPTS-COMPTE (WS-CPTS-IX) TO ZADEP-COMPTE
           MOVE "OP2" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZADEP-CODRET-OK
               MOVE ZADEP-MNTPRIN TO WS-MNT-EDIT
               MOVE ZADEP-TAUX    TO WS-TAUX-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'DEP;' ZADEP-REFDEP ';' ZADEP-COMPTE ';'
                      ZADEP-CODDEV ';' WS-MNT-EDIT ';'
                      WS-TAUX-EDIT ';' ZADEP-DUREE ';'
                      ZADEP-DTDEB ';' ZADEP-DTMAT ';' ZADEP-ROLL ';'
                      ZADEP-STATUT ';' ZADEP-DTRUPT
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 1900-ECRIRE-LIGNE
               MOVE "FE2" TO ZADEP-FONCTION
               CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           .

       1340-EXPORTER-HISTORIQUE.
      ******************************************************************EDEFAY
      *  HIS lines - MAHIS CHIS over the whole date range, with the
      *  counterparty details the customer sees on a statement.
           MOVE WS-CPTS-COMPTE (WS-CPTS-IX) TO ZAHIS-COMPTE
           MOVE '0001-01-01' TO ZAHIS-DATDEB
           MOVE '9999-12-31' TO ZAHIS-DATFIN
           MOVE "OPN" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               ADD 1 TO WS-NB-HIS
               ADD ZAHIS-MNTOPE TO WS-HASH-HIS
               MOVE ZAHIS-MNTOPE TO WS-MNT-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'HIS;' ZAHIS-COMPTE ';' ZAHIS-REFOPE ';'
                      ZAHIS-CODOPE ';' ZAHIS-LIBOPE ';'
                      ZAHIS-DTOPER ';' ZAHIS-DTVAL ';'
                      ZAHIS-SENSAPP ';' WS-MNT-EDIT ';'
                      ZAHIS-CTPNOM ';' ZAHIS-CTPCPT ';'
                      ZAHIS-CTPLIB
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 1900-ECRIRE-LIGNE
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       1400-EXPORTER-MANDATS.
      ******************************************************************EDEFAY
      *  MND lines - one MAMND CMND scan kept to the customer's
      *  accounts.
           MOVE "OPN" TO ZAMND-FONCTION
           CALL "MAMND" USING ZAMND-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAMND-FONCTION
           CALL "MAMND" USING ZAMND-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAMND-CODRET-OK
               MOVE ZAMND-COMPTE TO WS-CPTS-RECH
               PERFORM 2000-CHERCHER-COMPTE
               IF CPTS-TROUVE THEN
                   MOVE SPACES TO WS-LIGNE
                   STRING 'MND;' ZAMND-COMPTE ';' ZAMND-CREANCIER ';'
                          ZAMND-REFMND ';' ZAMND-DTSIGN ';'
                          ZAMND-STATUT
                          DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM 1900-ECRIRE-LIGNE
               END-IF
               MOVE "FET" TO ZAMND-FONCTION
               CALL "MAMND" USING ZAMND-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAMND-FONCTION
           CALL "MAMND" USING ZAMND-ZCMA, AUTH-QUERY
           .

       1450-EXPORTER-CHEQUES.
      ******************************************************************EDEFAY
      *  CHQ lines - one MACHQ CCHQ scan kept to the customer's
      *  accounts.
           MOVE "OPN" TO ZACHQ-FONCTION
           CALL "MACHQ" USING ZACHQ-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACHQ-FONCTION
           CALL "MACHQ" USING ZACHQ-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACHQ-CODRET-OK
               MOVE ZACHQ-COMPTE TO WS-CPTS-RECH
               PERFORM 2000-CHERCHER-COMPTE
               IF CPTS-TROUVE THEN
                   MOVE SPACES TO WS-LIGNE
                   STRING 'CHQ;' ZACHQ-COMPTE ';' ZACHQ-NUMCHQ ';'
                          ZACHQ-DTEMIS ';' ZACHQ-STATUT
                          DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM 1900-ECRIRE-LIGNE
               END-IF
               MOVE "FET" TO ZACHQ-FONCTION
               CALL "MACHQ" USING ZACHQ-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACHQ-FONCTION
           CALL "MACHQ" USING ZACHQ-ZCMA, AUTH-QUERY
           .

       1500-EXPORTER-ORDRES.
      ******************************************************************EDEFAY
      *  STO lines - one MASTO CSTO scan kept to the customer's
      *  accounts.
           MOVE "OPN" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZASTO-CODRET-OK
               MOVE ZASTO-COMPTE TO WS-CPTS-RECH
               PERFORM 2000-CHERCHER-COMPTE
               IF CPTS-TROUVE THEN
                   MOVE ZASTO-MNTOPE TO WS-MNT-EDIT
                   MOVE SPACES TO WS-LIGNE
                   STRING 'STO;' ZASTO-REFSTO ';' ZASTO-COMPTE ';'
                          ZASTO-CODOPE ';' ZASTO-CODDEV ';'
                          WS-MNT-EDIT ';' ZASTO-FREQ ';'
                          ZASTO-DATPROCH ';' ZASTO-STATUT ';'
                          ZASTO-NOMBEN
                          DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM 1900-ECRIRE-LIGNE
               END-IF
               MOVE "FET" TO ZASTO-FONCTION
               CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           .

       1600-EXPORTER-ARCHIVES.
      ******************************************************************EDEFAY
      *  HIA lines - the GKPHIS01 archive read back as GKRHIS01 does,
      *  kept to the customer's accounts. An absent archive DD just
      *  means nothing was purged yet.
           OPEN INPUT FILEIN-ARCHIVE-FDNAME
           IF NOT FS-ARCHIVE-OK THEN
               EXIT PARAGRAPH
           END-IF
           READ FILEIN-ARCHIVE-FDNAME INTO FILEIN-ARCHIVE-RECORD
               AT END SET FS-ARCHIVE-END TO TRUE
           END-READ
           PERFORM UNTIL FS-ARCHIVE-END
               MOVE FAR-COMPTE TO WS-CPTS-RECH
               PERFORM 2000-CHERCHER-COMPTE
               IF CPTS-TROUVE THEN
                   ADD 1 TO WS-NB-HIA
                   MOVE SPACES TO WS-LIGNE
                   STRING 'HIA;' FAR-COMPTE ';' FAR-REFOPE ';'
                          FAR-CODOPE ';' FAR-DTOPER ';' FAR-MNTOPE
                          DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM 1900-ECRIRE-LIGNE
               END-IF
               READ FILEIN-ARCHIVE-FDNAME INTO FILEIN-ARCHIVE-RECORD
                   AT END SET FS-ARCHIVE-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE FILEIN-ARCHIVE-FDNAME
           .

       1700-EXPORTER-ACCES.
      ******************************************************************EDEFAY
      *  ACC lines - the TBACC access log over its whole date range
      *  (MAACC CACL), kept to the customer's accounts.
           MOVE '0001-01-01' TO ZAACC-DATDEB
           MOVE '9999-12-31' TO ZAACC-DATFIN
           MOVE "OPN" TO ZAACC-FONCTION
           CALL "MAACC" USING ZAACC-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAACC-FONCTION
           CALL "MAACC" USING ZAACC-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAACC-CODRET-OK
               MOVE ZAACC-COMPTE TO WS-CPTS-RECH
               PERFORM 2000-CHERCHER-COMPTE
               IF CPTS-TROUVE THEN
                   ADD 1 TO WS-NB-ACC
                   MOVE SPACES TO WS-LIGNE
                   STRING 'ACC;' ZAACC-COMPTE ';' ZAACC-OPERATEUR ';'
                          ZAACC-TYPEINQ ';' ZAACC-DTACC ';'
                          ZAACC-HRACC
                          DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM 1900-ECRIRE-LIGNE
               END-IF
               MOVE "FET" TO ZAACC-FONCTION
               CALL "MAACC" USING ZAACC-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAACC-FONCTION
           CALL "MAACC" USING ZAACC-ZCMA, AUTH-QUERY
           .

       1800-JOURNALISER-EXPORT.
      ******************************************************************EDEFAY
      *  The export is itself an access : one TBACC row, inquiry type
      *  SAR, per current account, as GKINQ01 logs an inquiry. A
      *  failed INS is displayed, never fails the export.
           PERFORM VARYING WS-CPTS-IX FROM 1 BY 1
                   UNTIL WS-CPTS-IX > WS-CPTS-NB
               IF CPTS-OUVERT (WS-CPTS-IX) THEN
                   INITIALIZE ZAACC-DONNEES
                   MOVE WS-OPERATEUR TO ZAACC-OPERATEUR
                   MOVE WS-CPTS-COMPTE (WS-CPTS-IX) TO ZAACC-COMPTE
                   MOVE 'SAR' TO ZAACC-TYPEINQ
                   MOVE WS-AS-OF-DATE TO ZAACC-DTACC
                   ACCEPT WS-ACC-HEURE FROM TIME
                   MOVE WS-ACC-HEURE TO ZAACC-HRACC
                   MOVE "INS" TO ZAACC-FONCTION
                   CALL "MAACC" USING ZAACC-ZCMA, AUTH-QUERY
                   IF NOT ZAACC-CODRET-OK THEN
                       DISPLAY "ACCES NON JOURNALISE "
                               WS-CPTS-COMPTE (WS-CPTS-IX)
                               " CODRET=" ZAACC-CODRET
                   END-IF
               END-IF
           END-PERFORM
           .

       1900-ECRIRE-LIGNE.
      ******************************************************************EDEFAY
      *  Write the line built in WS-LIGNE and count it.
           WRITE FILEOUT-SAR-RECORD FROM WS-LIGNE
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

       2000-CHERCHER-COMPTE.
      ******************************************************************EDEFAY
      *  Is WS-CPTS-RECH one of the customer's accounts ?
           MOVE 'N' TO WS-CPTS-TROUVE
           PERFORM VARYING WS-CPTS-IX FROM 1 BY 1
                   UNTIL WS-CPTS-IX > WS-CPTS-NB
                      OR CPTS-TROUVE
               IF WS-CPTS-COMPTE (WS-CPTS-IX) = WS-CPTS-RECH THEN
                   SET CPTS-TROUVE TO TRUE
               END-IF
           END-PERFORM
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  Close the export.
           CLOSE FILEOUT-SAR-FDNAME
           .
