      *                  family can read the flat files (or CHISD)
      *                  instead of eight full scans growing the
      *                  end-of-day window with history size.
      *                  COPIE mode (PARAMUNLD) unloads for the test
      *                  region instead : the WHOLE history up to the
      *                  as-of date, plus TBCLI, TBTIT, TBALI and
      *                  TBSTO, the set GKMSK01 masks. Layouts : CUNLD.
      * Rules handling :
      *             RC = 00 : Both unloads written
      *             RC = 01 : Could not open FILEOUT-CPTUNLD
      *             RC = 02 : Could not open FILEOUT-HISUNLD
      *             RC = 03 : COPIE mode - could not open one of the
      *                       four extra unload files
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-CPTUNLD, FILEOUT-HISUNLD - see
      *                   JCL/GKUNLD01.jcl. PARAMASOF - OPTIONAL
      *                   explicit as-of date.
      *                   PARAMUNLD - OPTIONAL, 'COPIE' in cols 1-5
      *                   selects COPIE mode, which also writes
      *                   FILEOUT-CLIUNLD/TITUNLD/ALIUNLD/STOUNLD.
      *
      * Return          : (RETURN-CODE)
      *
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 22/08/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        Line layouts moved to the CUNLD copy ;
      *                         history line carries the label and
      *                         counterparty columns ; COPIE mode for
      *                         the GKMSK01 masked test-region copy.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO DYNAMIC FILEOUT-HISUNLD-NAME
           FILE STATUS IS WS-FS-HISUNLD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-CLIUNLD-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-CLIUNLD-NAME
           FILE STATUS IS WS-FS-CLIUNLD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-TITUNLD-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-TITUNLD-NAME
           FILE STATUS IS WS-FS-TITUNLD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-ALIUNLD-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-ALIUNLD-NAME
           FILE STATUS IS WS-FS-ALIUNLD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-STOUNLD-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-STOUNLD-NAME
           FILE STATUS IS WS-FS-STOUNLD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMUNLD-FDNAME
           ASSIGN TO DYNAMIC PARAMUNLD-NAME
           FILE STATUS IS WS-FS-PARAMUNLD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
       01  FILEOUT-CPTUNLD-RECORD.
          05  FILLER      PIC X(120).
       FD  FILEOUT-HISUNLD-FDNAME RECORDING MODE F
           RECORD CONTAINS 220 CHARACTERS.
       01  FILEOUT-HISUNLD-RECORD.
          05  FILLER      PIC X(220).
       FD  FILEOUT-CLIUNLD-FDNAME RECORDING MODE F
           RECORD CONTAINS 160 CHARACTERS.
       01  FILEOUT-CLIUNLD-RECORD.
          05  FILLER      PIC X(160).
       FD  FILEOUT-TITUNLD-FDNAME RECORDING MODE F.
       01  FILEOUT-TITUNLD-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-ALIUNLD-FDNAME RECORDING MODE F.
       01  FILEOUT-ALIUNLD-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-STOUNLD-FDNAME RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       01  FILEOUT-STOUNLD-RECORD.
          05  FILLER      PIC X(120).
       FD  PARAMUNLD-FDNAME RECORDING MODE F.
       01  PARAMUNLD-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBTIT.cpy".
       COPY "./Copybooks/CTBALI.cpy".
       COPY "./Copybooks/CTBSTO.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CUNLD.cpy".
      *  Optional as-of override parameter + TBPRC lookup fields
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
       01  FILEOUT-HISUNLD-NAME PIC X(30) VALUE 'FILEOUT-HISUNLD'.
       01  WS-FS-HISUNLD   PIC X(02).
           88 FS-HISUNLD-OK VALUE '00'.
       01  FILEOUT-CLIUNLD-NAME PIC X(30) VALUE 'FILEOUT-CLIUNLD'.
       01  WS-FS-CLIUNLD   PIC X(02).
           88 FS-CLIUNLD-OK VALUE '00'.
       01  FILEOUT-TITUNLD-NAME PIC X(30) VALUE 'FILEOUT-TITUNLD'.
       01  WS-FS-TITUNLD   PIC X(02).
           88 FS-TITUNLD-OK VALUE '00'.
       01  FILEOUT-ALIUNLD-NAME PIC X(30) VALUE 'FILEOUT-ALIUNLD'.
       01  WS-FS-ALIUNLD   PIC X(02).
           88 FS-ALIUNLD-OK VALUE '00'.
       01  FILEOUT-STOUNLD-NAME PIC X(30) VALUE 'FILEOUT-STOUNLD'.
       01  WS-FS-STOUNLD   PIC X(02).
           88 FS-STOUNLD-OK VALUE '00'.
       01  PARAMUNLD-NAME  PIC X(30) VALUE 'PARAMUNLD'.
       01  WS-FS-PARAMUNLD PIC X(02).
           88 FS-PARAMUNLD-OK VALUE '00'.
       01  WS-MODE         PIC X(05) VALUE SPACES.
           88 MODE-COPIE   VALUE 'COPIE'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  As-of date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE     PIC X(10).
      *  Counters
       01  WS-NB-COMPTES   PIC 9(06) VALUE 0.
       01  WS-NB-HIS       PIC 9(06) VALUE 0.
       01  WS-NB-CLI       PIC 9(06) VALUE 0.
       01  WS-NB-TIT       PIC 9(06) VALUE 0.
       01  WS-NB-ALI       PIC 9(06) VALUE 0.
       01  WS-NB-STO       PIC 9(06) VALUE 0.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
               DISPLAY "GKUNLD01 : " WS-NB-COMPTES " COMPTE(S), "
                       WS-NB-HIS " LIGNE(S) HISTORIQUE AU "
                       WS-AS-OF-DATE
               IF MODE-COPIE THEN
                   PERFORM 1400-DECHARGER-CLIENTS
                   PERFORM 1500-DECHARGER-TITULAIRES
                   PERFORM 1600-DECHARGER-ALIAS
                   PERFORM 1700-DECHARGER-ORDRES
                   DISPLAY "GKUNLD01 : COPIE - " WS-NB-CLI
                           " CLIENT(S), " WS-NB-TIT " TITULAIRE(S), "
                           WS-NB-ALI " ALIAS, " WS-NB-STO
                           " ORDRE(S) PERMANENT(S)"
               END-IF
               PERFORM 9999-CFILES
           END-IF
           .
       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date (PARAMASOF override, else TBPRC, else
      *  clock), the mode, and open the unload files.
           ACCEPT WS-AS-OF-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-AS-OF-YYYYMMDD(1:4) '-'
                  WS-AS-OF-YYYYMMDD(5:2) '-'
               END-IF
               CLOSE PARAMASOF-FDNAME
           END-IF
           OPEN INPUT PARAMUNLD-FDNAME
           IF FS-PARAMUNLD-OK THEN
               READ PARAMUNLD-FDNAME INTO PARAMUNLD-RECORD
               IF FS-PARAMUNLD-OK THEN
                   MOVE PARAMUNLD-RECORD(1:5) TO WS-MODE
               END-IF
               CLOSE PARAMUNLD-FDNAME
           END-IF
           OPEN OUTPUT FILEOUT-CPTUNLD-FDNAME
           IF NOT FS-CPTUNLD-OK THEN
               MOVE '01' TO RC
                   MOVE '02' TO RC
               END-IF
           END-IF
           IF RC-IS-00 AND MODE-COPIE THEN
               OPEN OUTPUT FILEOUT-CLIUNLD-FDNAME
               OPEN OUTPUT FILEOUT-TITUNLD-FDNAME
               OPEN OUTPUT FILEOUT-ALIUNLD-FDNAME
               OPEN OUTPUT FILEOUT-STOUNLD-FDNAME
               IF NOT FS-CLIUNLD-OK
                  OR NOT FS-TITUNLD-OK
                  OR NOT FS-ALIUNLD-OK
                  OR NOT FS-STOUNLD-OK THEN
                   MOVE '03' TO RC
               END-IF
           END-IF
           .

       1200-DECHARGER-COMPTES.
      *  account, in account/date order, to the flat file. This is
      *  the cursor the as-of-today report batches can drive instead
      *  of opening a per-account CHIS under a CACC full scan.
      *  COPIE mode takes the whole history up to the as-of date.
           MOVE WS-AS-OF-DATE TO ZAHIS-DATDEB
           MOVE WS-AS-OF-DATE TO ZAHIS-DATFIN
           IF MODE-COPIE THEN
               MOVE '0001-01-01' TO ZAHIS-DATDEB
           END-IF
           MOVE "OP2" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAHIS-FONCTION
               MOVE ZAHIS-MNTOPE  TO UNL-H-MNTOPE
               MOVE ZAHIS-OPERATEUR TO UNL-H-OPERATEUR
               MOVE ZAHIS-CORRELID  TO UNL-H-CORRELID
               MOVE ZAHIS-LIBOPE  TO UNL-H-LIBOPE
               MOVE ZAHIS-CTPNOM  TO UNL-H-CTPNOM
               MOVE ZAHIS-CTPCPT  TO UNL-H-CTPCPT
               MOVE ZAHIS-CTPLIB  TO UNL-H-CTPLIB
               WRITE FILEOUT-HISUNLD-RECORD FROM UNL-HIS-LINE
               ADD 1 TO WS-NB-HIS
               MOVE "FE2" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       1400-DECHARGER-CLIENTS.
      ******************************************************************EDEFAY
      *  COPIE mode - one CCLI scan, every TBCLI row.
           MOVE "OPN" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACLI-CODRET-OK
               MOVE ZACLI-CLIENT   TO UNL-K-CLIENT
               MOVE ZACLI-NOM      TO UNL-K-NOM
               MOVE ZACLI-ADRESSE  TO UNL-K-ADRESSE
               MOVE ZACLI-DDOUV    TO UNL-K-DDOUV
               MOVE ZACLI-RISQUE   TO UNL-K-RISQUE
               MOVE ZACLI-DTREVUE  TO UNL-K-DTREVUE
               MOVE ZACLI-LIMGLOB  TO UNL-K-LIMGLOB
               MOVE ZACLI-RESFISC1 TO UNL-K-RESFISC1
               MOVE ZACLI-NIF1     TO UNL-K-NIF1
               MOVE ZACLI-RESFISC2 TO UNL-K-RESFISC2
               MOVE ZACLI-NIF2     TO UNL-K-NIF2
               MOVE ZACLI-USPERS   TO UNL-K-USPERS
               MOVE ZACLI-DEVREF   TO UNL-K-DEVREF
               MOVE ZACLI-TYPCLI   TO UNL-K-TYPCLI
               WRITE FILEOUT-CLIUNLD-RECORD FROM UNL-CLI-LINE
               ADD 1 TO WS-NB-CLI
               MOVE "FET" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           .

       1500-DECHARGER-TITULAIRES.
      ******************************************************************EDEFAY
      *  COPIE mode - one CTI2 scan, every TBTIT row.
           MOVE "OP2" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZATIT-CODRET-OK
               MOVE ZATIT-COMPTE    TO UNL-T-COMPTE
               MOVE ZATIT-TITULAIRE TO UNL-T-TITULAIRE
               MOVE ZATIT-MANDAT    TO UNL-T-MANDAT
               WRITE FILEOUT-TITUNLD-RECORD FROM UNL-TIT-LINE
               ADD 1 TO WS-NB-TIT
               MOVE "FE2" TO ZATIT-FONCTION
               CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           .

       1600-DECHARGER-ALIAS.
      ******************************************************************EDEFAY
      *  COPIE mode - one CALI scan, every TBALI row.
           MOVE "OPN" TO ZAALI-FONCTION
           CALL "MAALI" USING ZAALI-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAALI-FONCTION
           CALL "MAALI" USING ZAALI-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAALI-CODRET-OK
               MOVE ZAALI-IDEXT  TO UNL-A-IDEXT
               MOVE ZAALI-COMPTE TO UNL-A-COMPTE
               WRITE FILEOUT-ALIUNLD-RECORD FROM UNL-ALI-LINE
               ADD 1 TO WS-NB-ALI
               MOVE "FET" TO ZAALI-FONCTION
               CALL "MAALI" USING ZAALI-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAALI-FONCTION
           CALL "MAALI" USING ZAALI-ZCMA, AUTH-QUERY
           .

       1700-DECHARGER-ORDRES.
      ******************************************************************EDEFAY
      *  COPIE mode - one CSTO scan, every TBSTO row.
           MOVE "OPN" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZASTO-CODRET-OK
               MOVE ZASTO-REFSTO   TO UNL-S-REFSTO
               MOVE ZASTO-COMPTE   TO UNL-S-COMPTE
               MOVE ZASTO-CODOPE   TO UNL-S-CODOPE
               MOVE ZASTO-CODDEV   TO UNL-S-CODDEV
               MOVE ZASTO-MNTOPE   TO UNL-S-MNTOPE
               MOVE ZASTO-FREQ     TO UNL-S-FREQ
               MOVE ZASTO-DATPROCH TO UNL-S-DATPROCH
               MOVE ZASTO-STATUT   TO UNL-S-STATUT
               MOVE ZASTO-NBECHECS TO UNL-S-NBECHECS
               MOVE ZASTO-MOTIF    TO UNL-S-MOTIF
               MOVE ZASTO-NOMBEN   TO UNL-S-NOMBEN
               WRITE FILEOUT-STOUNLD-RECORD FROM UNL-STO-LINE
               ADD 1 TO WS-NB-STO
               MOVE "FET" TO ZASTO-FONCTION
               CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-CPTUNLD-FDNAME
           CLOSE FILEOUT-HISUNLD-FDNAME
           IF MODE-COPIE THEN
               CLOSE FILEOUT-CLIUNLD-FDNAME
               CLOSE FILEOUT-TITUNLD-FDNAME
               CLOSE FILEOUT-ALIUNLD-FDNAME
               CLOSE FILEOUT-STOUNLD-FDNAME
           END-IF
           .
