      *PROCESS TEST
      ******************************************************************
      * Program name   : GKGRP01
      * Original author: DEFAY E.
      *
      * Description    : Monthly large-exposure report across the
      *                  groups of connected customers of TBGRP -
      *                  MFMAJCPT's VERIF-LIMITE-CLIENT sees one
      *                  customer at a time, the regulator counts a
      *                  company, its subsidiaries and its owner as
      *                  one risk. For every group, through each
      *                  member's accounts (MACPT CCL2), adds up in
      *                  the bank's reference currency :
      *                   - the overdrawn balances ;
      *                   - the undrawn part of the TBFAC facility in
      *                     force on each account (the drawn part is
      *                     already in the overdrawn balance - never
      *                     counted twice) ;
      *                   - the outstanding principal of the live
      *                     TBPRT loans booked on those accounts.
      *                  The total is set against the eligible
      *                  capital (TBPRM 'GKGRP01 '/'FPROPRES', in the
      *                  reference currency) ; groups at or above the
      *                  reporting threshold ('SEUILDEC' percent,
      *                  default 10) are listed with their members,
      *                  those above the limit ('SEUILLIM' percent,
      *                  default 25) flagged LIMITE DEPASSEE.
      *                  Amounts in another currency are converted at
      *                  the TBDEV rates in force on the processing
      *                  date (GKSTMT04's idiom) ; one with no rate
      *                  counts unconverted and is flagged.
      * Rules handling :
      *             RC = 00 : Ran to completion, no group above the
      *                       limit
      *             RC = 01 : Could not open FILEOUT-GRPRPT
      *             RC = 02 : Eligible capital missing or not
      *                       positive on TBPRM - nothing reported
      *             RC = 05 : One or more groups above the limit
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-GRPRPT.
      *    TBPRM        : GKGRP01 /FPROPRES - eligible capital
      *                   GKGRP01 /SEUILDEC - reporting threshold %
      *                   GKGRP01 /SEUILLIM - limit threshold %
      *                   MFMAJCPT/DEVREF   - reference currency
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
       PROGRAM-ID.    GKGRP01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-GRPRPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-GRPRPT-NAME
           FILE STATUS IS WS-FS-GRPRPT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-GRPRPT-FDNAME RECORDING MODE F.
       01  FILEOUT-GRPRPT-RECORD.
          05  FILLER      PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBGRP.cpy".
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBFAC.cpy".
       COPY "./Copybooks/CTBPRT.cpy".
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBLOG.cpy".
      *  Run-log working fields, see 1980-JOURNALISER-EXECUTION
       01  WS-LOG-YYYYMMDD  PIC 9(08).
       01  WS-LOG-HRDEBUT   PIC 9(08).
       01  WS-LOG-HRFIN     PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-GRPRPT-NAME PIC X(30) VALUE 'FILEOUT-GRPRPT'.
       01  WS-FS-GRPRPT    PIC X(02).
           88 FS-GRPRPT-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date (TBPRC when set, machine date otherwise)
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE     PIC X(10).
      *  Eligible capital and the two thresholds, in percent of it
       01  WS-FPROPRES     PIC S9(15)V9(2) COMP-3 VALUE 0.
       01  WS-SEUIL-DEC    PIC S9(3)V9(2) COMP-3 VALUE 10.
       01  WS-SEUIL-LIM    PIC S9(3)V9(2) COMP-3 VALUE 25.
      *  Currency conversion into the bank's reference currency -
      *  see 2300-CONVERTIR
       01  WS-DEVREF-BANQUE PIC X(03) VALUE 'EUR'.
       01  WS-DEV-A-CONV   PIC X(03).
       01  WS-MNT-A-CONV   PIC S9(13)V9(2) COMP-3.
       01  WS-MNT-CONVERTI PIC S9(15)V9(2) COMP-3.
       01  WS-CONV-OK      PIC X(01).
           88 CONVERSION-OK VALUE 'Y'.
      *  One account's drawn and undrawn overdraft, account currency
       01  WS-TIRE         PIC S9(13)V9(2) COMP-3.
       01  WS-NON-TIRE     PIC S9(13)V9(2) COMP-3.
      *  The group being added up - control break on ZAGRP-GROUPE
       01  WS-GRP-COURANT  PIC X(08) VALUE SPACES.
       01  WS-GRP-NOM      PIC X(20).
       01  WS-GRP-DEC      PIC S9(15)V9(2) COMP-3.
       01  WS-GRP-FAC      PIC S9(15)V9(2) COMP-3.
       01  WS-GRP-PRT      PIC S9(15)V9(2) COMP-3.
       01  WS-GRP-TOTAL    PIC S9(15)V9(2) COMP-3.
       01  WS-GRP-NON-CONV PIC 9(04).
       01  WS-GRP-PCT      PIC S9(5)V9(2) COMP-3.
      *  One member's exposure, reference currency
       01  WS-MBR-DEC      PIC S9(15)V9(2) COMP-3.
       01  WS-MBR-FAC      PIC S9(15)V9(2) COMP-3.
       01  WS-MBR-PRT      PIC S9(15)V9(2) COMP-3.
      *  The group's members, kept to be listed under the group line
      *  when the group is reported
       01  WS-MBR-NB       PIC 9(03) VALUE 0.
       01  WS-MBR-MAX      PIC 9(03) VALUE 50.
       01  WS-MBR-TABLE.
           05  WS-MBR-ENTRY OCCURS 50 TIMES INDEXED BY WS-MBR-IX.
               10  WS-MBR-T-CLIENT PIC X(08).
               10  WS-MBR-T-NOM    PIC X(20).
               10  WS-MBR-T-LIEN   PIC X(01).
               10  WS-MBR-T-DEC    PIC S9(15)V9(2) COMP-3.
               10  WS-MBR-T-FAC    PIC S9(15)V9(2) COMP-3.
               10  WS-MBR-T-PRT    PIC S9(15)V9(2) COMP-3.
       01  WS-NB-MBR-DEBORD PIC 9(06) VALUE 0.
      *  Report lines
       01  RPT-TITRE.
           05  FILLER          PIC X(32)
               VALUE 'GRANDS RISQUES - GROUPES AU     '.
           05  RPT-T-DATE      PIC X(10).
           05  FILLER          PIC X(29)
               VALUE '   FONDS PROPRES ELIGIBLES : '.
           05  RPT-T-FPROPRES  PIC -(14)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-T-DEVISE    PIC X(03).
           05  FILLER          PIC X(27) VALUE SPACES.
       01  RPT-SEUILS.
           05  FILLER          PIC X(32)
               VALUE 'SEUIL DE DECLARATION           '.
           05  RPT-S-DEC       PIC ZZ9.99.
           05  FILLER          PIC X(25)
               VALUE '%   LIMITE               '.
           05  RPT-S-LIM       PIC ZZ9.99.
           05  FILLER          PIC X(01) VALUE '%'.
           05  FILLER          PIC X(50) VALUE SPACES.
       01  RPT-ENTETE.
           05  FILLER          PIC X(40)
               VALUE 'GROUPE   TETE DE GROUPE     NB       DEC'.
           05  FILLER          PIC X(40)
               VALUE 'OUVERT   FAC NON TIREE           PRETS  '.
           05  FILLER          PIC X(40)
               VALUE '          TOTAL   % FP               '.
       01  RPT-GROUPE.
           05  RPT-G-GROUPE    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-G-NOM       PIC X(18).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-G-NB        PIC ZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-G-DEC       PIC -(11)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-G-FAC       PIC -(11)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-G-PRT       PIC -(11)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-G-TOTAL     PIC -(11)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-G-PCT       PIC ZZ9.99.
           05  FILLER          PIC X(01) VALUE '%'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-G-FLAG      PIC X(15).
       01  RPT-MEMBRE.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  RPT-M-CLIENT    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-M-NOM       PIC X(16).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-M-LIEN      PIC X(01).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  RPT-M-DEC       PIC -(11)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-M-FAC       PIC -(11)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-M-PRT       PIC -(11)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-M-TOTAL     PIC -(11)9.99.
           05  FILLER          PIC X(25) VALUE SPACES.
       01  RPT-NON-CONV.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(24)
               VALUE '*** MONTANT(S) SANS COUR'.
           05  FILLER          PIC X(10) VALUE 'S, NON CON'.
           05  FILLER          PIC X(09) VALUE 'VERTI(S) '.
           05  RPT-N-NB        PIC ZZZ9.
           05  FILLER          PIC X(63) VALUE SPACES.
       01  RPT-BLANC       PIC X(120) VALUE SPACES.
      *  Counters
       01  WS-NB-GROUPES   PIC 9(06) VALUE 0.
       01  WS-NB-MEMBRES   PIC 9(06) VALUE 0.
       01  WS-NB-DECLARES  PIC 9(06) VALUE 0.
       01  WS-NB-LIMITE    PIC 9(06) VALUE 0.
       01  WS-NB-SANS-COURS PIC 9(06) VALUE 0.
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
           ACCEPT WS-LOG-HRDEBUT FROM TIME
           PERFORM 1001-DEBUT
           IF RC-IS-00 THEN
               PERFORM 1100-PARCOURIR-GROUPES
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           PERFORM 1980-JOURNALISER-EXECUTION
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Derive the processing date (TBPRC's logical date when one is
      *  set, the machine date otherwise), load the reference
      *  currency, the eligible capital and the thresholds, open the
      *  report and print its heading. No eligible capital, no
      *  percentage : the run stops at RC 02.
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
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'DEVREF  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-DEVREF-BANQUE
           END-IF
           MOVE 'GKGRP01 ' TO ZAPRM-PGM
           MOVE 'FPROPRES' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-FPROPRES = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           IF WS-FPROPRES NOT > ZERO THEN
               DISPLAY "GKGRP01 : FONDS PROPRES ELIGIBLES ABSENTS OU "
                       "NULS (TBPRM GKGRP01/FPROPRES) - ARRET"
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE 'GKGRP01 ' TO ZAPRM-PGM
           MOVE 'SEUILDEC' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-SEUIL-DEC = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           MOVE 'GKGRP01 ' TO ZAPRM-PGM
           MOVE 'SEUILLIM' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-SEUIL-LIM = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           OPEN OUTPUT FILEOUT-GRPRPT-FDNAME
           IF NOT FS-GRPRPT-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE    TO RPT-T-DATE
           MOVE WS-FPROPRES      TO RPT-T-FPROPRES
           MOVE WS-DEVREF-BANQUE TO RPT-T-DEVISE
           WRITE FILEOUT-GRPRPT-RECORD FROM RPT-TITRE
           MOVE WS-SEUIL-DEC     TO RPT-S-DEC
           MOVE WS-SEUIL-LIM     TO RPT-S-LIM
           WRITE FILEOUT-GRPRPT-RECORD FROM RPT-SEUILS
           WRITE FILEOUT-GRPRPT-RECORD FROM RPT-BLANC
           WRITE FILEOUT-GRPRPT-RECORD FROM RPT-ENTETE
           .

       1100-PARCOURIR-GROUPES.
      ******************************************************************EDEFAY
      *  Walk TBGRP in group order ; a change of group identifier
      *  closes the group before (its total weighed against the
      *  thresholds) and opens the next.
           MOVE "OPN" TO ZAGRP-FONCTION
           CALL "MAGRP" USING ZAGRP-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAGRP-FONCTION
           CALL "MAGRP" USING ZAGRP-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAGRP-CODRET-OK
               IF ZAGRP-GROUPE NOT = WS-GRP-COURANT THEN
                   IF WS-GRP-COURANT NOT = SPACES THEN
                       PERFORM 1400-CLORE-GROUPE
                   END-IF
                   PERFORM 1150-OUVRIR-GROUPE
               END-IF
               PERFORM 1200-TRAITER-MEMBRE
               MOVE "FET" TO ZAGRP-FONCTION
               CALL "MAGRP" USING ZAGRP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAGRP-FONCTION
           CALL "MAGRP" USING ZAGRP-ZCMA, AUTH-QUERY
           IF WS-GRP-COURANT NOT = SPACES THEN
               PERFORM 1400-CLORE-GROUPE
           END-IF
           .

       1150-OUVRIR-GROUPE.
      ******************************************************************EDEFAY
      *  Start a new group's totals.
           ADD 1 TO WS-NB-GROUPES
           MOVE ZAGRP-GROUPE TO WS-GRP-COURANT
           MOVE SPACES TO WS-GRP-NOM
           MOVE ZERO TO WS-GRP-DEC
           MOVE ZERO TO WS-GRP-FAC
           MOVE ZERO TO WS-GRP-PRT
           MOVE ZERO TO WS-GRP-NON-CONV
           MOVE ZERO TO WS-MBR-NB
           .

       1200-TRAITER-MEMBRE.
      ******************************************************************EDEFAY
      *  One member customer : its exposure through every account it
      *  holds (by-client cursor), added to the group and kept for
      *  the member lines. The head customer names the group.
           ADD 1 TO WS-NB-MEMBRES
           MOVE ZAGRP-CLIENT TO ZACLI-CLIENT
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF NOT ZACLI-CODRET-OK THEN
               MOVE '(CLIENT INCONNU)' TO ZACLI-NOM
           END-IF
           IF ZAGRP-TETE
              OR WS-GRP-NOM = SPACES THEN
               MOVE ZACLI-NOM TO WS-GRP-NOM
           END-IF
           MOVE ZERO TO WS-MBR-DEC
           MOVE ZERO TO WS-MBR-FAC
           MOVE ZERO TO WS-MBR-PRT
           MOVE ZAGRP-CLIENT TO ZACPT-CLIENT
           MOVE "OP2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPT-CODRET-OK
               PERFORM 1300-EXPOSITION-COMPTE
               MOVE "FE2" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           ADD WS-MBR-DEC TO WS-GRP-DEC
           ADD WS-MBR-FAC TO WS-GRP-FAC
           ADD WS-MBR-PRT TO WS-GRP-PRT
           IF WS-MBR-NB < WS-MBR-MAX THEN
               ADD 1 TO WS-MBR-NB
               SET WS-MBR-IX TO WS-MBR-NB
               MOVE ZAGRP-CLIENT TO WS-MBR-T-CLIENT (WS-MBR-IX)
               MOVE ZACLI-NOM    TO WS-MBR-T-NOM (WS-MBR-IX)
               MOVE ZAGRP-LIEN   TO WS-MBR-T-LIEN (WS-MBR-IX)
               MOVE WS-MBR-DEC   TO WS-MBR-T-DEC (WS-MBR-IX)
               MOVE WS-MBR-FAC   TO WS-MBR-T-FAC (WS-MBR-IX)
               MOVE WS-MBR-PRT   TO WS-MBR-T-PRT (WS-MBR-IX)
           ELSE
               ADD 1 TO WS-NB-MBR-DEBORD
               DISPLAY "GKGRP01 : " ZAGRP-GROUPE " TABLE MEMBRES "
                       "PLEINE - " ZAGRP-CLIENT " COMPTE DANS LE "
                       "TOTAL MAIS NON LISTE"
           END-IF
           .

       1300-EXPOSITION-COMPTE.
      ******************************************************************EDEFAY
      *  One account's exposure : its overdrawn balance, the undrawn
      *  part of the facility in force on the processing date, and
      *  the outstanding principal of its live loans, each converted
      *  to the reference currency.
           MOVE ZERO TO WS-TIRE
           MOVE ZERO TO WS-NON-TIRE
           IF ZACPT-SOLDE < ZERO THEN
               COMPUTE WS-TIRE = ZERO - ZACPT-SOLDE
           END-IF
           MOVE ZACPT-COMPTE  TO ZAFAC-COMPTE
           MOVE WS-AS-OF-DATE TO ZAFAC-DTDEMANDE
           MOVE "SEL" TO ZAFAC-FONCTION
           CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
           IF ZAFAC-CODRET-OK
              AND ZAFAC-MONTANT > WS-TIRE THEN
               COMPUTE WS-NON-TIRE = ZAFAC-MONTANT - WS-TIRE
           END-IF
           IF WS-TIRE > ZERO THEN
               MOVE ZACPT-DEVISE TO WS-DEV-A-CONV
               MOVE WS-TIRE      TO WS-MNT-A-CONV
               PERFORM 2300-CONVERTIR
               ADD WS-MNT-CONVERTI TO WS-MBR-DEC
           END-IF
           IF WS-NON-TIRE > ZERO THEN
               MOVE ZACPT-DEVISE TO WS-DEV-A-CONV
               MOVE WS-NON-TIRE  TO WS-MNT-A-CONV
               PERFORM 2300-CONVERTIR
               ADD WS-MNT-CONVERTI TO WS-MBR-FAC
           END-IF
           MOVE ZACPT-COMPTE TO ZAPRT-COMPTE
           MOVE "OP2" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAPRT-CODRET-OK
               IF NOT ZAPRT-TERMINE
                  AND ZAPRT-CRD > ZERO THEN
                   MOVE ZAPRT-CODDEV TO WS-DEV-A-CONV
                   MOVE ZAPRT-CRD    TO WS-MNT-A-CONV
                   PERFORM 2300-CONVERTIR
                   ADD WS-MNT-CONVERTI TO WS-MBR-PRT
               END-IF
               MOVE "FE2" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           .

       1400-CLORE-GROUPE.
      ******************************************************************EDEFAY
      *  Weigh the group just added up against the eligible capital.
      *  At or above the reporting threshold it is listed with its
      *  members ; above the limit it is flagged and the run ends
      *  RC 05.
           COMPUTE WS-GRP-TOTAL = WS-GRP-DEC + WS-GRP-FAC + WS-GRP-PRT
           COMPUTE WS-GRP-PCT ROUNDED =
                   WS-GRP-TOTAL * 100 / WS-FPROPRES
           IF WS-GRP-PCT < WS-SEUIL-DEC THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-DECLARES
           MOVE WS-GRP-COURANT TO RPT-G-GROUPE
           MOVE WS-GRP-NOM     TO RPT-G-NOM
           MOVE WS-MBR-NB      TO RPT-G-NB
           MOVE WS-GRP-DEC     TO RPT-G-DEC
           MOVE WS-GRP-FAC     TO RPT-G-FAC
           MOVE WS-GRP-PRT     TO RPT-G-PRT
           MOVE WS-GRP-TOTAL   TO RPT-G-TOTAL
           MOVE WS-GRP-PCT     TO RPT-G-PCT
           IF WS-GRP-PCT > WS-SEUIL-LIM THEN
               MOVE 'LIMITE DEPASSEE' TO RPT-G-FLAG
               ADD 1 TO WS-NB-LIMITE
               MOVE '05' TO RC
           ELSE
               MOVE 'A DECLARER' TO RPT-G-FLAG
           END-IF
           WRITE FILEOUT-GRPRPT-RECORD FROM RPT-GROUPE
           PERFORM VARYING WS-MBR-IX FROM 1 BY 1
                   UNTIL WS-MBR-IX > WS-MBR-NB
               PERFORM 3100-IMPRIMER-MEMBRE
           END-PERFORM
           IF WS-GRP-NON-CONV > ZERO THEN
               MOVE WS-GRP-NON-CONV TO RPT-N-NB
               WRITE FILEOUT-GRPRPT-RECORD FROM RPT-NON-CONV
           END-IF
           WRITE FILEOUT-GRPRPT-RECORD FROM RPT-BLANC
           .

       3100-IMPRIMER-MEMBRE.
      ******************************************************************EDEFAY
      *  One member line under its group.
           MOVE WS-MBR-T-CLIENT (WS-MBR-IX) TO RPT-M-CLIENT
           MOVE WS-MBR-T-NOM (WS-MBR-IX)    TO RPT-M-NOM
           MOVE WS-MBR-T-LIEN (WS-MBR-IX)   TO RPT-M-LIEN
           MOVE WS-MBR-T-DEC (WS-MBR-IX)    TO RPT-M-DEC
           MOVE WS-MBR-T-FAC (WS-MBR-IX)    TO RPT-M-FAC
           MOVE WS-MBR-T-PRT (WS-MBR-IX)    TO RPT-M-PRT
           COMPUTE WS-MNT-CONVERTI = WS-MBR-T-DEC (WS-MBR-IX)
                                   + WS-MBR-T-FAC (WS-MBR-IX)
                                   + WS-MBR-T-PRT (WS-MBR-IX)
           MOVE WS-MNT-CONVERTI TO RPT-M-TOTAL
           WRITE FILEOUT-GRPRPT-RECORD FROM RPT-MEMBRE
           .

       2300-CONVERTIR.
      ******************************************************************EDEFAY
      *  WS-MNT-A-CONV in WS-DEV-A-CONV into the bank's reference
      *  currency at the TBDEV rate in force on the processing date
      *  (TBDEV rates are against the reference currency). A
      *  currency with no rate row counts unconverted and is flagged
      *  under its group.
           MOVE 'Y' TO WS-CONV-OK
           IF WS-DEV-A-CONV = SPACES
              OR WS-DEV-A-CONV = WS-DEVREF-BANQUE THEN
               MOVE WS-MNT-A-CONV TO WS-MNT-CONVERTI
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEV-A-CONV TO ZADEV-CDEV
           MOVE WS-AS-OF-DATE TO ZADEV-DTEFF
           MOVE "SEL" TO ZADEV-FONCTION
           CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
           IF ZADEV-CODRET-OK THEN
               COMPUTE WS-MNT-CONVERTI ROUNDED =
                       ZADEV-ACHAT * WS-MNT-A-CONV
           ELSE
               MOVE 'N' TO WS-CONV-OK
               MOVE WS-MNT-A-CONV TO WS-MNT-CONVERTI
               ADD 1 TO WS-GRP-NON-CONV
               ADD 1 TO WS-NB-SANS-COURS
               DISPLAY "GKGRP01 : " WS-GRP-COURANT " " WS-DEV-A-CONV
                       " SANS COURS AU " WS-AS-OF-DATE
                       " - NON CONVERTI"
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals.
           DISPLAY "GKGRP01 : " WS-NB-GROUPES " GROUPE(S), "
                   WS-NB-MEMBRES " MEMBRE(S), " WS-NB-DECLARES
                   " A DECLARER DONT " WS-NB-LIMITE
                   " AU-DELA DE LA LIMITE"
           IF WS-NB-SANS-COURS > 0 THEN
               DISPLAY "GKGRP01 : " WS-NB-SANS-COURS
                       " MONTANT(S) SANS COURS - NON CONVERTI(S)"
           END-IF
           IF WS-NB-MBR-DEBORD > 0 THEN
               DISPLAY "GKGRP01 : " WS-NB-MBR-DEBORD
                       " MEMBRE(S) NON LISTE(S) - TABLE PLEINE"
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-GRPRPT-FDNAME
           .

       1980-JOURNALISER-EXECUTION.
      ******************************************************************EDEFAY
      *  One TBLOG row for this execution - start/end times, the
      *  run's record count and its final RC, for GKWIN01's
      *  batch-window trend.
           ACCEPT WS-LOG-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-LOG-YYYYMMDD(1:4) '-' WS-LOG-YYYYMMDD(5:2)
                  '-' WS-LOG-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO ZALOG-DTRUN
           MOVE 'GKGRP01 ' TO ZALOG-PGM
           MOVE WS-LOG-HRDEBUT TO ZALOG-HRDEBUT
           ACCEPT WS-LOG-HRFIN FROM TIME
           MOVE WS-LOG-HRFIN TO ZALOG-HRFIN
           MOVE WS-NB-MEMBRES TO ZALOG-NBENR
           MOVE RC TO ZALOG-CODRC
           MOVE "INS" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           IF NOT ZALOG-CODRET-OK THEN
               DISPLAY "GKGRP01 : JOURNAL TBLOG KO, CODRET="
                       ZALOG-CODRET
           END-IF
           .
