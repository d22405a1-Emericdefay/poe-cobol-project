      *PROCESS TEST
      ******************************************************************
      * Program name   : GKPURG01
      * Original author: DEFAY E.
      *
      * Description    : Retention housekeeping for the operational
      *                  tables that only ever grow - TBSNP, TBCUM,
      *                  TBVLT, TBLOG, TBJOB, TBPOS, TBACC and the
      *                  settled rows of TBRTY, TBFUT, TBPAP and
      *                  TBHIT - the counterpart of GKPHIS01 (TBHIS)
      *                  and GKPAUD01 (TBAUD) for everything else.
      *                  For each table the retention in days comes
      *                  from TBPRM 'GKPURG01'/'RETxxx' (xxx = the
      *                  table suffix, 0 = never purge), defaulted
      *                  below. Walks the accessor's new up-to-cutoff
      *                  cursor (OP2/FE2/CL2), archives each row to
      *                  the table's own flat file (FILEOUT-ARCxxx)
      *                  then deletes it in place through DL2 - except
      *                  the rows a live process still needs, which
      *                  are counted as protected and left alone :
      *                  - TBSNP never goes under the GKTIER01 average
      *                    window (PARAMTIER) and keeps every snapshot
      *                    of an account overdrawn today, GKODEX01
      *                    counting its trailing negative run ;
      *                  - TBCUM never goes under the longest window of
      *                    the active TBVEL velocity rules ;
      *                  - any row of an account or REFOPE on an open
      *                    AML case (TBAMC O/E, or declared and not
      *                    filed yet) ;
      *                  - any row dated on an open TBBRK break's day,
      *                    or carrying the REFOPE an open break names.
      *                  With PARAMPURG = 'SIMULATION' nothing is
      *                  written nor deleted : counts only.
      * Rules handling :
      *             RC = 00 : Ran to completion
      *             RC = 01 : Could not open an archive file - that
      *                       table is left untouched
      *             RC = 02 : At least one DL2 failed (see SYSOUT)
      *             RC = 03 : A protection list overflowed - the run
      *                       was forced to SIMULATION
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-ARCSNP, FILEOUT-ARCCUM,
      *                   FILEOUT-ARCVLT, FILEOUT-ARCLOG,
      *                   FILEOUT-ARCJOB, FILEOUT-ARCPOS,
      *                   FILEOUT-ARCACC, FILEOUT-ARCRTY,
      *                   FILEOUT-ARCFUT, FILEOUT-ARCPAP,
      *                   FILEOUT-ARCHIT - archive of each table's
      *                   purged rows (not opened in SIMULATION).
      *                   PARAMPURG - OPTIONAL, 'SIMULATION' in
      *                   column 1 for a counts-only run.
      *                   PARAMTIER - OPTIONAL, GKTIER01's own
      *                   parameter (its window sets the TBSNP floor,
      *                   30 days when absent).
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
       PROGRAM-ID.    GKPURG01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-ARCH-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-ARCH-NAME
           FILE STATUS IS WS-FS-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMPURG-FDNAME
           ASSIGN TO DYNAMIC PARAMPURG-NAME
           FILE STATUS IS WS-FS-PARAM
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMTIER-FDNAME
           ASSIGN TO DYNAMIC PARAMTIER-NAME
           FILE STATUS IS WS-FS-PARAMTIER
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-ARCH-FDNAME RECORDING MODE F
           RECORD CONTAINS 160 CHARACTERS.
       01  FILEOUT-ARCH-RECORD.
          05  FILLER      PIC X(160).
       FD  PARAMPURG-FDNAME RECORDING MODE F.
       01  PARAMPURG-RECORD.
          05  PP-MODE     PIC X(10).
              88 PP-SIMULATION VALUE 'SIMULATION'.
          05  FILLER      PIC X(70).
      *  Same layout as GKTIER01's own PARAMTIER
       FD  PARAMTIER-FDNAME RECORDING MODE F.
       01  PARAMTIER-RECORD.
          05  PT-SEUIL-SOLDE PIC X(15).
          05  PT-SEUIL-ACT   PIC X(05).
          05  PT-FENETRE     PIC X(03).
          05  FILLER         PIC X(57).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBSNP.cpy".
       COPY "./Copybooks/CTBCUM.cpy".
       COPY "./Copybooks/CTBVLT.cpy".
       COPY "./Copybooks/CTBLOG.cpy".
       COPY "./Copybooks/CTBJOB.cpy".
       COPY "./Copybooks/CTBPOS.cpy".
       COPY "./Copybooks/CTBACC.cpy".
       COPY "./Copybooks/CTBRTY.cpy".
       COPY "./Copybooks/CTBFUT.cpy".
       COPY "./Copybooks/CTBPAP.cpy".
       COPY "./Copybooks/CTBHIT.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBAMC.cpy".
       COPY "./Copybooks/CTBBRK.cpy".
       COPY "./Copybooks/CTBVEL.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  Optional as-of override parameter + TBPRC lookup fields
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-ARCH-NAME PIC X(30) VALUE SPACES.
       01  WS-FS-ARCH      PIC X(02).
           88 FS-ARCH-OK   VALUE '00'.
       01  PARAMPURG-NAME  PIC X(30) VALUE 'PARAMPURG'.
       01  WS-FS-PARAM     PIC X(02).
           88 FS-PARAM-OK  VALUE '00'.
       01  PARAMTIER-NAME  PIC X(30) VALUE 'PARAMTIER'.
       01  WS-FS-PARAMTIER PIC X(02).
           88 FS-PARAMTIER-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Run mode
       01  WS-MODE         PIC X(01) VALUE 'R'.
           88 MODE-REEL       VALUE 'R'.
           88 MODE-SIMULATION VALUE 'S'.
      *  As-of / cutoff
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-CALC    PIC 9(08).
       01  WS-DATE-ENTIER  PIC 9(07).
      *  Tables handled, in processing order, with their default
      *  retention in days
       01  WS-TAB-INIT.
           05  FILLER      PIC X(07) VALUE 'SNP0400'.
           05  FILLER      PIC X(07) VALUE 'CUM0400'.
           05  FILLER      PIC X(07) VALUE 'VLT0730'.
           05  FILLER      PIC X(07) VALUE 'LOG0400'.
           05  FILLER      PIC X(07) VALUE 'JOB0090'.
           05  FILLER      PIC X(07) VALUE 'POS2555'.
           05  FILLER      PIC X(07) VALUE 'ACC0730'.
           05  FILLER      PIC X(07) VALUE 'RTY0180'.
           05  FILLER      PIC X(07) VALUE 'FUT0180'.
           05  FILLER      PIC X(07) VALUE 'PAP0365'.
           05  FILLER      PIC X(07) VALUE 'HIT1825'.
       01  WS-TAB-DEFS REDEFINES WS-TAB-INIT.
           05  WS-TAB-DEF OCCURS 11 TIMES.
               10  WS-TAB-CODE    PIC X(03).
               10  WS-TAB-DEFAUT  PIC 9(04).
       01  WS-TAB-NB       PIC 9(02) VALUE 11.
       01  WS-TAB-ETATS.
           05  WS-TAB-ETAT OCCURS 11 TIMES.
               10  WS-TAB-RETENTION PIC 9(04).
               10  WS-TAB-PLANCHER  PIC 9(04).
               10  WS-TAB-CUTOFF    PIC X(10).
               10  WS-TAB-ELIGIBLES PIC 9(08).
               10  WS-TAB-PROTEGES  PIC 9(08).
               10  WS-TAB-ARCHIVES  PIC 9(08).
               10  WS-TAB-SUPPRIMES PIC 9(08).
       01  WS-IT           PIC 9(02).
      *  Floors set by the live readers
       01  WS-FENETRE-TIER PIC 9(03) VALUE 30.
       01  WS-FENETRE-VEL  PIC 9(03) VALUE 0.
      *  Open AML cases : accounts and REFOPEs never purged
       01  WS-AML-NB       PIC 9(04) VALUE 0.
       01  WS-AML-MAX      PIC 9(04) VALUE 1000.
       01  WS-AML-TABLE.
           05  WS-AML-ENTRY OCCURS 1000 TIMES
               INDEXED BY WS-AML-IX.
               10  WS-AML-COMPTE  PIC X(11).
               10  WS-AML-REFOPE  PIC X(10).
      *  Open breaks : their day and the REFOPE they name
       01  WS-BRK-NB       PIC 9(04) VALUE 0.
       01  WS-BRK-MAX      PIC 9(04) VALUE 500.
       01  WS-BRK-TABLE.
           05  WS-BRK-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-BRK-IX.
               10  WS-BRK-DATE    PIC X(10).
               10  WS-BRK-REFOPE  PIC X(10).
       01  WS-DEBORD       PIC X(01) VALUE 'N'.
           88 LISTE-DEBORDEE VALUE 'Y'.
      *  The row in hand, whatever its table
       01  WS-ROW-COMPTE   PIC X(11).
       01  WS-ROW-REFOPE   PIC X(10).
       01  WS-ROW-DATE     PIC X(10).
       01  WS-PROTEGE      PIC X(01).
           88 LIGNE-PROTEGEE VALUE 'Y'.
       01  WS-A-SUPPRIMER  PIC X(01).
           88 LIGNE-A-SUPPRIMER VALUE 'Y'.
       01  WS-CODRET-DL2   PIC X(02).
      *  Last account looked up for the overdrawn-snapshot rule
       01  WS-CPT-CACHE    PIC X(11) VALUE SPACES.
       01  WS-CPT-DEBITEUR PIC X(01) VALUE 'N'.
           88 CPT-DEBITEUR VALUE 'Y'.
      *  Archive line, one layout for every table
       01  ARCH-LINE.
           05  ARCH-CLE      PIC X(40).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ARCH-DATE     PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ARCH-MONTANT  PIC -(13)9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ARCH-MONTANT2 PIC -(13)9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  ARCH-DETAIL   PIC X(70).
           05  FILLER        PIC X(02) VALUE SPACES.
      *  Per-table SYSOUT line
       01  WS-ED-RETENTION PIC ZZZ9.
       01  WS-ED-PLANCHER  PIC ZZZ9.
       01  WS-ED-COMPTE    PIC ZZZZZZZ9.
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
           PERFORM VARYING WS-IT FROM 1 BY 1
                   UNTIL WS-IT > WS-TAB-NB
               IF WS-TAB-RETENTION (WS-IT) > 0 THEN
                   PERFORM 1500-PURGER-TABLE
               END-IF
               PERFORM D000-AFFICHER-TABLE
           END-PERFORM
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date and the run mode, load what the live
      *  processes still need, then each table's retention and cutoff.
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
           OPEN INPUT PARAMPURG-FDNAME
           IF FS-PARAM-OK THEN
               READ PARAMPURG-FDNAME INTO PARAMPURG-RECORD
               IF FS-PARAM-OK AND PP-SIMULATION THEN
                   SET MODE-SIMULATION TO TRUE
               END-IF
               CLOSE PARAMPURG-FDNAME
           END-IF
           PERFORM 1020-LIRE-PARAMTIER
           PERFORM 1030-PLANCHER-VELOCITE
           PERFORM 1040-CHARGER-DOSSIERS-AML
           PERFORM 1050-CHARGER-BREAKS
           IF LISTE-DEBORDEE AND MODE-REEL THEN
               DISPLAY "GKPURG01 : LISTE DE PROTECTION SATUREE - "
                       "PASSAGE FORCE EN SIMULATION"
               SET MODE-SIMULATION TO TRUE
               MOVE '03' TO RC
           END-IF
           IF MODE-SIMULATION THEN
               DISPLAY "GKPURG01 : SIMULATION - AUCUNE ECRITURE, "
                       "AUCUNE SUPPRESSION"
           END-IF
           PERFORM 1010-CHARGER-RETENTIONS
           .

       1010-CHARGER-RETENTIONS.
      ******************************************************************EDEFAY
      *  Each table's retention : TBPRM 'GKPURG01'/'RETxxx' when set,
      *  the built-in default otherwise, raised to the floor a live
      *  reader needs (0 stays 0 : that table is never purged).
           PERFORM VARYING WS-IT FROM 1 BY 1
                   UNTIL WS-IT > WS-TAB-NB
               INITIALIZE WS-TAB-ETAT (WS-IT)
               MOVE WS-TAB-DEFAUT (WS-IT) TO WS-TAB-RETENTION (WS-IT)
               MOVE 'GKPURG01' TO ZAPRM-PGM
               MOVE SPACES TO ZAPRM-NOMPRM
               STRING 'RET' WS-TAB-CODE (WS-IT)
                      DELIMITED BY SIZE INTO ZAPRM-NOMPRM
               MOVE "SEL" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF ZAPRM-CODRET-OK
                  AND ZAPRM-VALPRM(1:4) IS NUMERIC THEN
                   MOVE ZAPRM-VALPRM(1:4) TO WS-TAB-RETENTION (WS-IT)
               END-IF
               EVALUATE WS-TAB-CODE (WS-IT)
                   WHEN 'SNP'
                       MOVE WS-FENETRE-TIER TO WS-TAB-PLANCHER (WS-IT)
                   WHEN 'CUM'
                       MOVE WS-FENETRE-VEL TO WS-TAB-PLANCHER (WS-IT)
               END-EVALUATE
               IF WS-TAB-RETENTION (WS-IT) > 0
                  AND WS-TAB-RETENTION (WS-IT) <
                      WS-TAB-PLANCHER (WS-IT) THEN
                   MOVE WS-TAB-PLANCHER (WS-IT)
                     TO WS-TAB-RETENTION (WS-IT)
               END-IF
               IF WS-TAB-RETENTION (WS-IT) > 0 THEN
                   PERFORM 1100-CALCULER-CUTOFF
               END-IF
           END-PERFORM
           .

       1020-LIRE-PARAMTIER.
      ******************************************************************EDEFAY
      *  GKTIER01 averages the last PT-FENETRE days of snapshots -
      *  read its own parameter so TBSNP never goes under it.
           OPEN INPUT PARAMTIER-FDNAME
           IF FS-PARAMTIER-OK THEN
               READ PARAMTIER-FDNAME INTO PARAMTIER-RECORD
               IF FS-PARAMTIER-OK
                  AND PT-FENETRE NOT = SPACES THEN
                   COMPUTE WS-FENETRE-TIER =
                           FUNCTION NUMVAL(PT-FENETRE)
               END-IF
               CLOSE PARAMTIER-FDNAME
           END-IF
           .

       1030-PLANCHER-VELOCITE.
      ******************************************************************EDEFAY
      *  MFMAJCPT's velocity check sums TBCUM over the trailing
      *  ZAVEL-FENETRE days of each active rule - keep the longest.
           MOVE "OPN" TO ZAVEL-FONCTION
           CALL "MAVEL" USING ZAVEL-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAVEL-FONCTION
           CALL "MAVEL" USING ZAVEL-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAVEL-CODRET-OK
               IF ZAVEL-FENETRE > WS-FENETRE-VEL THEN
                   MOVE ZAVEL-FENETRE TO WS-FENETRE-VEL
               END-IF
               MOVE "FET" TO ZAVEL-FONCTION
               CALL "MAVEL" USING ZAVEL-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAVEL-FONCTION
           CALL "MAVEL" USING ZAVEL-ZCMA, AUTH-QUERY
           .

       1040-CHARGER-DOSSIERS-AML.
      ******************************************************************EDEFAY
      *  Accounts and REFOPEs of the AML cases still in work : open
      *  or escalated (CAMC), and declared but not filed yet (CAMD).
           MOVE "OPN" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAAMC-CODRET-OK
               PERFORM 1045-AJOUTER-DOSSIER-AML
               MOVE "FET" TO ZAAMC-FONCTION
               CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           MOVE "OP2" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAAMC-CODRET-OK
               PERFORM 1045-AJOUTER-DOSSIER-AML
               MOVE "FE2" TO ZAAMC-FONCTION
               CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           .

       1045-AJOUTER-DOSSIER-AML.
      ******************************************************************EDEFAY
      *  One case into the protection list - a full list means some
      *  case would go unprotected, so it is flagged, not ignored.
           IF WS-AML-NB < WS-AML-MAX THEN
               ADD 1 TO WS-AML-NB
               SET WS-AML-IX TO WS-AML-NB
               MOVE ZAAMC-COMPTE TO WS-AML-COMPTE (WS-AML-IX)
               MOVE ZAAMC-REFOPE TO WS-AML-REFOPE (WS-AML-IX)
           ELSE
               SET LISTE-DEBORDEE TO TRUE
           END-IF
           .

       1050-CHARGER-BREAKS.
      ******************************************************************EDEFAY
      *  Open reconciliation breaks : the day they were raised on, and
      *  the REFOPE GKGLR01 puts at the head of their context.
           MOVE "OPN" TO ZABRK-FONCTION
           CALL "MABRK" USING ZABRK-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZABRK-FONCTION
           CALL "MABRK" USING ZABRK-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZABRK-CODRET-OK
               IF WS-BRK-NB < WS-BRK-MAX THEN
                   ADD 1 TO WS-BRK-NB
                   SET WS-BRK-IX TO WS-BRK-NB
                   MOVE ZABRK-DTBRK TO WS-BRK-DATE (WS-BRK-IX)
                   MOVE ZABRK-CONTEXTE(1:10)
                     TO WS-BRK-REFOPE (WS-BRK-IX)
               ELSE
                   SET LISTE-DEBORDEE TO TRUE
               END-IF
               MOVE "FET" TO ZABRK-FONCTION
               CALL "MABRK" USING ZABRK-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZABRK-FONCTION
           CALL "MABRK" USING ZABRK-ZCMA, AUTH-QUERY
           .

       1100-CALCULER-CUTOFF.
      ******************************************************************EDEFAY
      *  Cutoff = as-of date minus the table's retention, same
      *  arithmetic as GKPAUD01.
           STRING WS-AS-OF-DATE(1:4) WS-AS-OF-DATE(6:2)
                  WS-AS-OF-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-CALC
           COMPUTE WS-DATE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-CALC)
                 - WS-TAB-RETENTION (WS-IT)
           COMPUTE WS-DATE-CALC =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-CALC TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-TAB-CUTOFF (WS-IT)
           .

       1500-PURGER-TABLE.
      ******************************************************************EDEFAY
      *  One table : open its archive (real run only), walk its
      *  up-to-cutoff cursor, close the archive.
           IF MODE-REEL THEN
               MOVE SPACES TO FILEOUT-ARCH-NAME
               STRING 'FILEOUT-ARC' WS-TAB-CODE (WS-IT)
                      DELIMITED BY SIZE INTO FILEOUT-ARCH-NAME
               OPEN OUTPUT FILEOUT-ARCH-FDNAME
               IF NOT FS-ARCH-OK THEN
                   DISPLAY "GKPURG01 : OUVERTURE " FILEOUT-ARCH-NAME
                           " KO (" WS-FS-ARCH ") - TABLE NON TRAITEE"
                   MOVE '01' TO RC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE WS-TAB-CODE (WS-IT)
               WHEN 'SNP' PERFORM 1510-PURGER-SNP
               WHEN 'CUM' PERFORM 1520-PURGER-CUM
               WHEN 'VLT' PERFORM 1530-PURGER-VLT
               WHEN 'LOG' PERFORM 1540-PURGER-LOG
               WHEN 'JOB' PERFORM 1550-PURGER-JOB
               WHEN 'POS' PERFORM 1560-PURGER-POS
               WHEN 'ACC' PERFORM 1570-PURGER-ACC
               WHEN 'RTY' PERFORM 1580-PURGER-RTY
               WHEN 'FUT' PERFORM 1590-PURGER-FUT
               WHEN 'PAP' PERFORM 1600-PURGER-PAP
               WHEN 'HIT' PERFORM 1610-PURGER-HIT
           END-EVALUATE
           IF MODE-REEL THEN
               CLOSE FILEOUT-ARCH-FDNAME
           END-IF
           .

       1510-PURGER-SNP.
      ******************************************************************EDEFAY
      *  TBSNP balance snapshots.
           MOVE WS-TAB-CUTOFF (WS-IT) TO ZASNP-DTSNP
           MOVE "OP2" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZASNP-CODRET-OK
               MOVE ZASNP-COMPTE TO WS-ROW-COMPTE
               MOVE SPACES       TO WS-ROW-REFOPE
               MOVE ZASNP-DTSNP  TO WS-ROW-DATE
               INITIALIZE ARCH-LINE
               MOVE ZASNP-COMPTE TO ARCH-CLE
               MOVE ZASNP-SOLDE  TO ARCH-MONTANT
               MOVE ZASNP-DEVISE TO ARCH-DETAIL
               PERFORM 1800-TRAITER-LIGNE
               IF LIGNE-A-SUPPRIMER THEN
                   MOVE "DL2" TO ZASNP-FONCTION
                   CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
                   MOVE ZASNP-CODRET TO WS-CODRET-DL2
                   PERFORM 1900-COMPTER-SUPPRESSION
               END-IF
               MOVE "FE2" TO ZASNP-FONCTION
               CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           .

       1520-PURGER-CUM.
      ******************************************************************EDEFAY
      *  TBCUM daily posting accumulators.
           MOVE WS-TAB-CUTOFF (WS-IT) TO ZACUM-DTCUM
           MOVE "OP2" TO ZACUM-FONCTION
           CALL "MACUM" USING ZACUM-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACUM-FONCTION
           CALL "MACUM" USING ZACUM-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACUM-CODRET-OK
               MOVE ZACUM-COMPTE TO WS-ROW-COMPTE
               MOVE SPACES       TO WS-ROW-REFOPE
               MOVE ZACUM-DTCUM  TO WS-ROW-DATE
               INITIALIZE ARCH-LINE
               STRING ZACUM-COMPTE ' ' ZACUM-CODOPE
                      DELIMITED BY SIZE INTO ARCH-CLE
               MOVE ZACUM-MNTCUM TO ARCH-MONTANT
               MOVE ZACUM-NBOPS  TO ARCH-DETAIL
               PERFORM 1800-TRAITER-LIGNE
               IF LIGNE-A-SUPPRIMER THEN
                   MOVE "DL2" TO ZACUM-FONCTION
                   CALL "MACUM" USING ZACUM-ZCMA, AUTH-QUERY
                   MOVE ZACUM-CODRET TO WS-CODRET-DL2
                   PERFORM 1900-COMPTER-SUPPRESSION
               END-IF
               MOVE "FE2" TO ZACUM-FONCTION
               CALL "MACUM" USING ZACUM-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZACUM-FONCTION
           CALL "MACUM" USING ZACUM-ZCMA, AUTH-QUERY
           .

       1530-PURGER-VLT.
      ******************************************************************EDEFAY
      *  TBVLT velocity-rule trips.
           MOVE WS-TAB-CUTOFF (WS-IT) TO ZAVLT-DTTRIP
           MOVE "OP2" TO ZAVLT-FONCTION
           CALL "MAVLT" USING ZAVLT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAVLT-FONCTION
           CALL "MAVLT" USING ZAVLT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAVLT-CODRET-OK
               MOVE ZAVLT-COMPTE TO WS-ROW-COMPTE
               MOVE SPACES       TO WS-ROW-REFOPE
               MOVE ZAVLT-DTTRIP TO WS-ROW-DATE
               INITIALIZE ARCH-LINE
               STRING ZAVLT-REFVEL ' ' ZAVLT-COMPTE
                      DELIMITED BY SIZE INTO ARCH-CLE
               MOVE ZAVLT-MESUREE TO ARCH-MONTANT
               STRING ZAVLT-ORIGINE ' ' ZAVLT-CODOPE ' ' ZAVLT-ACTION
                      DELIMITED BY SIZE INTO ARCH-DETAIL
               PERFORM 1800-TRAITER-LIGNE
               IF LIGNE-A-SUPPRIMER THEN
                   MOVE "DL2" TO ZAVLT-FONCTION
                   CALL "MAVLT" USING ZAVLT-ZCMA, AUTH-QUERY
                   MOVE ZAVLT-CODRET TO WS-CODRET-DL2
                   PERFORM 1900-COMPTER-SUPPRESSION
               END-IF
               MOVE "FE2" TO ZAVLT-FONCTION
               CALL "MAVLT" USING ZAVLT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAVLT-FONCTION
           CALL "MAVLT" USING ZAVLT-ZCMA, AUTH-QUERY
           .

       1540-PURGER-LOG.
      ******************************************************************EDEFAY
      *  TBLOG batch run log.
           MOVE WS-TAB-CUTOFF (WS-IT) TO ZALOG-DTRUN
           MOVE "OP2" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZALOG-CODRET-OK
               MOVE SPACES       TO WS-ROW-COMPTE
               MOVE SPACES       TO WS-ROW-REFOPE
               MOVE ZALOG-DTRUN  TO WS-ROW-DATE
               INITIALIZE ARCH-LINE
               MOVE ZALOG-PGM    TO ARCH-CLE
               STRING ZALOG-HRDEBUT ' ' ZALOG-HRFIN ' ' ZALOG-NBENR
                      ' ' ZALOG-CODRC
                      DELIMITED BY SIZE INTO ARCH-DETAIL
               PERFORM 1800-TRAITER-LIGNE
               IF LIGNE-A-SUPPRIMER THEN
                   MOVE "DL2" TO ZALOG-FONCTION
                   CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
                   MOVE ZALOG-CODRET TO WS-CODRET-DL2
                   PERFORM 1900-COMPTER-SUPPRESSION
               END-IF
               MOVE "FE2" TO ZALOG-FONCTION
               CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           .

       1550-PURGER-JOB.
      ******************************************************************EDEFAY
      *  TBJOB end-of-day step status - completed steps only, the
      *  cursor leaves running and failed ones for the restart.
           MOVE WS-TAB-CUTOFF (WS-IT) TO ZAJOB-DTJOB
           MOVE "OP2" TO ZAJOB-FONCTION
           CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAJOB-FONCTION
           CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAJOB-CODRET-OK
               MOVE SPACES       TO WS-ROW-COMPTE
               MOVE SPACES       TO WS-ROW-REFOPE
               MOVE ZAJOB-DTJOB  TO WS-ROW-DATE
               INITIALIZE ARCH-LINE
               MOVE ZAJOB-ETAPE  TO ARCH-CLE
               STRING ZAJOB-HRDEBUT ' ' ZAJOB-HRFIN ' ' ZAJOB-CODRC
                      ' ' ZAJOB-STATUT
                      DELIMITED BY SIZE INTO ARCH-DETAIL
               PERFORM 1800-TRAITER-LIGNE
               IF LIGNE-A-SUPPRIMER THEN
                   MOVE "DL2" TO ZAJOB-FONCTION
                   CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
                   MOVE ZAJOB-CODRET TO WS-CODRET-DL2
                   PERFORM 1900-COMPTER-SUPPRESSION
               END-IF
               MOVE "FE2" TO ZAJOB-FONCTION
               CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAJOB-FONCTION
           CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           .

       1560-PURGER-POS.
      ******************************************************************EDEFAY
      *  TBPOS currency position rows.
           MOVE WS-TAB-CUTOFF (WS-IT) TO ZAPOS-DTPOS
           MOVE "OP2" TO ZAPOS-FONCTION
           CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAPOS-FONCTION
           CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAPOS-CODRET-OK
               MOVE ZAPOS-COMPTE TO WS-ROW-COMPTE
               MOVE ZAPOS-REFOPE TO WS-ROW-REFOPE
               MOVE ZAPOS-DTPOS  TO WS-ROW-DATE
               INITIALIZE ARCH-LINE
               STRING ZAPOS-REFOPE ' ' ZAPOS-COMPTE
                      DELIMITED BY SIZE INTO ARCH-CLE
               MOVE ZAPOS-MNTACH TO ARCH-MONTANT
               MOVE ZAPOS-MNTVEN TO ARCH-MONTANT2
               STRING ZAPOS-DEVACH ' ' ZAPOS-DEVVEN ' ' ZAPOS-DEVOPE
                      ' ' ZAPOS-DEVMRG
                      DELIMITED BY SIZE INTO ARCH-DETAIL
               PERFORM 1800-TRAITER-LIGNE
               IF LIGNE-A-SUPPRIMER THEN
                   MOVE "DL2" TO ZAPOS-FONCTION
                   CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
                   MOVE ZAPOS-CODRET TO WS-CODRET-DL2
                   PERFORM 1900-COMPTER-SUPPRESSION
               END-IF
               MOVE "FE2" TO ZAPOS-FONCTION
               CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAPOS-FONCTION
           CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           .

       1570-PURGER-ACC.
      ******************************************************************EDEFAY
      *  TBACC operator inquiry log.
           MOVE WS-TAB-CUTOFF (WS-IT) TO ZAACC-DTACC
           MOVE "OP2" TO ZAACC-FONCTION
           CALL "MAACC" USING ZAACC-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAACC-FONCTION
           CALL "MAACC" USING ZAACC-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAACC-CODRET-OK
               MOVE ZAACC-COMPTE TO WS-ROW-COMPTE
               MOVE SPACES       TO WS-ROW-REFOPE
               MOVE ZAACC-DTACC  TO WS-ROW-DATE
               INITIALIZE ARCH-LINE
               STRING ZAACC-OPERATEUR ' ' ZAACC-COMPTE
                      DELIMITED BY SIZE INTO ARCH-CLE
               STRING ZAACC-TYPEINQ ' ' ZAACC-HRACC
                      DELIMITED BY SIZE INTO ARCH-DETAIL
               PERFORM 1800-TRAITER-LIGNE
               IF LIGNE-A-SUPPRIMER THEN
                   MOVE "DL2" TO ZAACC-FONCTION
                   CALL "MAACC" USING ZAACC-ZCMA, AUTH-QUERY
                   MOVE ZAACC-CODRET TO WS-CODRET-DL2
                   PERFORM 1900-COMPTER-SUPPRESSION
               END-IF
               MOVE "FE2" TO ZAACC-FONCTION
               CALL "MAACC" USING ZAACC-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAACC-FONCTION
           CALL "MAACC" USING ZAACC-ZCMA, AUTH-QUERY
           .

       1580-PURGER-RTY.
      ******************************************************************EDEFAY
      *  TBRTY retry queue - posted or abandoned rows only.
           MOVE WS-TAB-CUTOFF (WS-IT) TO ZARTY-DATOPE
           MOVE "OP2" TO ZARTY-FONCTION
           CALL "MARTY" USING ZARTY-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZARTY-FONCTION
           CALL "MARTY" USING ZARTY-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZARTY-CODRET-OK
               MOVE ZARTY-COMPTE TO WS-ROW-COMPTE
               MOVE ZARTY-REFOPE TO WS-ROW-REFOPE
               MOVE ZARTY-DATOPE TO WS-ROW-DATE
               INITIALIZE ARCH-LINE
               STRING ZARTY-REFOPE ' ' ZARTY-COMPTE ' ' ZARTY-CODOPE
                      DELIMITED BY SIZE INTO ARCH-CLE
               MOVE ZARTY-MNTOPE TO ARCH-MONTANT
               STRING ZARTY-CODDEV ' ' ZARTY-ORIGINE ' '
                      ZARTY-NBESSAIS ' ' ZARTY-CODDERN ' '
                      ZARTY-STATUT ' ' ZARTY-CORRELID
                      DELIMITED BY SIZE INTO ARCH-DETAIL
               PERFORM 1800-TRAITER-LIGNE
               IF LIGNE-A-SUPPRIMER THEN
                   MOVE "DL2" TO ZARTY-FONCTION
                   CALL "MARTY" USING ZARTY-ZCMA, AUTH-QUERY
                   MOVE ZARTY-CODRET TO WS-CODRET-DL2
                   PERFORM 1900-COMPTER-SUPPRESSION
               END-IF
               MOVE "FE2" TO ZARTY-FONCTION
               CALL "MARTY" USING ZARTY-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZARTY-FONCTION
           CALL "MARTY" USING ZARTY-ZCMA, AUTH-QUERY
           .

       1590-PURGER-FUT.
      ******************************************************************EDEFAY
      *  TBFUT future-dated postings - released rows only.
           MOVE WS-TAB-CUTOFF (WS-IT) TO ZAFUT-DATOPE
           MOVE "OP2" TO ZAFUT-FONCTION
           CALL "MAFUT" USING ZAFUT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAFUT-FONCTION
           CALL "MAFUT" USING ZAFUT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAFUT-CODRET-OK
               MOVE ZAFUT-COMPTE TO WS-ROW-COMPTE
               MOVE ZAFUT-REFOPE TO WS-ROW-REFOPE
               MOVE ZAFUT-DATOPE TO WS-ROW-DATE
               INITIALIZE ARCH-LINE
               STRING ZAFUT-REFOPE ' ' ZAFUT-COMPTE ' ' ZAFUT-CODOPE
                      DELIMITED BY SIZE INTO ARCH-CLE
               MOVE ZAFUT-MNTOPE TO ARCH-MONTANT
               STRING ZAFUT-CODDEV ' ' ZAFUT-ORIGINE ' '
                      ZAFUT-STATUT ' ' ZAFUT-DTREL
                      DELIMITED BY SIZE INTO ARCH-DETAIL
               PERFORM 1800-TRAITER-LIGNE
               IF LIGNE-A-SUPPRIMER THEN
                   MOVE "DL2" TO ZAFUT-FONCTION
                   CALL "MAFUT" USING ZAFUT-ZCMA, AUTH-QUERY
                   MOVE ZAFUT-CODRET TO WS-CODRET-DL2
                   PERFORM 1900-COMPTER-SUPPRESSION
               END-IF
               MOVE "FE2" TO ZAFUT-FONCTION
               CALL "MAFUT" USING ZAFUT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAFUT-FONCTION
           CALL "MAFUT" USING ZAFUT-ZCMA, AUTH-QUERY
           .

       1600-PURGER-PAP.
      ******************************************************************EDEFAY
      *  TBPAP pending approvals - approved or refused rows only.
           MOVE WS-TAB-CUTOFF (WS-IT) TO ZAPAP-DATOPE
           MOVE "OP2" TO ZAPAP-FONCTION
           CALL "MAPAP" USING ZAPAP-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAPAP-FONCTION
           CALL "MAPAP" USING ZAPAP-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAPAP-CODRET-OK
               MOVE ZAPAP-COMPTE TO WS-ROW-COMPTE
               MOVE ZAPAP-REFOPE TO WS-ROW-REFOPE
               MOVE ZAPAP-DATOPE TO WS-ROW-DATE
               INITIALIZE ARCH-LINE
               STRING ZAPAP-REFOPE ' ' ZAPAP-COMPTE ' ' ZAPAP-CODOPE
                      DELIMITED BY SIZE INTO ARCH-CLE
               MOVE ZAPAP-MNTOPE TO ARCH-MONTANT
               STRING ZAPAP-CODDEV ' ' ZAPAP-OPERATEUR ' '
                      ZAPAP-APPROBATEUR ' ' ZAPAP-STATUT
                      DELIMITED BY SIZE INTO ARCH-DETAIL
               PERFORM 1800-TRAITER-LIGNE
               IF LIGNE-A-SUPPRIMER THEN
                   MOVE "DL2" TO ZAPAP-FONCTION
                   CALL "MAPAP" USING ZAPAP-ZCMA, AUTH-QUERY
                   MOVE ZAPAP-CODRET TO WS-CODRET-DL2
                   PERFORM 1900-COMPTER-SUPPRESSION
               END-IF
               MOVE "FE2" TO ZAPAP-FONCTION
               CALL "MAPAP" USING ZAPAP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAPAP-FONCTION
           CALL "MAPAP" USING ZAPAP-ZCMA, AUTH-QUERY
           .

       1610-PURGER-HIT.
      ******************************************************************EDEFAY
      *  TBHIT watchlist hits - released or blocked rows only.
           MOVE WS-TAB-CUTOFF (WS-IT) TO ZAHIT-DATOPE
           MOVE "OP2" TO ZAHIT-FONCTION
           CALL "MAHIT" USING ZAHIT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAHIT-FONCTION
           CALL "MAHIT" USING ZAHIT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIT-CODRET-OK
               MOVE ZAHIT-COMPTE TO WS-ROW-COMPTE
               MOVE ZAHIT-REFOPE TO WS-ROW-REFOPE
               MOVE ZAHIT-DATOPE TO WS-ROW-DATE
               INITIALIZE ARCH-LINE
               STRING ZAHIT-REFOPE ' ' ZAHIT-COMPTE ' ' ZAHIT-CODOPE
                      DELIMITED BY SIZE INTO ARCH-CLE
               MOVE ZAHIT-MNTOPE TO ARCH-MONTANT
               STRING ZAHIT-CODDEV ' ' ZAHIT-STATUT ' '
                      ZAHIT-REFWLS ' ' ZAHIT-DECIDEUR ' '
                      ZAHIT-NOMTROUVE
                      DELIMITED BY SIZE INTO ARCH-DETAIL
               PERFORM 1800-TRAITER-LIGNE
               IF LIGNE-A-SUPPRIMER THEN
                   MOVE "DL2" TO ZAHIT-FONCTION
                   CALL "MAHIT" USING ZAHIT-ZCMA, AUTH-QUERY
                   MOVE ZAHIT-CODRET TO WS-CODRET-DL2
                   PERFORM 1900-COMPTER-SUPPRESSION
               END-IF
               MOVE "FE2" TO ZAHIT-FONCTION
               CALL "MAHIT" USING ZAHIT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAHIT-FONCTION
           CALL "MAHIT" USING ZAHIT-ZCMA, AUTH-QUERY
           .

       1800-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  One fetched row : protected rows are counted and left alone ;
      *  otherwise, on a real run, the row is archived first and only
      *  then handed back for the positioned delete, so a failure
      *  between the two loses nothing (GKPHIS01's order).
           MOVE 'N' TO WS-A-SUPPRIMER
           ADD 1 TO WS-TAB-ELIGIBLES (WS-IT)
           PERFORM 2000-VERIFIER-PROTECTION
           IF LIGNE-PROTEGEE THEN
               ADD 1 TO WS-TAB-PROTEGES (WS-IT)
               EXIT PARAGRAPH
           END-IF
           IF MODE-SIMULATION THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-DATE TO ARCH-DATE
           WRITE FILEOUT-ARCH-RECORD FROM ARCH-LINE
           IF FS-ARCH-OK THEN
               ADD 1 TO WS-TAB-ARCHIVES (WS-IT)
               SET LIGNE-A-SUPPRIMER TO TRUE
           ELSE
               DISPLAY "GKPURG01 : ECRITURE ARCHIVE KO ("
                       WS-FS-ARCH ") " WS-TAB-CODE (WS-IT) " "
                       ARCH-CLE " - LIGNE CONSERVEE"
               MOVE '01' TO RC
           END-IF
           .

       1900-COMPTER-SUPPRESSION.
      ******************************************************************EDEFAY
      *  Outcome of the DL2 just issued.
           IF WS-CODRET-DL2 = '00' THEN
               ADD 1 TO WS-TAB-SUPPRIMES (WS-IT)
           ELSE
               DISPLAY "GKPURG01 : DL2 KO (" WS-CODRET-DL2 ") "
                       WS-TAB-CODE (WS-IT) " " ARCH-CLE
               IF RC-IS-00 THEN
                   MOVE '02' TO RC
               END-IF
           END-IF
           .

       2000-VERIFIER-PROTECTION.
      ******************************************************************EDEFAY
      *  Does a live process still need the row in hand ?
           MOVE 'N' TO WS-PROTEGE
           PERFORM VARYING WS-BRK-IX FROM 1 BY 1
                   UNTIL WS-BRK-IX > WS-BRK-NB
               IF WS-BRK-DATE (WS-BRK-IX) = WS-ROW-DATE
                  OR (WS-ROW-REFOPE NOT = SPACES
                      AND WS-BRK-REFOPE (WS-BRK-IX) = WS-ROW-REFOPE)
                  THEN
                   SET LIGNE-PROTEGEE TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AML-IX FROM 1 BY 1
                   UNTIL WS-AML-IX > WS-AML-NB
               IF (WS-ROW-COMPTE NOT = SPACES
                   AND WS-AML-COMPTE (WS-AML-IX) = WS-ROW-COMPTE)
                  OR (WS-ROW-REFOPE NOT = SPACES
                      AND WS-AML-REFOPE (WS-AML-IX) = WS-ROW-REFOPE)
                  THEN
                   SET LIGNE-PROTEGEE TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-TAB-CODE (WS-IT) = 'SNP' THEN
               PERFORM 2010-VERIFIER-DEBITEUR
               IF CPT-DEBITEUR THEN
                   SET LIGNE-PROTEGEE TO TRUE
               END-IF
           END-IF
           .

       2010-VERIFIER-DEBITEUR.
      ******************************************************************EDEFAY
      *  Is the snapshot's account overdrawn today ? GKODEX01 counts
      *  its trailing run of negative snapshots, all of them. The
      *  answer is kept for the last account looked up - one account's
      *  old snapshots usually come through together.
           IF WS-ROW-COMPTE = WS-CPT-CACHE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-COMPTE TO WS-CPT-CACHE
           MOVE 'N' TO WS-CPT-DEBITEUR
           MOVE WS-ROW-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK AND ZACPT-SOLDE < ZERO THEN
               SET CPT-DEBITEUR TO TRUE
           END-IF
           .

       D000-AFFICHER-TABLE.
      ******************************************************************EDEFAY
      *  One SYSOUT line per table : retention, cutoff and counts.
           MOVE WS-TAB-RETENTION (WS-IT) TO WS-ED-RETENTION
           IF WS-TAB-RETENTION (WS-IT) = 0 THEN
               DISPLAY "GKPURG01 : TB" WS-TAB-CODE (WS-IT)
                       " RETENTION 0 - JAMAIS PURGEE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAB-PLANCHER (WS-IT) TO WS-ED-PLANCHER
           DISPLAY "GKPURG01 : TB" WS-TAB-CODE (WS-IT)
                   " RETENTION " WS-ED-RETENTION " J (PLANCHER "
                   WS-ED-PLANCHER ") CUTOFF " WS-TAB-CUTOFF (WS-IT)
           MOVE WS-TAB-ELIGIBLES (WS-IT) TO WS-ED-COMPTE
           DISPLAY "GKPURG01 :    " WS-ED-COMPTE " ELIGIBLE(S)"
           MOVE WS-TAB-PROTEGES (WS-IT) TO WS-ED-COMPTE
           DISPLAY "GKPURG01 :    " WS-ED-COMPTE " PROTEGEE(S)"
           IF MODE-SIMULATION THEN
               COMPUTE WS-ED-COMPTE = WS-TAB-ELIGIBLES (WS-IT)
                                    - WS-TAB-PROTEGES (WS-IT)
               DISPLAY "GKPURG01 :    " WS-ED-COMPTE
                       " A PURGER (SIMULATION)"
           ELSE
               MOVE WS-TAB-ARCHIVES (WS-IT) TO WS-ED-COMPTE
               DISPLAY "GKPURG01 :    " WS-ED-COMPTE " ARCHIVEE(S)"
               MOVE WS-TAB-SUPPRIMES (WS-IT) TO WS-ED-COMPTE
               DISPLAY "GKPURG01 :    " WS-ED-COMPTE " SUPPRIMEE(S)"
           END-IF
           .
