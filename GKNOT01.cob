      *PROCESS TEST
      ******************************************************************
      * Program name   : GKNOT01
      * Original author: DEFAY E.
      *
      * Description    : Customer notice production for the account
      *                  lifecycle events the batches act on without
      *                  telling the customer. Looks ahead from the
      *                  processing date, each event type with its own
      *                  lead days (TBPRM), and writes one letter
      *                  record per notice due to FILEOUT-LETTRES for
      *                  the print / e-channel :
      *                   - DRM : an active account that GKDORM01 will
      *                     flag dormant (last movement + the product's
      *                     JRSDORM, else GKDORM01's SEUILJRS) ;
      *                   - DEP : an active term deposit maturing
      *                     (GKDEP01) - none once a break is pending ;
      *                   - RL1/RL2/RL3 : an open TBARR arrears row
      *                     (GKLOAN02) that has reached a reminder
      *                     level, days since the installment was due ;
      *                   - FAC : an active TBFAC overdraft facility
      *                     expiring (GKFAC01) ;
      *                   - ESC : a dormant account in credit that
      *                     GKESCH01 will surrender to the state
      *                     (last movement + GKESCH01's SEUILJRS).
      *                  Every notice is registered in the TBLET letter
      *                  history before its record is written, and a
      *                  notice already there for the same type, object
      *                  and event date is skipped - a daily run never
      *                  sends the same letter twice. The channel is
      *                  'E' for e-statement subscribers (ZACPT-ESTMT),
      *                  'P' print otherwise. Internal accounts (blank
      *                  ZACPT-CLIENT) get no letters. A printed letter
      *                  to a gone-away customer (ZACLI-NPAI) is held :
      *                  neither registered nor written, so it goes
      *                  out on the first run after GKMCLI01 records a
      *                  new address while the event is still ahead ;
      *                  e-channel letters are not held. The extract
      *                  ends with the standard CTRLEXT trailer
      *                  (letter count, amount hash total).
      * Rules handling :
      *             RC = 00 : Ran to completion
      *             RC = 01 : Could not open FILEOUT-LETTRES
      *             RC = 05 : One or more TBLET registrations failed
      *                       (see SYSOUT) ; no letter was written for
      *                       them, the next run retries
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-LETTRES - the letter extract.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : 'GKNOT01 ' lead days per event - 'JRSDRM  '
      *                   (default 30), 'JRSDEP  ' (15), 'JRSFAC  '
      *                   (30), 'JRSESC  ' (60) ; arrears reminder
      *                   levels in days past due - 'RELANCE1' (5),
      *                   'RELANCE2' (15), 'RELANCE3' (30). The
      *                   horizons themselves are the acting batches'
      *                   own : 'GKDORM01'/'SEUILJRS' (90) and
      *                   'GKESCH01'/'SEUILJRS' (1825).
      *
      * Return          : (RETURN-CODE)
      *
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        Printed letters to gone-away customers
      *                         (ZACLI-NPAI) are held, counted on the
      *                         run totals.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GKNOT01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-LETTRES-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-LETTRES-NAME
           FILE STATUS IS WS-FS-LETTRES
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-LETTRES-FDNAME RECORDING MODE F.
       01  FILEOUT-LETTRES-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRD.cpy".
       COPY "./Copybooks/CTBDEP.cpy".
       COPY "./Copybooks/CTBARR.cpy".
       COPY "./Copybooks/CTBFAC.cpy".
       COPY "./Copybooks/CTBLET.cpy".
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBLOG.cpy".
       COPY "./Copybooks/CTRLEXT.cpy".
      *  Run-log working fields, see 1980-JOURNALISER-EXECUTION
       01  WS-LOG-YYYYMMDD  PIC 9(08).
       01  WS-LOG-HRDEBUT   PIC 9(08).
       01  WS-LOG-HRFIN     PIC 9(08).
      *  Optional as-of override parameter
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Output file
       01  FILEOUT-LETTRES-NAME PIC X(30) VALUE 'FILEOUT-LETTRES'.
       01  WS-FS-LETTRES   PIC X(02).
           88 FS-LETTRES-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  As-of date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-ENTIER-JOUR  PIC 9(07).
      *  Lead days and reminder levels, see 1010-CHARGER-PARAMETRES
       01  WS-AVANCE-DRM   PIC 9(05) VALUE 30.
       01  WS-AVANCE-DEP   PIC 9(05) VALUE 15.
       01  WS-AVANCE-FAC   PIC 9(05) VALUE 30.
       01  WS-AVANCE-ESC   PIC 9(05) VALUE 60.
       01  WS-RELANCE-1    PIC 9(05) VALUE 5.
       01  WS-RELANCE-2    PIC 9(05) VALUE 15.
       01  WS-RELANCE-3    PIC 9(05) VALUE 30.
       01  WS-SEUIL-DORM   PIC 9(05) VALUE 90.
       01  WS-SEUIL-ESCH   PIC 9(05) VALUE 1825.
       01  WS-SEUIL-EFFECTIF PIC 9(05).
      *  One TBPRM read, see 1015-LIRE-PRM
       01  WS-PRM-PGM      PIC X(08).
       01  WS-PRM-NOM      PIC X(08).
       01  WS-PRM-VAL      PIC 9(05).
      *  Date working fields
       01  WS-DATE-ISO     PIC X(10).
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-DATE-ENTIER  PIC 9(07).
       01  WS-JOURS        PIC S9(07).
      *  The notice in hand, see 2000-EMETTRE-LETTRE
       01  WS-LET-TYPLET   PIC X(03).
       01  WS-LET-REFOBJ   PIC X(11).
       01  WS-LET-DTEVT    PIC X(10).
       01  WS-LET-COMPTE   PIC X(11).
       01  WS-LET-CLIENT   PIC X(08).
       01  WS-LET-CANAL    PIC X(01).
       01  WS-LET-MNT      PIC S9(13)V9(2) COMP-3.
      *  Letter record - amount at cols 51-65 for GKVERF01's fixed
      *  hash mode
       01  LET-LIGNE.
           05  LET-TYPLET  PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  LET-CANAL   PIC X(01).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  LET-CLIENT  PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  LET-COMPTE  PIC X(11).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  LET-REFOBJ  PIC X(11).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  LET-DTEVT   PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  LET-MONTANT PIC -(11)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  LET-DTLET   PIC X(10).
           05  FILLER      PIC X(04) VALUE SPACES.
      *  Counters
       01  WS-NB-LUS       PIC 9(07) VALUE 0.
       01  WS-NB-DRM       PIC 9(06) VALUE 0.
       01  WS-NB-DEP       PIC 9(06) VALUE 0.
       01  WS-NB-RELANCES  PIC 9(06) VALUE 0.
       01  WS-NB-FAC       PIC 9(06) VALUE 0.
       01  WS-NB-ESC       PIC 9(06) VALUE 0.
       01  WS-NB-DEJA      PIC 9(06) VALUE 0.
       01  WS-NB-RETENUES  PIC 9(06) VALUE 0.
       01  WS-NB-ERREURS   PIC 9(06) VALUE 0.
       01  WS-EMISE        PIC X(01).
           88 LETTRE-EMISE VALUE 'Y'.
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
           ACCEPT WS-LOG-HRDEBUT FROM TIME
           PERFORM 1001-DEBUT
           IF RC-IS-00 THEN
               PERFORM 1010-CHARGER-PARAMETRES
               PERFORM 1100-AVIS-COMPTES
               PERFORM 1200-AVIS-DEPOTS
               PERFORM 1300-AVIS-IMPAYES
               PERFORM 1400-AVIS-FACILITES
               PERFORM 1900-BILAN
               PERFORM 1950-ECRIRE-TRAILER
               PERFORM 9999-CFILES
           END-IF
           PERFORM 1980-JOURNALISER-EXECUTION
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date (PARAMASOF override, else TBPRC, else
      *  clock) and open the extract.
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
           MOVE WS-AS-OF-DATE TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           MOVE WS-DATE-ENTIER TO WS-ENTIER-JOUR
           OPEN OUTPUT FILEOUT-LETTRES-FDNAME
           IF NOT FS-LETTRES-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1010-CHARGER-PARAMETRES.
      ******************************************************************EDEFAY
      *  Lead days and reminder levels from TBPRM 'GKNOT01 ', and the
      *  dormancy / escheatment horizons from the acting batches' own
      *  rows, each keeping its default when no row is configured.
           MOVE 'GKNOT01 ' TO WS-PRM-PGM
           MOVE 'JRSDRM  ' TO WS-PRM-NOM
           MOVE WS-AVANCE-DRM TO WS-PRM-VAL
           PERFORM 1015-LIRE-PRM
           MOVE WS-PRM-VAL TO WS-AVANCE-DRM
           MOVE 'JRSDEP  ' TO WS-PRM-NOM
           MOVE WS-AVANCE-DEP TO WS-PRM-VAL
           PERFORM 1015-LIRE-PRM
           MOVE WS-PRM-VAL TO WS-AVANCE-DEP
           MOVE 'JRSFAC  ' TO WS-PRM-NOM
           MOVE WS-AVANCE-FAC TO WS-PRM-VAL
           PERFORM 1015-LIRE-PRM
           MOVE WS-PRM-VAL TO WS-AVANCE-FAC
           MOVE 'JRSESC  ' TO WS-PRM-NOM
           MOVE WS-AVANCE-ESC TO WS-PRM-VAL
           PERFORM 1015-LIRE-PRM
           MOVE WS-PRM-VAL TO WS-AVANCE-ESC
           MOVE 'RELANCE1' TO WS-PRM-NOM
           MOVE WS-RELANCE-1 TO WS-PRM-VAL
           PERFORM 1015-LIRE-PRM
           MOVE WS-PRM-VAL TO WS-RELANCE-1
           MOVE 'RELANCE2' TO WS-PRM-NOM
           MOVE WS-RELANCE-2 TO WS-PRM-VAL
           PERFORM 1015-LIRE-PRM
           MOVE WS-PRM-VAL TO WS-RELANCE-2
           MOVE 'RELANCE3' TO WS-PRM-NOM
           MOVE WS-RELANCE-3 TO WS-PRM-VAL
           PERFORM 1015-LIRE-PRM
           MOVE WS-PRM-VAL TO WS-RELANCE-3
           MOVE 'GKDORM01' TO WS-PRM-PGM
           MOVE 'SEUILJRS' TO WS-PRM-NOM
           MOVE WS-SEUIL-DORM TO WS-PRM-VAL
           PERFORM 1015-LIRE-PRM
           MOVE WS-PRM-VAL TO WS-SEUIL-DORM
           MOVE 'GKESCH01' TO WS-PRM-PGM
           MOVE 'SEUILJRS' TO WS-PRM-NOM
           MOVE WS-SEUIL-ESCH TO WS-PRM-VAL
           PERFORM 1015-LIRE-PRM
           MOVE WS-PRM-VAL TO WS-SEUIL-ESCH
           .

       1015-LIRE-PRM.
      ******************************************************************EDEFAY
      *  WS-PRM-VAL := TBPRM WS-PRM-PGM/WS-PRM-NOM when a row is
      *  configured, left at the caller's default otherwise.
           MOVE WS-PRM-PGM TO ZAPRM-PGM
           MOVE WS-PRM-NOM TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               COMPUTE WS-PRM-VAL = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           .

       1100-AVIS-COMPTES.
      ******************************************************************EDEFAY
      *  CACC scan for the two account-level notices : upcoming
      *  dormancy on an active account, escheatment pre-notice on a
      *  dormant one in credit. Dormancy falls the day after the
      *  horizon has elapsed (GKDORM01 flags past it), escheatment
      *  the day it is reached (GKESCH01 surrenders from it).
           MOVE "OPN" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPT-CODRET-OK
               ADD 1 TO WS-NB-LUS
               IF ZACPT-CLIENT NOT = SPACES
                  AND ZACPT-DDMVT NOT = SPACES THEN
                   EVALUATE TRUE
                       WHEN ZACPT-ACTIF
                           PERFORM 1110-AVIS-DORMANCE
                       WHEN ZACPT-DORMANT
                           PERFORM 1120-AVIS-DESHERENCE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               MOVE "FET" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           .

       1110-AVIS-DORMANCE.
      ******************************************************************EDEFAY
      *  Active account : the product's JRSDORM when one is set, else
      *  GKDORM01's horizon - same rule as its 2100-SEUIL-PRODUIT.
           MOVE WS-SEUIL-DORM TO WS-SEUIL-EFFECTIF
           IF ZACPT-PRODUIT NOT = SPACES THEN
               MOVE ZACPT-PRODUIT TO ZAPRD-PRODUIT
               MOVE "SEL" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
               IF ZAPRD-CODRET-OK
                  AND ZAPRD-JRSDORM > ZERO THEN
                   MOVE ZAPRD-JRSDORM TO WS-SEUIL-EFFECTIF
               END-IF
           END-IF
           MOVE ZACPT-DDMVT TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           COMPUTE WS-DATE-ENTIER =
                   WS-DATE-ENTIER + WS-SEUIL-EFFECTIF + 1
           COMPUTE WS-JOURS = WS-DATE-ENTIER - WS-ENTIER-JOUR
           IF WS-JOURS < ZERO
              OR WS-JOURS > WS-AVANCE-DRM THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 2210-ENTIER-EN-DATE
           MOVE 'DRM' TO WS-LET-TYPLET
           MOVE ZACPT-COMPTE TO WS-LET-REFOBJ
           MOVE WS-DATE-ISO TO WS-LET-DTEVT
           MOVE ZACPT-SOLDE TO WS-LET-MNT
           PERFORM 2010-DESTINATAIRE-COMPTE
           PERFORM 2000-EMETTRE-LETTRE
           IF LETTRE-EMISE THEN
               ADD 1 TO WS-NB-DRM
           END-IF
           .

       1120-AVIS-DESHERENCE.
      ******************************************************************EDEFAY
      *  Dormant account in credit - GKESCH01 skips an overdrawn one,
      *  so it gets no notice either.
           IF ZACPT-SOLDE NOT > ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-DDMVT TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           ADD WS-SEUIL-ESCH TO WS-DATE-ENTIER
           COMPUTE WS-JOURS = WS-DATE-ENTIER - WS-ENTIER-JOUR
           IF WS-JOURS < ZERO
              OR WS-JOURS > WS-AVANCE-ESC THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 2210-ENTIER-EN-DATE
           MOVE 'ESC' TO WS-LET-TYPLET
           MOVE ZACPT-COMPTE TO WS-LET-REFOBJ
           MOVE WS-DATE-ISO TO WS-LET-DTEVT
           MOVE ZACPT-SOLDE TO WS-LET-MNT
           PERFORM 2010-DESTINATAIRE-COMPTE
           PERFORM 2000-EMETTRE-LETTRE
           IF LETTRE-EMISE THEN
               ADD 1 TO WS-NB-ESC
           END-IF
           .

       1200-AVIS-DEPOTS.
      ******************************************************************EDEFAY
      *  Active term deposits maturing within the lead days, the
      *  principal as the letter amount. A deposit with a break
      *  pending will not reach maturity - no notice.
           MOVE "OPN" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZADEP-CODRET-OK
               ADD 1 TO WS-NB-LUS
               IF ZADEP-ACTIF
                  AND ZADEP-DTRUPT = SPACES THEN
                   MOVE ZADEP-DTMAT TO WS-DATE-ISO
                   PERFORM 2200-DATE-EN-ENTIER
                   COMPUTE WS-JOURS = WS-DATE-ENTIER - WS-ENTIER-JOUR
                   IF WS-JOURS NOT < ZERO
                      AND WS-JOURS NOT > WS-AVANCE-DEP THEN
                       MOVE 'DEP' TO WS-LET-TYPLET
                       MOVE ZADEP-REFDEP TO WS-LET-REFOBJ
                       MOVE ZADEP-DTMAT TO WS-LET-DTEVT
                       MOVE ZADEP-MNTPRIN TO WS-LET-MNT
                       MOVE ZADEP-COMPTE TO WS-LET-COMPTE
                       PERFORM 2020-DESTINATAIRE-LU
                       PERFORM 2000-EMETTRE-LETTRE
                       IF LETTRE-EMISE THEN
                           ADD 1 TO WS-NB-DEP
                       END-IF
                   END-IF
               END-IF
               MOVE "FET" TO ZADEP-FONCTION
               CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           .

       1300-AVIS-IMPAYES.
      ******************************************************************EDEFAY
      *  Open arrears rows : the highest reminder level the row's age
      *  (days since the installment fell due) has reached. A level
      *  already sent is skipped by the history, so a row walks up
      *  RL1, RL2, RL3 one letter each ; a run that missed a level
      *  sends only the level the row is at now.
           MOVE "OPN" TO ZAARR-FONCTION
           CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAARR-FONCTION
           CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAARR-CODRET-OK
               ADD 1 TO WS-NB-LUS
               IF ZAARR-OUVERT THEN
                   MOVE ZAARR-DTECH TO WS-DATE-ISO
                   PERFORM 2200-DATE-EN-ENTIER
                   COMPUTE WS-JOURS = WS-ENTIER-JOUR - WS-DATE-ENTIER
                   MOVE SPACES TO WS-LET-TYPLET
                   EVALUATE TRUE
                       WHEN WS-JOURS NOT < WS-RELANCE-3
                           MOVE 'RL3' TO WS-LET-TYPLET
                       WHEN WS-JOURS NOT < WS-RELANCE-2
                           MOVE 'RL2' TO WS-LET-TYPLET
                       WHEN WS-JOURS NOT < WS-RELANCE-1
                           MOVE 'RL1' TO WS-LET-TYPLET
                   END-EVALUATE
                   IF WS-LET-TYPLET NOT = SPACES THEN
                       MOVE ZAARR-REFARR TO WS-LET-REFOBJ
                       MOVE ZAARR-DTECH TO WS-LET-DTEVT
                       MOVE ZAARR-MNTECH TO WS-LET-MNT
                       MOVE ZAARR-COMPTE TO WS-LET-COMPTE
                       PERFORM 2020-DESTINATAIRE-LU
                       PERFORM 2000-EMETTRE-LETTRE
                       IF LETTRE-EMISE THEN
                           ADD 1 TO WS-NB-RELANCES
                       END-IF
                   END-IF
               END-IF
               MOVE "FET" TO ZAARR-FONCTION
               CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAARR-FONCTION
           CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
           .

       1400-AVIS-FACILITES.
      ******************************************************************EDEFAY
      *  Active overdraft facilities (CFAC) expiring within the lead
      *  days ; an open-ended facility (blank DTEXP) never expires.
           MOVE "OPN" TO ZAFAC-FONCTION
           CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAFAC-FONCTION
           CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAFAC-CODRET-OK
               ADD 1 TO WS-NB-LUS
               IF ZAFAC-ACTIF
                  AND ZAFAC-DTEXP NOT = SPACES THEN
                   MOVE ZAFAC-DTEXP TO WS-DATE-ISO
                   PERFORM 2200-DATE-EN-ENTIER
                   COMPUTE WS-JOURS = WS-DATE-ENTIER - WS-ENTIER-JOUR
                   IF WS-JOURS NOT < ZERO
                      AND WS-JOURS NOT > WS-AVANCE-FAC THEN
                       MOVE 'FAC' TO WS-LET-TYPLET
                       MOVE ZAFAC-COMPTE TO WS-LET-REFOBJ
                       MOVE ZAFAC-DTEXP TO WS-LET-DTEVT
                       MOVE ZAFAC-MONTANT TO WS-LET-MNT
                       MOVE ZAFAC-COMPTE TO WS-LET-COMPTE
                       PERFORM 2020-DESTINATAIRE-LU
                       PERFORM 2000-EMETTRE-LETTRE
                       IF LETTRE-EMISE THEN
                           ADD 1 TO WS-NB-FAC
                       END-IF
                   END-IF
               END-IF
               MOVE "FET" TO ZAFAC-FONCTION
               CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAFAC-FONCTION
           CALL "MAFAC" USING ZAFAC-ZCMA, AUTH-QUERY
           .

       2000-EMETTRE-LETTRE.
      ******************************************************************EDEFAY
      *  Issue the notice in WS-LET-* unless the history already has
      *  it : register it in TBLET first, then write the letter
      *  record - a failed registration writes nothing, so the next
      *  run retries instead of a letter going out unrecorded. No
      *  customer behind the account (internal, or unknown) - no
      *  letter.
           MOVE 'N' TO WS-EMISE
           IF WS-LET-CLIENT = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LET-TYPLET TO ZALET-TYPLET
           MOVE WS-LET-REFOBJ TO ZALET-REFOBJ
           MOVE WS-LET-DTEVT  TO ZALET-DTEVT
           MOVE "SEL" TO ZALET-FONCTION
           CALL "MALET" USING ZALET-ZCMA, AUTH-QUERY
           IF ZALET-CODRET-OK THEN
               ADD 1 TO WS-NB-DEJA
               EXIT PARAGRAPH
           END-IF
      *    Gone-away customer : mail is held - not registered either,
      *    so a later run sends it once the address is corrected
           IF WS-LET-CANAL = 'P' THEN
               MOVE WS-LET-CLIENT TO ZACLI-CLIENT
               MOVE "SEL" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               IF ZACLI-CODRET-OK
                  AND ZACLI-NPAI-OUI THEN
                   ADD 1 TO WS-NB-RETENUES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-LET-TYPLET TO ZALET-TYPLET
           MOVE WS-LET-REFOBJ TO ZALET-REFOBJ
           MOVE WS-LET-DTEVT  TO ZALET-DTEVT
           MOVE WS-LET-COMPTE TO ZALET-COMPTE
           MOVE WS-LET-CLIENT TO ZALET-CLIENT
           MOVE WS-LET-CANAL  TO ZALET-CANAL
           MOVE WS-AS-OF-DATE TO ZALET-DTENVOI
           MOVE "INS" TO ZALET-FONCTION
           CALL "MALET" USING ZALET-ZCMA, AUTH-QUERY
           IF NOT ZALET-CODRET-OK THEN
               ADD 1 TO WS-NB-ERREURS
               MOVE '05' TO RC
               DISPLAY "GKNOT01 : " WS-LET-TYPLET " " WS-LET-REFOBJ
                       " " WS-LET-DTEVT " HISTORIQUE KO, CODRET="
                       ZALET-CODRET " " ZALET-LIBRET
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LET-TYPLET TO LET-TYPLET
           MOVE WS-LET-CANAL  TO LET-CANAL
           MOVE WS-LET-CLIENT TO LET-CLIENT
           MOVE WS-LET-COMPTE TO LET-COMPTE
           MOVE WS-LET-REFOBJ TO LET-REFOBJ
           MOVE WS-LET-DTEVT  TO LET-DTEVT
           MOVE WS-LET-MNT    TO LET-MONTANT
           MOVE WS-AS-OF-DATE TO LET-DTLET
           WRITE FILEOUT-LETTRES-RECORD FROM LET-LIGNE
           ADD 1 TO ZTRL-NBENR
           ADD WS-LET-MNT TO ZTRL-HASHMNT
           SET LETTRE-EMISE TO TRUE
           .

       2010-DESTINATAIRE-COMPTE.
      ******************************************************************EDEFAY
      *  Recipient off the account row in hand (CACC scan).
           MOVE ZACPT-COMPTE TO WS-LET-COMPTE
           MOVE ZACPT-CLIENT TO WS-LET-CLIENT
           IF ZACPT-ESTMT-ABONNE THEN
               MOVE 'E' TO WS-LET-CANAL
           ELSE
               MOVE 'P' TO WS-LET-CANAL
           END-IF
           .

       2020-DESTINATAIRE-LU.
      ******************************************************************EDEFAY
      *  Recipient of WS-LET-COMPTE, read through MACPT SEL.
           MOVE SPACES TO WS-LET-CLIENT
           MOVE 'P' TO WS-LET-CANAL
           MOVE WS-LET-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK THEN
               PERFORM 2010-DESTINATAIRE-COMPTE
           END-IF
           .

       2200-DATE-EN-ENTIER.
      ******************************************************************EDEFAY
      *  WS-DATE-ENTIER := INTEGER-OF-DATE of the ISO WS-DATE-ISO.
           STRING WS-DATE-ISO(1:4) WS-DATE-ISO(6:2) WS-DATE-ISO(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           .

       2210-ENTIER-EN-DATE.
      ******************************************************************EDEFAY
      *  WS-DATE-ISO := the ISO date of WS-DATE-ENTIER.
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-ISO
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals.
           DISPLAY "GKNOT01 : " ZTRL-NBENR " LETTRE(S) AU "
                   WS-AS-OF-DATE " - DORMANCE " WS-NB-DRM
                   ", ECHEANCE DAT " WS-NB-DEP ", RELANCES "
                   WS-NB-RELANCES ", FACILITES " WS-NB-FAC
                   ", DESHERENCE " WS-NB-ESC
           DISPLAY "GKNOT01 : " WS-NB-DEJA " AVIS DEJA ENVOYE(S), "
                   WS-NB-ERREURS " ERREUR(S) HISTORIQUE, "
                   WS-NB-RETENUES " RETENU(S) NPAI"
           .

       1950-ECRIRE-TRAILER.
      ******************************************************************EDEFAY
      *  Stamp the standard CTRLEXT control trailer as the extract's
      *  last record - letter count, hash total over the letter
      *  amounts, generation timestamp.
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
           WRITE FILEOUT-LETTRES-RECORD FROM ZTRL-LIGNE
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-LETTRES-FDNAME
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
           MOVE 'GKNOT01 ' TO ZALOG-PGM
           MOVE WS-LOG-HRDEBUT TO ZALOG-HRDEBUT
           ACCEPT WS-LOG-HRFIN FROM TIME
           MOVE WS-LOG-HRFIN   TO ZALOG-HRFIN
           MOVE WS-NB-LUS      TO ZALOG-NBENR
           MOVE RC TO ZALOG-CODRC
           MOVE "INS" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           IF NOT ZALOG-CODRET-OK THEN
               DISPLAY "GKNOT01 : JOURNAL TBLOG KO, CODRET="
                       ZALOG-CODRET
           END-IF
           .
