      *PROCESS TEST
      ******************************************************************
      * Program name   : GKPRF01
      * Original author: DEFAY E.
      *
      * Description    : End-of-day pre-flight, the FIRST step of the
      *                  GKEOD01 chain. Checks, before anything posts,
      *                  the prerequisites the chain steps would
      *                  otherwise only trip on hours into the night :
      *                    - DATE : the TBPRC processing date is a
      *                      business day (not in the house TBCAL)
      *                      and the next business day after the
      *                      last date whose chain completed (its
      *                      last step, GKDIG01, complete in TBJOB) ;
      *                    - JOB  : no TBJOB step of an earlier date
      *                      is still recorded en-cours ;
      *                    - CAL  : the house TBCAL is loaded at least
      *                      CALJOURS days ahead - every Saturday and
      *                      Sunday up to that horizon is on file ;
      *                    - DEV  : every currency held on an account
      *                      (MACPT CACC walk) has a TBDEV rate dated
      *                      the processing date, the reference
      *                      currency (MFMAJCPT/DEVREF) excepted ;
      *                    - PRM  : the TBPRM parameters of the chain
      *                      steps listed in WS-PARAMETRES are set ;
      *                    - FIC  : every active TBSCH origin due on
      *                      the processing date's weekday has a
      *                      TBREG registration dated that day, the
      *                      GKSCH01 check without its cut-off time.
      *                  FILEOUT-PREFLT carries one line per failed
      *                  check (an 'OK' line for each check passed)
      *                  and the readiness verdict ; a failure ends
      *                  the step on RC 08, which stops the chain
      *                  before its first posting step.
      * Rules handling :
      *             RC = 00 : Ready - the chain may run
      *             RC = 01 : Could not open FILEOUT-PREFLT
      *             RC = 08 : One or more checks failed, see the
      *                       report - fix, then re-submit GKEOD01
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-PREFLT - see JCL/GKEOD01.jcl.
      *    TBPRM        : GKPRF01 /CALJOURS - calendar horizon in
      *                   days, default 60.
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
       PROGRAM-ID.    GKPRF01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-PREFLT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-PREFLT-NAME
           FILE STATUS IS WS-FS-PREFLT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-PREFLT-FDNAME RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FILEOUT-PREFLT-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBCAL.cpy".
       COPY "./Copybooks/CTBJOB.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBSCH.cpy".
       COPY "./Copybooks/CTBREG.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-PREFLT-NAME PIC X(30) VALUE 'FILEOUT-PREFLT'.
       01  WS-FS-PREFLT     PIC X(02).
           88 FS-PREFLT-OK  VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date and its day-of-week (1 = Monday, 7 = Sunday,
      *  the GKSCH01 INTEGER-OF-DATE modulo 7 idiom)
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
       01  WS-JOUR-SEMAINE  PIC 9(01).
      *  2200-DATE-EN-ENTIER / 2210-ENTIER-EN-DATE working fields
       01  WS-DATE-ISO      PIC X(10).
       01  WS-DATE-NUM      PIC 9(08).
       01  WS-DATE-ENTIER   PIC 9(08).
       01  WS-ENTIER-ASOF   PIC 9(08).
       01  WS-ENTIER-FIN    PIC 9(08).
      *  DATE check : the chain's last step, whose completion marks a
      *  closed day, the last such day and the date expected after it
       01  WS-DERNIERE-ETAPE PIC X(08) VALUE 'GKDIG01 '.
       01  WS-DERNIER-JOUR  PIC X(10).
       01  WS-JOUR-ATTENDU  PIC X(10).
      *  CAL check horizon
       01  WS-CAL-JOURS     PIC 9(03) VALUE 60.
       01  WS-CAL-MANQUANT  PIC X(10).
      *  DEV check : the reference currency and the currencies held
       01  WS-DEVREF        PIC X(03) VALUE 'EUR'.
       01  WS-DEV-MAX       PIC 9(02) VALUE 99.
       01  WS-DEV-NB        PIC 9(02) VALUE 0.
       01  WS-DEV-TABLE.
           05  WS-DEV-CODE     PIC X(03) OCCURS 99 TIMES
                               INDEXED BY WS-DEV-IX.
       01  WS-DEV-SATUREE   PIC X(01) VALUE 'N'.
           88 DEV-SATUREE   VALUE 'Y'.
       01  WS-DEV-TROUVEE   PIC X(01).
           88 DEV-TROUVEE   VALUE 'Y'.
      *  PRM check : the chain steps' parameters that must be set
      *  rather than left to the step's built-in default
       01  WS-PARAMETRES.
           05  FILLER          PIC X(16) VALUE 'SYSTEME DATECLOT'.
           05  FILLER          PIC X(16) VALUE 'MFMAJCPTDEVREF  '.
           05  FILLER          PIC X(16) VALUE 'GKMAJ001MAXRETRY'.
           05  FILLER          PIC X(16) VALUE 'GKFAC01 PREAVIS '.
           05  FILLER          PIC X(16) VALUE 'GKDORM01SEUILJRS'.
           05  FILLER          PIC X(16) VALUE 'GKSUS01 MAXAGE  '.
       01  WS-PARAMETRES-R REDEFINES WS-PARAMETRES.
           05  WS-PRM-ENTREE   OCCURS 6 TIMES
                               INDEXED BY WS-PRM-IX.
               10  WS-PRM-PGM      PIC X(08).
               10  WS-PRM-NOM      PIC X(08).
       01  WS-NB-PARAMETRES PIC 9(02) VALUE 6.
      *  FIC check : registration search outcome
       01  WS-REG-TROUVE    PIC X(01).
           88 REG-TROUVE    VALUE 'Y'.
      *  Failures of the check in hand, and overall
       01  WS-NB-KO-CTRL    PIC 9(04).
       01  WS-NB-KO         PIC 9(04) VALUE 0.
       01  WS-NB-CTRL-KO    PIC 9(02) VALUE 0.
      *  Report lines
       01  RL-TITRE.
           05  FILLER          PIC X(40)
               VALUE 'GKPRF01 - PRE-REQUIS DE CLOTURE'.
           05  FILLER          PIC X(06) VALUE ' - AU '.
           05  RL-T-DATE       PIC X(10).
           05  FILLER          PIC X(24) VALUE SPACES.
       01  RL-LIGNE.
           05  RL-L-STATUT     PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-L-CTRL       PIC X(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-L-DETAIL     PIC X(71).
       01  RL-BILAN.
           05  RL-B-VERDICT    PIC X(40).
           05  RL-B-NBKO       PIC Z(03)9.
           05  FILLER          PIC X(36)
               VALUE ' ANOMALIE(S)'.
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
      *  Every check runs even after one has failed, so the report
      *  lists everything to fix before the re-submit.
           PERFORM 1001-DEBUT
           IF RC-IS-00 THEN
               PERFORM 1100-CONTROLER-DATE
               PERFORM 1200-CONTROLER-ETAPES
               PERFORM 1300-CONTROLER-CALENDRIER
               PERFORM 1400-CONTROLER-COURS
               PERFORM 1500-CONTROLER-PARAMETRES
               PERFORM 1600-CONTROLER-FICHIERS
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the processing date the chain closes - TBPRC when
      *  set, the machine date otherwise, as GKEOD01 does - and its
      *  weekday, and open the report.
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
           MOVE WS-AS-OF-DATE TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           MOVE WS-DATE-ENTIER TO WS-ENTIER-ASOF
           COMPUTE WS-JOUR-SEMAINE =
                   FUNCTION MOD(WS-ENTIER-ASOF, 7)
           IF WS-JOUR-SEMAINE = 0 THEN
               MOVE 7 TO WS-JOUR-SEMAINE
           END-IF
           OPEN OUTPUT FILEOUT-PREFLT-FDNAME
           IF NOT FS-PREFLT-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE TO RL-T-DATE
           WRITE FILEOUT-PREFLT-RECORD FROM RL-TITRE
           .

       1100-CONTROLER-DATE.
      ******************************************************************EDEFAY
      *  DATE : the processing date is not a house non-business day,
      *  and it is the next business day after the last date whose
      *  chain completed. No completed chain on file at all (first
      *  night) passes.
           MOVE 0 TO WS-NB-KO-CTRL
           MOVE 'DATE' TO RL-L-CTRL
           MOVE WS-AS-OF-DATE TO ZACAL-DTCAL
           MOVE "SEL" TO ZACAL-FONCTION
           CALL "MACAL" USING ZACAL-ZCMA, AUTH-QUERY
           IF ZACAL-CODRET-OK THEN
               MOVE SPACES TO RL-L-DETAIL
               STRING WS-AS-OF-DATE ' N''EST PAS UN JOUR OUVRE ('
                      ZACAL-LIBELLE ')'
                      DELIMITED BY SIZE INTO RL-L-DETAIL
               PERFORM 8100-ECRIRE-KO
           END-IF
           MOVE LOW-VALUES TO WS-DERNIER-JOUR
           MOVE WS-AS-OF-DATE TO ZAJOB-DTJOB
           MOVE "OP2" TO ZAJOB-FONCTION
           CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAJOB-FONCTION
           CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAJOB-CODRET-OK
               IF ZAJOB-ETAPE = WS-DERNIERE-ETAPE
                  AND ZAJOB-DTJOB < WS-AS-OF-DATE
                  AND ZAJOB-DTJOB > WS-DERNIER-JOUR THEN
                   MOVE ZAJOB-DTJOB TO WS-DERNIER-JOUR
               END-IF
               MOVE "FE2" TO ZAJOB-FONCTION
               CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAJOB-FONCTION
           CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           IF WS-DERNIER-JOUR NOT = LOW-VALUES THEN
               PERFORM 1150-CALCULER-JOUR-ATTENDU
               IF WS-JOUR-ATTENDU NOT = WS-AS-OF-DATE THEN
                   MOVE SPACES TO RL-L-DETAIL
                   STRING 'DATE ' WS-AS-OF-DATE ' - DERNIERE CLOTURE '
                          WS-DERNIER-JOUR ', ATTENDU '
                          WS-JOUR-ATTENDU
                          DELIMITED BY SIZE INTO RL-L-DETAIL
                   PERFORM 8100-ECRIRE-KO
               END-IF
           END-IF
           IF WS-NB-KO-CTRL = 0 THEN
               MOVE SPACES TO RL-L-DETAIL
               STRING WS-AS-OF-DATE ' JOUR OUVRE, SUITE DE LA'
                      ' DERNIERE CLOTURE'
                      DELIMITED BY SIZE INTO RL-L-DETAIL
           END-IF
           MOVE 'DATE' TO RL-L-CTRL
           PERFORM 8200-CLORE-CONTROLE
           .

       1150-CALCULER-JOUR-ATTENDU.
      ******************************************************************EDEFAY
      *  WS-JOUR-ATTENDU := the business day after WS-DERNIER-JOUR,
      *  GKEOD01's 1900-AVANCER-DATE roll (add a day while MACAL
      *  finds it in the house calendar).
           MOVE WS-DERNIER-JOUR TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           ADD 1 TO WS-DATE-ENTIER
           PERFORM 2210-ENTIER-EN-DATE
           MOVE WS-DATE-ISO TO ZACAL-DTCAL
           MOVE "SEL" TO ZACAL-FONCTION
           CALL "MACAL" USING ZACAL-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACAL-CODRET-OK
               ADD 1 TO WS-DATE-ENTIER
               PERFORM 2210-ENTIER-EN-DATE
               MOVE WS-DATE-ISO TO ZACAL-DTCAL
               MOVE "SEL" TO ZACAL-FONCTION
               CALL "MACAL" USING ZACAL-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE WS-DATE-ISO TO WS-JOUR-ATTENDU
           .

       1200-CONTROLER-ETAPES.
      ******************************************************************EDEFAY
      *  JOB : a step of an earlier date still en-cours means a
      *  chain that died without recording its end - it must be
      *  looked at (and its row set failed or complete) first.
           MOVE 0 TO WS-NB-KO-CTRL
           MOVE WS-AS-OF-DATE TO ZAJOB-DTJOB
           MOVE "OP3" TO ZAJOB-FONCTION
           CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           MOVE "FE3" TO ZAJOB-FONCTION
           CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAJOB-CODRET-OK
               MOVE SPACES TO RL-L-DETAIL
               STRING 'ETAPE ' ZAJOB-ETAPE ' DU ' ZAJOB-DTJOB
                      ' TOUJOURS EN COURS (DEBUT ' ZAJOB-HRDEBUT ')'
                      DELIMITED BY SIZE INTO RL-L-DETAIL
               MOVE 'JOB ' TO RL-L-CTRL
               PERFORM 8100-ECRIRE-KO
               MOVE "FE3" TO ZAJOB-FONCTION
               CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL3" TO ZAJOB-FONCTION
           CALL "MAJOB" USING ZAJOB-ZCMA, AUTH-QUERY
           IF WS-NB-KO-CTRL = 0 THEN
               MOVE 'AUCUNE ETAPE ANTERIEURE EN COURS' TO RL-L-DETAIL
           END-IF
           MOVE 'JOB ' TO RL-L-CTRL
           PERFORM 8200-CLORE-CONTROLE
           .

       1300-CONTROLER-CALENDRIER.
      ******************************************************************EDEFAY
      *  CAL : every weekend day from tomorrow up to the horizon
      *  (TBPRM GKPRF01/CALJOURS, default 60 days) is in the house
      *  TBCAL - weekends are always on file once a period is
      *  loaded, so the first one missing is where the calendar
      *  stops.
           MOVE 0 TO WS-NB-KO-CTRL
           MOVE 'GKPRF01 ' TO ZAPRM-PGM
           MOVE 'CALJOURS' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-CAL-JOURS = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           COMPUTE WS-ENTIER-FIN = WS-ENTIER-ASOF + WS-CAL-JOURS
           MOVE SPACES TO WS-CAL-MANQUANT
           COMPUTE WS-DATE-ENTIER = WS-ENTIER-ASOF + 1
           PERFORM UNTIL WS-DATE-ENTIER > WS-ENTIER-FIN
                      OR WS-CAL-MANQUANT NOT = SPACES
               IF FUNCTION MOD(WS-DATE-ENTIER, 7) = 6
                  OR FUNCTION MOD(WS-DATE-ENTIER, 7) = 0 THEN
                   PERFORM 2210-ENTIER-EN-DATE
                   MOVE WS-DATE-ISO TO ZACAL-DTCAL
                   MOVE "SEL" TO ZACAL-FONCTION
                   CALL "MACAL" USING ZACAL-ZCMA, AUTH-QUERY
                   IF NOT ZACAL-CODRET-OK THEN
                       MOVE WS-DATE-ISO TO WS-CAL-MANQUANT
                   END-IF
               END-IF
               ADD 1 TO WS-DATE-ENTIER
           END-PERFORM
           MOVE SPACES TO RL-L-DETAIL
           IF WS-CAL-MANQUANT NOT = SPACES THEN
               STRING 'CALENDRIER NON CHARGE AU ' WS-CAL-MANQUANT
                      ' (HORIZON ' WS-CAL-JOURS ' JOURS)'
                      DELIMITED BY SIZE INTO RL-L-DETAIL
               MOVE 'CAL ' TO RL-L-CTRL
               PERFORM 8100-ECRIRE-KO
           ELSE
               STRING 'CALENDRIER CHARGE SUR ' WS-CAL-JOURS
                      ' JOURS'
                      DELIMITED BY SIZE INTO RL-L-DETAIL
           END-IF
           MOVE 'CAL ' TO RL-L-CTRL
           PERFORM 8200-CLORE-CONTROLE
           .

       1400-CONTROLER-COURS.
      ******************************************************************EDEFAY
      *  DEV : collect the currencies held on an account (CACC walk),
      *  then each one but the reference currency needs a TBDEV row
      *  dated the processing date - MADEV SEL answers the latest
      *  row at or before it, an older date means no rate today.
           MOVE 0 TO WS-NB-KO-CTRL
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'DEVREF  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-DEVREF
           END-IF
           MOVE 0 TO WS-DEV-NB
           MOVE "OPN" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPT-CODRET-OK
               IF ZACPT-DEVISE NOT = SPACES
                  AND ZACPT-DEVISE NOT = WS-DEVREF THEN
                   PERFORM 1450-RETENIR-DEVISE
               END-IF
               MOVE "FET" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE 'DEV ' TO RL-L-CTRL
           IF DEV-SATUREE THEN
               MOVE SPACES TO RL-L-DETAIL
               STRING 'PLUS DE ' WS-DEV-MAX ' DEVISES TENUES -'
                      ' TABLE DE CONTROLE SATUREE'
                      DELIMITED BY SIZE INTO RL-L-DETAIL
               PERFORM 8100-ECRIRE-KO
           END-IF
           PERFORM VARYING WS-DEV-IX FROM 1 BY 1
                   UNTIL WS-DEV-IX > WS-DEV-NB
               MOVE WS-DEV-CODE (WS-DEV-IX) TO ZADEV-CDEV
               MOVE WS-AS-OF-DATE TO ZADEV-DTEFF
               MOVE "SEL" TO ZADEV-FONCTION
               CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
               IF NOT ZADEV-CODRET-OK THEN
                   MOVE SPACES TO RL-L-DETAIL
                   STRING 'DEVISE ' WS-DEV-CODE (WS-DEV-IX)
                          ' SANS AUCUN COURS'
                          DELIMITED BY SIZE INTO RL-L-DETAIL
                   PERFORM 8100-ECRIRE-KO
               ELSE
                   IF ZADEV-DTEFF NOT = WS-AS-OF-DATE THEN
                       MOVE SPACES TO RL-L-DETAIL
                       STRING 'DEVISE ' WS-DEV-CODE (WS-DEV-IX)
                              ' SANS COURS AU ' WS-AS-OF-DATE
                              ' (DERNIER ' ZADEV-DTEFF ')'
                              DELIMITED BY SIZE INTO RL-L-DETAIL
                       PERFORM 8100-ECRIRE-KO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NB-KO-CTRL = 0 THEN
               MOVE SPACES TO RL-L-DETAIL
               STRING WS-DEV-NB ' DEVISE(S) COTEE(S) AU '
                      WS-AS-OF-DATE
                      DELIMITED BY SIZE INTO RL-L-DETAIL
           END-IF
           MOVE 'DEV ' TO RL-L-CTRL
           PERFORM 8200-CLORE-CONTROLE
           .

       1450-RETENIR-DEVISE.
      ******************************************************************EDEFAY
      *  Add the account's currency to WS-DEV-TABLE unless already
      *  there ; a full table is reported, never silently skipped.
           MOVE 'N' TO WS-DEV-TROUVEE
           PERFORM VARYING WS-DEV-IX FROM 1 BY 1
                   UNTIL WS-DEV-IX > WS-DEV-NB
                      OR DEV-TROUVEE
               IF WS-DEV-CODE (WS-DEV-IX) = ZACPT-DEVISE THEN
                   SET DEV-TROUVEE TO TRUE
               END-IF
           END-PERFORM
           IF DEV-TROUVEE THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-DEV-NB < WS-DEV-MAX THEN
               ADD 1 TO WS-DEV-NB
               MOVE ZACPT-DEVISE TO WS-DEV-CODE (WS-DEV-NB)
           ELSE
               SET DEV-SATUREE TO TRUE
           END-IF
           .

       1500-CONTROLER-PARAMETRES.
      ******************************************************************EDEFAY
      *  PRM : each WS-PARAMETRES entry has a non-blank TBPRM row.
           MOVE 0 TO WS-NB-KO-CTRL
           PERFORM VARYING WS-PRM-IX FROM 1 BY 1
                   UNTIL WS-PRM-IX > WS-NB-PARAMETRES
               MOVE WS-PRM-PGM (WS-PRM-IX) TO ZAPRM-PGM
               MOVE WS-PRM-NOM (WS-PRM-IX) TO ZAPRM-NOMPRM
               MOVE "SEL" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF NOT ZAPRM-CODRET-OK
                  OR ZAPRM-VALPRM = SPACES THEN
                   MOVE SPACES TO RL-L-DETAIL
                   STRING 'PARAMETRE ' WS-PRM-PGM (WS-PRM-IX) '/'
                          WS-PRM-NOM (WS-PRM-IX) ' ABSENT DE TBPRM'
                          DELIMITED BY SIZE INTO RL-L-DETAIL
                   MOVE 'PRM ' TO RL-L-CTRL
                   PERFORM 8100-ECRIRE-KO
               END-IF
           END-PERFORM
           IF WS-NB-KO-CTRL = 0 THEN
               MOVE SPACES TO RL-L-DETAIL
               STRING WS-NB-PARAMETRES ' PARAMETRE(S) DE LA CHAINE'
                      ' RENSEIGNE(S)'
                      DELIMITED BY SIZE INTO RL-L-DETAIL
           END-IF
           MOVE 'PRM ' TO RL-L-CTRL
           PERFORM 8200-CLORE-CONTROLE
           .

       1600-CONTROLER-FICHIERS.
      ******************************************************************EDEFAY
      *  FIC : every active TBSCH origin due on the processing date's
      *  weekday has a TBREG registration dated that day - by the
      *  time the chain starts every cut-off has passed.
           MOVE 0 TO WS-NB-KO-CTRL
           MOVE "OPN" TO ZASCH-FONCTION
           CALL "MASCH" USING ZASCH-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASCH-FONCTION
           CALL "MASCH" USING ZASCH-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZASCH-CODRET-OK
               IF ZASCH-ACTIF
                  AND ZASCH-JOURS (WS-JOUR-SEMAINE:1) = 'Y' THEN
                   PERFORM 1650-VERIFIER-ARRIVEE
               END-IF
               MOVE "FET" TO ZASCH-FONCTION
               CALL "MASCH" USING ZASCH-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASCH-FONCTION
           CALL "MASCH" USING ZASCH-ZCMA, AUTH-QUERY
           IF WS-NB-KO-CTRL = 0 THEN
               MOVE 'TOUS LES FICHIERS ATTENDUS SONT ARRIVES'
                 TO RL-L-DETAIL
           END-IF
           MOVE 'FIC ' TO RL-L-CTRL
           PERFORM 8200-CLORE-CONTROLE
           .

       1650-VERIFIER-ARRIVEE.
      ******************************************************************EDEFAY
      *  Walk this origin's TBREG registrations (MAREG's CREG
      *  cursor) for one dated the processing date - GKSCH01's
      *  1750-VERIFIER-ARRIVEE.
           MOVE 'N' TO WS-REG-TROUVE
           MOVE ZASCH-ORIGINE TO ZAREG-ORIGINE
           MOVE "OPN" TO ZAREG-FONCTION
           CALL "MAREG" USING ZAREG-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAREG-FONCTION
           CALL "MAREG" USING ZAREG-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAREG-CODRET-OK
               IF ZAREG-DTREG = WS-AS-OF-DATE THEN
                   SET REG-TROUVE TO TRUE
               END-IF
               MOVE "FET" TO ZAREG-FONCTION
               CALL "MAREG" USING ZAREG-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAREG-FONCTION
           CALL "MAREG" USING ZAREG-ZCMA, AUTH-QUERY
           IF NOT REG-TROUVE THEN
               MOVE SPACES TO RL-L-DETAIL
               STRING 'FICHIER ' ZASCH-ORIGINE ' ATTENDU AVANT '
                      ZASCH-HRLIMITE ' NON RECU LE ' WS-AS-OF-DATE
                      DELIMITED BY SIZE INTO RL-L-DETAIL
               MOVE 'FIC ' TO RL-L-CTRL
               PERFORM 8100-ECRIRE-KO
           END-IF
           .

       2200-DATE-EN-ENTIER.
      ******************************************************************EDEFAY
      *  WS-DATE-ENTIER := integer day number of WS-DATE-ISO.
           STRING WS-DATE-ISO(1:4) WS-DATE-ISO(6:2) WS-DATE-ISO(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-DATE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           .

       2210-ENTIER-EN-DATE.
      ******************************************************************EDEFAY
      *  WS-DATE-ISO := YYYY-MM-DD of day number WS-DATE-ENTIER.
           COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-ISO
           .

       8100-ECRIRE-KO.
      ******************************************************************EDEFAY
      *  One failed-check line (RL-L-CTRL/RL-L-DETAIL set by the
      *  caller), echoed on SYSOUT.
           ADD 1 TO WS-NB-KO-CTRL
           ADD 1 TO WS-NB-KO
           MOVE 'KO ' TO RL-L-STATUT
           WRITE FILEOUT-PREFLT-RECORD FROM RL-LIGNE
           DISPLAY "GKPRF01 : KO " RL-L-CTRL " " RL-L-DETAIL
           .

       8200-CLORE-CONTROLE.
      ******************************************************************EDEFAY
      *  Close one check : its 'OK' line (detail set by the caller)
      *  when it found nothing, the failed-check count otherwise.
           IF WS-NB-KO-CTRL = 0 THEN
               MOVE 'OK ' TO RL-L-STATUT
               WRITE FILEOUT-PREFLT-RECORD FROM RL-LIGNE
           ELSE
               ADD 1 TO WS-NB-CTRL-KO
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Write the readiness verdict, display it and set the final
      *  RC - any failed check stops the chain.
           IF WS-NB-KO = 0 THEN
               MOVE 'PRET POUR LA CLOTURE -' TO RL-B-VERDICT
           ELSE
               MOVE 'NON PRET - CHAINE ARRETEE -' TO RL-B-VERDICT
               MOVE '08' TO RC
           END-IF
           MOVE WS-NB-KO TO RL-B-NBKO
           WRITE FILEOUT-PREFLT-RECORD FROM RL-BILAN
           DISPLAY "GKPRF01 : " RL-B-VERDICT " " WS-NB-KO
                   " ANOMALIE(S) SUR " WS-NB-CTRL-KO " CONTROLE(S)"
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-PREFLT-FDNAME
           .
