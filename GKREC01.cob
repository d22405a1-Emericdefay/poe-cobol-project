      *PROCESS TEST
      ******************************************************************
      * Program name   : GKREC01
      * Original author: DEFAY E.
      *
      * Description    : Quarterly recertification of the TBHAB
      *                  operator entitlements, and segregation-of-
      *                  duties watch over them. Run at the campaign's
      *                  launch, then as often as wanted until its
      *                  deadline has passed :
      *                    - launch (first run for a campaign id) :
      *                      every TBHAB row is copied to TBRCE as
      *                      awaiting certification by the operator's
      *                      manager (PARAMMGR roster, else the TBPRM
      *                      default manager) ;
      *                    - the managers' answers (PARAMRCD) are
      *                      applied : a confirmation is recorded, a
      *                      refusal revokes the entitlement (MAHAB
      *                      DEL) - a manager answers only for the
      *                      operators sent to that manager, never
      *                      for entitlements of their own ;
      *                    - once the deadline is passed, every
      *                      entitlement still awaiting an answer is
      *                      revoked ; before it, the list still
      *                      awaited is reprinted per manager to
      *                      FILEOUT-RECERT as the reminder.
      *                  Each confirmation and revocation is written to
      *                  the TBCHJ change journal, domain 'HAB'.
      *                  FILEOUT-SODREP then reports, on the
      *                  entitlements left after the run :
      *                    - 'REV' the revocations of the run ;
      *                    - 'SOD' every operator holding both domains
      *                      of a pair of the TBPRM conflict matrix ;
      *                    - 'COL' every pair of operators who, within
      *                      a few days of each other, each approved a
      *                      change the other prepared (TBCHJ maker /
      *                      checker crossed) - a four-eyes control
      *                      only two people are playing.
      * Rules handling :
      *             RC = 00 : Run complete, nothing to report
      *             RC = 01 : Could not open PARAMREC or an output
      *                       file, or PARAMREC invalid (see SYSOUT)
      *             RC = 04 : Conflict(s) or crossed approvals
      *                       reported on FILEOUT-SODREP
      *             RC = 05 : Answer line(s) rejected or a revocation
      *                       KO (see SYSOUT) ; a failed revocation
      *                       stays awaited and is retried next run
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMREC - campaign id and deadline.
      *                   PARAMMGR - OPTIONAL operator/manager roster,
      *                   read at launch only.
      *                   PARAMRCD - OPTIONAL managers' answers.
      *                   FILEOUT-RECERT, FILEOUT-SODREP - see
      *                   JCL/GKREC01.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKREC01 /DEFAUT   - manager of an operator
      *                   absent from the roster (e.g. the security
      *                   officer) ; none = left unassigned, and
      *                   revoked at the deadline.
      *                   GKREC01 /SDdddddd - conflict matrix, one row
      *                   per pair of domains that one operator must
      *                   not hold together, e.g. SDFACLIB ; VALPRM is
      *                   the reason printed.
      *                   GKREC01 /FENETRE  - crossed-approval window
      *                   in days, default 2.
      *                   GKREC01 /HISTJOUR - TBCHJ days scanned for
      *                   crossed approvals, default 92.
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
       PROGRAM-ID.    GKREC01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMREC-FDNAME
           ASSIGN TO DYNAMIC PARAMREC-NAME
           FILE STATUS IS WS-FS-PARAMREC
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMMGR-FDNAME
           ASSIGN TO DYNAMIC PARAMMGR-NAME
           FILE STATUS IS WS-FS-PARAMMGR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMRCD-FDNAME
           ASSIGN TO DYNAMIC PARAMRCD-NAME
           FILE STATUS IS WS-FS-PARAMRCD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-RECERT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-RECERT-NAME
           FILE STATUS IS WS-FS-RECERT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-SODREP-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-SODREP-NAME
           FILE STATUS IS WS-FS-SODREP
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMREC-FDNAME RECORDING MODE F.
       01  PARAMREC-RECORD.
           05  PC-CAMPAGNE     PIC X(06).
           05  PC-DTLIM        PIC X(10).
           05  FILLER          PIC X(64).
       FD  PARAMMGR-FDNAME RECORDING MODE F.
       01  PARAMMGR-RECORD.
           05  PM-OPERATEUR    PIC X(08).
           05  PM-MANAGER      PIC X(08).
           05  FILLER          PIC X(64).
       FD  PARAMRCD-FDNAME RECORDING MODE F.
       01  PARAMRCD-RECORD.
           05  PD-OPERATEUR    PIC X(08).
           05  PD-DOMAINE      PIC X(03).
           05  PD-DECISION     PIC X(01).
               88 PD-CONFIRMER VALUE 'C'.
               88 PD-REVOQUER  VALUE 'R'.
           05  PD-MANAGER      PIC X(08).
           05  FILLER          PIC X(60).
       FD  FILEOUT-RECERT-FDNAME RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FILEOUT-RECERT-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-SODREP-FDNAME RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FILEOUT-SODREP-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBHAB.cpy".
       COPY "./Copybooks/CTBRCE.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Journal domain of the entitlement decisions
       01  WS-DOMAINE       PIC X(03) VALUE 'HAB'.
      *  Files
       01  PARAMREC-NAME    PIC X(30) VALUE 'PARAMREC'.
       01  WS-FS-PARAMREC   PIC X(02).
           88 FS-PARAMREC-OK VALUE '00'.
       01  PARAMMGR-NAME    PIC X(30) VALUE 'PARAMMGR'.
       01  WS-FS-PARAMMGR   PIC X(02).
           88 FS-PARAMMGR-OK VALUE '00'.
       01  WS-EOF-PARAMMGR  PIC X(01) VALUE 'N'.
           88 EOF-PARAMMGR  VALUE 'Y'.
       01  PARAMRCD-NAME    PIC X(30) VALUE 'PARAMRCD'.
       01  WS-FS-PARAMRCD   PIC X(02).
           88 FS-PARAMRCD-OK VALUE '00'.
       01  WS-EOF-PARAMRCD  PIC X(01) VALUE 'N'.
           88 EOF-PARAMRCD  VALUE 'Y'.
       01  FILEOUT-RECERT-NAME PIC X(30) VALUE 'FILEOUT-RECERT'.
       01  WS-FS-RECERT     PIC X(02).
           88 FS-RECERT-OK  VALUE '00'.
       01  FILEOUT-SODREP-NAME PIC X(30) VALUE 'FILEOUT-SODREP'.
       01  WS-FS-SODREP     PIC X(02).
           88 FS-SODREP-OK  VALUE '00'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
      *  Campaign in hand
       01  WS-CAMPAGNE      PIC X(06).
       01  WS-DTLIM         PIC X(10).
       01  WS-CAMP-TROUVEE  PIC X(01).
           88 CAMP-TROUVEE  VALUE 'Y'.
      *  TBPRM knobs
       01  WS-MGR-DEFAUT    PIC X(08).
       01  WS-FENETRE       PIC 9(03).
       01  WS-HISTJOUR      PIC 9(03).
       01  WS-PRM-NOM       PIC X(08).
      *  Manager roster (PARAMMGR), read at launch
       01  WS-MGR-TABLE.
           05  WS-MGR-NB       PIC 9(04) VALUE 0.
           05  WS-MGR-ENTRY OCCURS 2000 TIMES.
               10  WS-MGR-OPERATEUR PIC X(08).
               10  WS-MGR-MANAGER   PIC X(08).
       01  WS-MGR-IX        PIC 9(04).
       01  WS-MGR-TROUVE    PIC X(01).
           88 MGR-TROUVE    VALUE 'Y'.
       01  WS-MANAGER       PIC X(08).
      *  Answer line outcome
       01  WS-LIGNE-OK      PIC X(01).
           88 LIGNE-OK      VALUE 'Y'.
      *  Revocation outcome (8600-REVOQUER-HABILITATION)
       01  WS-REVOC-OK      PIC X(01).
           88 REVOC-OK      VALUE 'Y'.
       01  WS-AUTEUR        PIC X(08).
      *  Conflict matrix (TBPRM GKREC01/SDdddddd)
       01  WS-SOD-TABLE.
           05  WS-SOD-NB       PIC 9(03) VALUE 0.
           05  WS-SOD-ENTRY OCCURS 100 TIMES.
               10  WS-SOD-DOM1     PIC X(03).
               10  WS-SOD-DOM2     PIC X(03).
               10  WS-SOD-LIBELLE  PIC X(20).
       01  WS-SOD-IX        PIC 9(03).
      *  Domains held by the operator in hand (CHAB break)
       01  WS-OPE-COURANT   PIC X(08).
       01  WS-OPE-TABLE.
           05  WS-OPE-NB       PIC 9(03) VALUE 0.
           05  WS-OPE-DOMAINE  PIC X(03) OCCURS 50 TIMES.
       01  WS-OPE-IX        PIC 9(03).
       01  WS-DOM1-TENU     PIC X(01).
           88 DOM1-TENU     VALUE 'Y'.
       01  WS-DOM2-TENU     PIC X(01).
           88 DOM2-TENU     VALUE 'Y'.
      *  TBCHJ rows of the window, for the crossed approvals
       01  WS-CHJ-TABLE.
           05  WS-CHJ-NB       PIC 9(05) VALUE 0.
           05  WS-CHJ-ENTRY OCCURS 5000 TIMES.
               10  WS-CHJ-MAKER    PIC X(08).
               10  WS-CHJ-CHECKER  PIC X(08).
               10  WS-CHJ-DOMAINE  PIC X(03).
               10  WS-CHJ-DATE     PIC X(10).
               10  WS-CHJ-ENTIER   PIC 9(07).
       01  WS-CHJ-MAX       PIC 9(05) VALUE 5000.
       01  WS-CHJ-IX        PIC 9(05).
       01  WS-CHJ-JX        PIC 9(05).
       01  WS-ECART         PIC S9(07).
      *  Crossed pairs found - operators kept in ascending order so a
      *  pair is counted once whichever way round it was seen
       01  WS-PAI-TABLE.
           05  WS-PAI-NB       PIC 9(04) VALUE 0.
           05  WS-PAI-ENTRY OCCURS 500 TIMES.
               10  WS-PAI-OPE1     PIC X(08).
               10  WS-PAI-OPE2     PIC X(08).
               10  WS-PAI-COUNT    PIC 9(05).
               10  WS-PAI-DOMAINE  PIC X(03).
               10  WS-PAI-DATE1    PIC X(10).
               10  WS-PAI-DATE2    PIC X(10).
       01  WS-PAI-IX        PIC 9(04).
       01  WS-CLE-OPE1      PIC X(08).
       01  WS-CLE-OPE2      PIC X(08).
       01  WS-PAI-TROUVEE   PIC X(01).
           88 PAI-TROUVEE   VALUE 'Y'.
      *  Date conversions
       01  WS-DATE-ISO      PIC X(10).
       01  WS-DATE-DIGITS   PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-DATE-ENTIER   PIC 9(07).
       01  WS-ENTIER-JOUR   PIC 9(07).
       01  WS-DATE-DEBUT    PIC X(10).
      *  Report lines
       01  RL-TITRE.
           05  FILLER          PIC X(34)
               VALUE 'GKREC01 - RECERTIFICATION CAMPAGNE'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-T-CAMPAGNE   PIC X(06).
           05  FILLER          PIC X(06) VALUE ' - AU '.
           05  RL-T-DATE       PIC X(10).
           05  FILLER          PIC X(23) VALUE SPACES.
       01  RL-CERT.
           05  RL-C-MANAGER    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-C-OPERATEUR  PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-C-DOMAINE    PIC X(03).
           05  FILLER          PIC X(22)
               VALUE ' A CERTIFIER AVANT LE '.
           05  RL-C-DTLIM      PIC X(10).
           05  FILLER          PIC X(27) VALUE SPACES.
       01  RL-REV.
           05  RL-R-TAG        PIC X(04) VALUE 'REV '.
           05  RL-R-OPERATEUR  PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-R-DOMAINE    PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-R-MOTIF      PIC X(30).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-R-MANAGER    PIC X(08).
           05  FILLER          PIC X(24) VALUE SPACES.
       01  RL-SOD.
           05  RL-S-TAG        PIC X(04) VALUE 'SOD '.
           05  RL-S-OPERATEUR  PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-S-DOM1       PIC X(03).
           05  FILLER          PIC X(01) VALUE '+'.
           05  RL-S-DOM2       PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-S-LIBELLE    PIC X(20).
           05  FILLER          PIC X(39) VALUE SPACES.
       01  RL-COL.
           05  RL-L-TAG        PIC X(04) VALUE 'COL '.
           05  RL-L-OPE1       PIC X(08).
           05  FILLER          PIC X(05) VALUE ' <-> '.
           05  RL-L-OPE2       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-L-COUNT      PIC Z(04)9.
           05  FILLER          PIC X(15) VALUE ' CROISEMENT(S) '.
           05  RL-L-DOMAINE    PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RL-L-DATE1      PIC X(10).
           05  FILLER          PIC X(01) VALUE '/'.
           05  RL-L-DATE2      PIC X(10).
           05  FILLER          PIC X(09) VALUE SPACES.
       01  RL-BILAN1.
           05  FILLER          PIC X(09) VALUE 'CAMPAGNE '.
           05  RL-B-CAMPAGNE   PIC X(06).
           05  FILLER          PIC X(03) VALUE ' : '.
           05  RL-B-CONF       PIC Z(05)9.
           05  FILLER          PIC X(15) VALUE ' CONFIRMEE(S), '.
           05  RL-B-REV        PIC Z(05)9.
           05  FILLER          PIC X(14) VALUE ' REVOQUEE(S), '.
           05  RL-B-ATT        PIC Z(05)9.
           05  FILLER          PIC X(11) VALUE ' EN ATTENTE'.
           05  FILLER          PIC X(04) VALUE SPACES.
       01  RL-BILAN2.
           05  FILLER          PIC X(15) VALUE 'CONFLITS SOD : '.
           05  RL-B-SOD        PIC Z(05)9.
           05  FILLER          PIC X(21) VALUE ' - PAIRES CROISEES : '.
           05  RL-B-COL        PIC Z(05)9.
           05  FILLER          PIC X(32) VALUE SPACES.
      *  Counters
       01  WS-NB-CREES      PIC 9(06) VALUE 0.
       01  WS-NB-SANS-MGR   PIC 9(06) VALUE 0.
       01  WS-NB-LUES       PIC 9(06) VALUE 0.
       01  WS-NB-KO         PIC 9(06) VALUE 0.
       01  WS-NB-CONFIRMES  PIC 9(06) VALUE 0.
       01  WS-NB-REVOQUES   PIC 9(06) VALUE 0.
       01  WS-NB-ATTENTE    PIC 9(06) VALUE 0.
       01  WS-NB-REVOC-RUN  PIC 9(06) VALUE 0.
       01  WS-NB-SOD        PIC 9(06) VALUE 0.
       01  WS-NB-COL        PIC 9(06) VALUE 0.
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
               PERFORM 1050-LIRE-PARAMETRES
               PERFORM 1100-CHERCHER-CAMPAGNE
               IF NOT CAMP-TROUVEE THEN
                   PERFORM 1200-LANCER-CAMPAGNE
               END-IF
           END-IF
           IF RC-IS-00 THEN
               PERFORM 1300-APPLIQUER-REPONSES
               PERFORM 1400-PARCOURIR-CAMPAGNE
               PERFORM 1600-CONFLITS-SOD
               PERFORM 1700-APPROBATIONS-CROISEES
               PERFORM 1900-BILAN
           END-IF
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date (TBPRC, then PARAMASOF), read the
      *  campaign line and open the two reports.
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
           OPEN INPUT PARAMREC-FDNAME
           IF NOT FS-PARAMREC-OK THEN
               DISPLAY "GKREC01 : PARAMREC ABSENT"
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           READ PARAMREC-FDNAME
               AT END MOVE SPACES TO PARAMREC-RECORD
           END-READ
           CLOSE PARAMREC-FDNAME
           MOVE PC-CAMPAGNE TO WS-CAMPAGNE
           MOVE PC-DTLIM    TO WS-DTLIM
           IF WS-CAMPAGNE = SPACES THEN
               DISPLAY "GKREC01 : PARAMREC SANS CAMPAGNE"
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-RECERT-FDNAME
           IF NOT FS-RECERT-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-SODREP-FDNAME
           IF NOT FS-SODREP-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPAGNE   TO RL-T-CAMPAGNE
           MOVE WS-AS-OF-DATE TO RL-T-DATE
           WRITE FILEOUT-RECERT-RECORD FROM RL-TITRE
           WRITE FILEOUT-SODREP-RECORD FROM RL-TITRE
           .

       1050-LIRE-PARAMETRES.
      ******************************************************************EDEFAY
      *  TBPRM knobs : default manager, crossed-approval window and
      *  the journal depth scanned.
           MOVE SPACES TO WS-MGR-DEFAUT
           MOVE 2      TO WS-FENETRE
           MOVE 92     TO WS-HISTJOUR
           MOVE 'DEFAUT  ' TO WS-PRM-NOM
           PERFORM 8100-LIRE-PRM
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:8) TO WS-MGR-DEFAUT
           END-IF
           MOVE 'FENETRE ' TO WS-PRM-NOM
           PERFORM 8100-LIRE-PRM
           IF ZAPRM-CODRET-OK
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               MOVE FUNCTION NUMVAL(ZAPRM-VALPRM) TO WS-FENETRE
           END-IF
           MOVE 'HISTJOUR' TO WS-PRM-NOM
           PERFORM 8100-LIRE-PRM
           IF ZAPRM-CODRET-OK
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               MOVE FUNCTION NUMVAL(ZAPRM-VALPRM) TO WS-HISTJOUR
           END-IF
           .

       1100-CHERCHER-CAMPAGNE.
      ******************************************************************EDEFAY
      *  Has this campaign been launched already ? One TBRCE row is
      *  enough to say so.
           MOVE 'N' TO WS-CAMP-TROUVEE
           INITIALIZE ZARCE-DONNEES
           MOVE WS-CAMPAGNE TO ZARCE-CAMPAGNE
           MOVE "OPN" TO ZARCE-FONCTION
           CALL "MARCE" USING ZARCE-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZARCE-FONCTION
           CALL "MARCE" USING ZARCE-ZCMA, AUTH-QUERY
           IF ZARCE-CODRET-OK THEN
               SET CAMP-TROUVEE TO TRUE
               IF WS-DTLIM NOT = SPACES
                  AND WS-DTLIM NOT = ZARCE-DTLIM THEN
                   DISPLAY "GKREC01 : CAMPAGNE " WS-CAMPAGNE
                           " DEJA LANCEE, ECHEANCE " ZARCE-DTLIM
                           " CONSERVEE"
               END-IF
           END-IF
           MOVE "CLO" TO ZARCE-FONCTION
           CALL "MARCE" USING ZARCE-ZCMA, AUTH-QUERY
           .

       1200-LANCER-CAMPAGNE.
      ******************************************************************EDEFAY
      *  Launch : the deadline must be a date after the as-of date ;
      *  every TBHAB entitlement becomes one TBRCE row awaiting its
      *  operator's manager.
           IF WS-DTLIM = SPACES
              OR WS-DTLIM(1:4) IS NOT NUMERIC
              OR WS-DTLIM(5:1) NOT = '-'
              OR WS-DTLIM(6:2) IS NOT NUMERIC
              OR WS-DTLIM(8:1) NOT = '-'
              OR WS-DTLIM(9:2) IS NOT NUMERIC
              OR WS-DTLIM NOT > WS-AS-OF-DATE THEN
               DISPLAY "GKREC01 : ECHEANCE " WS-DTLIM
                       " ABSENTE, INVALIDE OU DEPASSEE"
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           PERFORM 1210-CHARGER-MANAGERS
           MOVE "OPN" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHAB-CODRET-OK
               PERFORM 1250-CREER-LIGNE
               MOVE "FET" TO ZAHAB-FONCTION
               CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           DISPLAY "GKREC01 : CAMPAGNE " WS-CAMPAGNE " LANCEE, "
                   WS-NB-CREES " HABILITATION(S) A CERTIFIER AVANT LE "
                   WS-DTLIM ", " WS-NB-SANS-MGR " SANS RESPONSABLE"
           .

       1210-CHARGER-MANAGERS.
      ******************************************************************EDEFAY
      *  Load the PARAMMGR operator/manager roster. Optional : without
      *  it every entitlement goes to the TBPRM default manager.
           OPEN INPUT PARAMMGR-FDNAME
           IF NOT FS-PARAMMGR-OK THEN
               DISPLAY "GKREC01 : PARAMMGR ABSENT, RESPONSABLE PAR"
                       " DEFAUT " WS-MGR-DEFAUT
               EXIT PARAGRAPH
           END-IF
           READ PARAMMGR-FDNAME
               AT END SET EOF-PARAMMGR TO TRUE
           END-READ
           PERFORM UNTIL EOF-PARAMMGR
               IF PM-OPERATEUR NOT = SPACES THEN
                   IF WS-MGR-NB < 2000 THEN
                       ADD 1 TO WS-MGR-NB
                       MOVE PM-OPERATEUR
                         TO WS-MGR-OPERATEUR (WS-MGR-NB)
                       MOVE PM-MANAGER
                         TO WS-MGR-MANAGER (WS-MGR-NB)
                   ELSE
                       DISPLAY "GKREC01 : PARAMMGR TRONQUE A 2000"
                               " OPERATEURS, " PM-OPERATEUR " IGNORE"
                   END-IF
               END-IF
               READ PARAMMGR-FDNAME
                   AT END SET EOF-PARAMMGR TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMMGR-FDNAME
           .

       1250-CREER-LIGNE.
      ******************************************************************EDEFAY
      *  One TBHAB row : find its manager (roster, else default) and
      *  record it awaiting certification. No operator certifies
      *  their own entitlements - that case falls to the default
      *  manager too.
           MOVE WS-MGR-DEFAUT TO WS-MANAGER
           MOVE 'N' TO WS-MGR-TROUVE
           PERFORM VARYING WS-MGR-IX FROM 1 BY 1
                   UNTIL WS-MGR-IX > WS-MGR-NB
                      OR MGR-TROUVE
               IF WS-MGR-OPERATEUR (WS-MGR-IX) = ZAHAB-OPERATEUR
                  AND WS-MGR-MANAGER (WS-MGR-IX) NOT = SPACES
                  AND WS-MGR-MANAGER (WS-MGR-IX)
                      NOT = ZAHAB-OPERATEUR THEN
                   SET MGR-TROUVE TO TRUE
                   MOVE WS-MGR-MANAGER (WS-MGR-IX) TO WS-MANAGER
               END-IF
           END-PERFORM
           IF WS-MANAGER = ZAHAB-OPERATEUR THEN
               MOVE SPACES TO WS-MANAGER
           END-IF
           IF WS-MANAGER = SPACES THEN
               ADD 1 TO WS-NB-SANS-MGR
               DISPLAY "GKREC01 : " ZAHAB-OPERATEUR " "
                       ZAHAB-DOMAINE " : AUCUN RESPONSABLE"
           END-IF
           INITIALIZE ZARCE-DONNEES
           MOVE WS-CAMPAGNE     TO ZARCE-CAMPAGNE
           MOVE ZAHAB-OPERATEUR TO ZARCE-OPERATEUR
           MOVE ZAHAB-DOMAINE   TO ZARCE-DOMAINE
           MOVE WS-MANAGER      TO ZARCE-MANAGER
           MOVE WS-DTLIM        TO ZARCE-DTLIM
           SET ZARCE-ATTENTE TO TRUE
           MOVE "INS" TO ZARCE-FONCTION
           CALL "MARCE" USING ZARCE-ZCMA, AUTH-QUERY
           IF ZARCE-CODRET-OK THEN
               ADD 1 TO WS-NB-CREES
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKREC01 : " ZAHAB-OPERATEUR " "
                       ZAHAB-DOMAINE " : TBRCE INS KO, CODRET="
                       ZARCE-CODRET " " ZARCE-LIBRET
           END-IF
           .

       1300-APPLIQUER-REPONSES.
      ******************************************************************EDEFAY
      *  Apply the managers' answers (PARAMRCD, optional).
           OPEN INPUT PARAMRCD-FDNAME
           IF NOT FS-PARAMRCD-OK THEN
               EXIT PARAGRAPH
           END-IF
           READ PARAMRCD-FDNAME
               AT END SET EOF-PARAMRCD TO TRUE
           END-READ
           PERFORM UNTIL EOF-PARAMRCD
               PERFORM 1350-TRAITER-REPONSE
               READ PARAMRCD-FDNAME
                   AT END SET EOF-PARAMRCD TO TRUE
               END-READ
           END-PERFORM
           CLOSE PARAMRCD-FDNAME
           .

       1350-TRAITER-REPONSE.
      ******************************************************************EDEFAY
      *  One answer : checked by 2000-VERIFIER-REPONSE, then either
      *  recorded as confirmed or turned into a revocation.
           ADD 1 TO WS-NB-LUES
           PERFORM 2000-VERIFIER-REPONSE
           IF NOT LIGNE-OK THEN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
           IF PD-CONFIRMER THEN
               SET ZARCE-CONFIRME TO TRUE
               MOVE WS-AS-OF-DATE TO ZARCE-DTDEC
               MOVE "UPD" TO ZARCE-FONCTION
               CALL "MARCE" USING ZARCE-ZCMA, AUTH-QUERY
               IF NOT ZARCE-CODRET-OK THEN
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKREC01 : " PD-OPERATEUR " " PD-DOMAINE
                           " : TBRCE UPD KO, CODRET=" ZARCE-CODRET
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "GKREC01 : " PD-OPERATEUR " " PD-DOMAINE
                       " : CONFIRME PAR " PD-MANAGER
               INITIALIZE ZACHJ-DONNEES
               MOVE WS-DOMAINE TO ZACHJ-DOMAINE
               STRING PD-OPERATEUR ' ' PD-DOMAINE
                      DELIMITED BY SIZE INTO ZACHJ-CLE
               MOVE 'A CERTIFIER' TO ZACHJ-ANCVAL
               STRING 'CONFIRME CAMPAGNE ' WS-CAMPAGNE
                      DELIMITED BY SIZE INTO ZACHJ-NOUVAL
               MOVE PD-MANAGER TO ZACHJ-MAKER
               MOVE 'GKREC01 ' TO ZACHJ-CHECKER
               PERFORM 8500-JOURNALISER-CHANGEMENT
           ELSE
               MOVE PD-MANAGER TO WS-AUTEUR
               MOVE 'REVOQUE PAR LE RESPONSABLE' TO RL-R-MOTIF
               PERFORM 8600-REVOQUER-HABILITATION
               IF REVOC-OK THEN
                   SET ZARCE-REVOQUE TO TRUE
                   PERFORM 1380-CLORE-LIGNE
               END-IF
           END-IF
           .

       1380-CLORE-LIGNE.
      ******************************************************************EDEFAY
      *  The entitlement is gone : stamp the TBRCE row with its
      *  outcome (set by the caller) and the decision date.
           MOVE WS-AS-OF-DATE TO ZARCE-DTDEC
           MOVE "UPD" TO ZARCE-FONCTION
           CALL "MARCE" USING ZARCE-ZCMA, AUTH-QUERY
           IF NOT ZARCE-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKREC01 : " ZARCE-OPERATEUR " "
                       ZARCE-DOMAINE " : TBRCE UPD KO, CODRET="
                       ZARCE-CODRET
           END-IF
           .

       1400-PARCOURIR-CAMPAGNE.
      ******************************************************************EDEFAY
      *  Walk the campaign in manager order : count the outcomes,
      *  revoke what is still awaited past its deadline and reprint
      *  what is still awaited before it - the managers' reminder.
           INITIALIZE ZARCE-DONNEES
           MOVE WS-CAMPAGNE TO ZARCE-CAMPAGNE
           MOVE "OPN" TO ZARCE-FONCTION
           CALL "MARCE" USING ZARCE-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZARCE-FONCTION
           CALL "MARCE" USING ZARCE-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZARCE-CODRET-OK
               PERFORM 1450-TRAITER-LIGNE-CAMPAGNE
               MOVE "FET" TO ZARCE-FONCTION
               CALL "MARCE" USING ZARCE-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZARCE-FONCTION
           CALL "MARCE" USING ZARCE-ZCMA, AUTH-QUERY
           .

       1450-TRAITER-LIGNE-CAMPAGNE.
      ******************************************************************EDEFAY
      *  One TBRCE row of the campaign.
           EVALUATE TRUE
               WHEN ZARCE-CONFIRME
                   ADD 1 TO WS-NB-CONFIRMES
               WHEN ZARCE-REVOQUE
               WHEN ZARCE-EXPIRE
                   ADD 1 TO WS-NB-REVOQUES
               WHEN ZARCE-ATTENTE
                   AND ZARCE-DTLIM < WS-AS-OF-DATE
                   MOVE 'GKREC01 ' TO WS-AUTEUR
                   MOVE 'NON CERTIFIE A L''ECHEANCE' TO RL-R-MOTIF
                   PERFORM 8600-REVOQUER-HABILITATION
                   IF REVOC-OK THEN
                       SET ZARCE-EXPIRE TO TRUE
                       PERFORM 1380-CLORE-LIGNE
                       ADD 1 TO WS-NB-REVOQUES
                   ELSE
                       ADD 1 TO WS-NB-ATTENTE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NB-ATTENTE
                   IF ZARCE-MANAGER = SPACES THEN
                       MOVE '(AUCUN)' TO RL-C-MANAGER
                   ELSE
                       MOVE ZARCE-MANAGER TO RL-C-MANAGER
                   END-IF
                   MOVE ZARCE-OPERATEUR TO RL-C-OPERATEUR
                   MOVE ZARCE-DOMAINE   TO RL-C-DOMAINE
                   MOVE ZARCE-DTLIM     TO RL-C-DTLIM
                   WRITE FILEOUT-RECERT-RECORD FROM RL-CERT
           END-EVALUATE
           .

       1600-CONFLITS-SOD.
      ******************************************************************EDEFAY
      *  Load the conflict matrix, then walk TBHAB operator by
      *  operator and report every pair of conflicting domains one
      *  operator still holds after this run's revocations.
           MOVE "OPN" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAPRM-CODRET-OK
               IF ZAPRM-PGM = 'GKREC01 '
                  AND ZAPRM-NOMPRM(1:2) = 'SD'
                  AND WS-SOD-NB < 100 THEN
                   ADD 1 TO WS-SOD-NB
                   MOVE ZAPRM-NOMPRM(3:3) TO WS-SOD-DOM1 (WS-SOD-NB)
                   MOVE ZAPRM-NOMPRM(6:3) TO WS-SOD-DOM2 (WS-SOD-NB)
                   MOVE ZAPRM-VALPRM TO WS-SOD-LIBELLE (WS-SOD-NB)
               END-IF
               MOVE "FET" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF WS-SOD-NB = 0 THEN
               DISPLAY "GKREC01 : AUCUNE MATRICE DE CONFLITS (TBPRM"
                       " GKREC01/SD)"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OPE-COURANT
           MOVE 0 TO WS-OPE-NB
           MOVE "OPN" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHAB-CODRET-OK
               IF ZAHAB-OPERATEUR NOT = WS-OPE-COURANT THEN
                   PERFORM 1650-EVALUER-OPERATEUR
                   MOVE ZAHAB-OPERATEUR TO WS-OPE-COURANT
                   MOVE 0 TO WS-OPE-NB
               END-IF
               IF WS-OPE-NB < 50 THEN
                   ADD 1 TO WS-OPE-NB
                   MOVE ZAHAB-DOMAINE TO WS-OPE-DOMAINE (WS-OPE-NB)
               END-IF
               MOVE "FET" TO ZAHAB-FONCTION
               CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           PERFORM 1650-EVALUER-OPERATEUR
           .

       1650-EVALUER-OPERATEUR.
      ******************************************************************EDEFAY
      *  Hold the domains of WS-OPE-COURANT against every pair of the
      *  matrix.
           IF WS-OPE-NB = 0 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SOD-IX FROM 1 BY 1
                   UNTIL WS-SOD-IX > WS-SOD-NB
               MOVE 'N' TO WS-DOM1-TENU
               MOVE 'N' TO WS-DOM2-TENU
               PERFORM VARYING WS-OPE-IX FROM 1 BY 1
                       UNTIL WS-OPE-IX > WS-OPE-NB
                   IF WS-OPE-DOMAINE (WS-OPE-IX)
                      = WS-SOD-DOM1 (WS-SOD-IX) THEN
                       SET DOM1-TENU TO TRUE
                   END-IF
                   IF WS-OPE-DOMAINE (WS-OPE-IX)
                      = WS-SOD-DOM2 (WS-SOD-IX) THEN
                       SET DOM2-TENU TO TRUE
                   END-IF
               END-PERFORM
               IF DOM1-TENU AND DOM2-TENU THEN
                   ADD 1 TO WS-NB-SOD
                   MOVE WS-OPE-COURANT TO RL-S-OPERATEUR
                   MOVE WS-SOD-DOM1 (WS-SOD-IX) TO RL-S-DOM1
                   MOVE WS-SOD-DOM2 (WS-SOD-IX) TO RL-S-DOM2
                   MOVE WS-SOD-LIBELLE (WS-SOD-IX) TO RL-S-LIBELLE
                   WRITE FILEOUT-SODREP-RECORD FROM RL-SOD
               END-IF
           END-PERFORM
           .

       1700-APPROBATIONS-CROISEES.
      ******************************************************************EDEFAY
      *  Load the TBCHJ rows of the last WS-HISTJOUR days that carry
      *  two distinct people, then look for every two rows where the
      *  maker of one is the checker of the other and the other way
      *  round, no more than WS-FENETRE days apart.
           MOVE WS-AS-OF-DATE TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           MOVE WS-DATE-ENTIER TO WS-ENTIER-JOUR
           COMPUTE WS-DATE-ENTIER = WS-ENTIER-JOUR - WS-HISTJOUR
           PERFORM 2210-ENTIER-EN-DATE
           INITIALIZE ZACHJ-DONNEES
           MOVE WS-DATE-DEBUT TO ZACHJ-DATDEB
           MOVE WS-AS-OF-DATE TO ZACHJ-DATFIN
           MOVE "OPN" TO ZACHJ-FONCTION
           CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACHJ-FONCTION
           CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACHJ-CODRET-OK
               IF ZACHJ-MAKER NOT = SPACES
                  AND ZACHJ-CHECKER NOT = SPACES
                  AND ZACHJ-MAKER NOT = ZACHJ-CHECKER THEN
                   IF WS-CHJ-NB < WS-CHJ-MAX THEN
                       ADD 1 TO WS-CHJ-NB
                       MOVE ZACHJ-MAKER   TO WS-CHJ-MAKER (WS-CHJ-NB)
                       MOVE ZACHJ-CHECKER
                         TO WS-CHJ-CHECKER (WS-CHJ-NB)
                       MOVE ZACHJ-DOMAINE
                         TO WS-CHJ-DOMAINE (WS-CHJ-NB)
                       MOVE ZACHJ-DTCHJ   TO WS-CHJ-DATE (WS-CHJ-NB)
                       MOVE ZACHJ-DTCHJ   TO WS-DATE-ISO
                       PERFORM 2200-DATE-EN-ENTIER
                       MOVE WS-DATE-ENTIER
                         TO WS-CHJ-ENTIER (WS-CHJ-NB)
                   ELSE
                       IF WS-CHJ-NB = WS-CHJ-MAX THEN
                           DISPLAY "GKREC01 : TBCHJ TRONQUE A "
                                   WS-CHJ-MAX " CHANGEMENTS"
                           ADD 1 TO WS-CHJ-NB
                       END-IF
                   END-IF
               END-IF
               MOVE "FET" TO ZACHJ-FONCTION
               CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACHJ-FONCTION
           CALL "MACHJ" USING ZACHJ-ZCMA, AUTH-QUERY
           IF WS-CHJ-NB > WS-CHJ-MAX THEN
               MOVE WS-CHJ-MAX TO WS-CHJ-NB
           END-IF
           PERFORM VARYING WS-CHJ-IX FROM 1 BY 1
                   UNTIL WS-CHJ-IX >= WS-CHJ-NB
               PERFORM VARYING WS-CHJ-JX FROM WS-CHJ-IX BY 1
                       UNTIL WS-CHJ-JX > WS-CHJ-NB
                   IF WS-CHJ-MAKER (WS-CHJ-JX)
                      = WS-CHJ-CHECKER (WS-CHJ-IX)
                      AND WS-CHJ-CHECKER (WS-CHJ-JX)
                      = WS-CHJ-MAKER (WS-CHJ-IX) THEN
                       COMPUTE WS-ECART = WS-CHJ-ENTIER (WS-CHJ-JX)
                                        - WS-CHJ-ENTIER (WS-CHJ-IX)
                       IF WS-ECART < 0 THEN
                           COMPUTE WS-ECART = 0 - WS-ECART
                       END-IF
                       IF WS-ECART NOT > WS-FENETRE THEN
                           PERFORM 1750-NOTER-PAIRE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-PAI-IX FROM 1 BY 1
                   UNTIL WS-PAI-IX > WS-PAI-NB
               MOVE WS-PAI-OPE1 (WS-PAI-IX)    TO RL-L-OPE1
               MOVE WS-PAI-OPE2 (WS-PAI-IX)    TO RL-L-OPE2
               MOVE WS-PAI-COUNT (WS-PAI-IX)   TO RL-L-COUNT
               MOVE WS-PAI-DOMAINE (WS-PAI-IX) TO RL-L-DOMAINE
               MOVE WS-PAI-DATE1 (WS-PAI-IX)   TO RL-L-DATE1
               MOVE WS-PAI-DATE2 (WS-PAI-IX)   TO RL-L-DATE2
               WRITE FILEOUT-SODREP-RECORD FROM RL-COL
           END-PERFORM
           MOVE WS-PAI-NB TO WS-NB-COL
           .

       1750-NOTER-PAIRE.
      ******************************************************************EDEFAY
      *  Count one crossing of rows WS-CHJ-IX / WS-CHJ-JX against its
      *  pair of operators ; the first crossing seen is kept as the
      *  example printed.
           IF WS-CHJ-MAKER (WS-CHJ-IX)
              < WS-CHJ-CHECKER (WS-CHJ-IX) THEN
               MOVE WS-CHJ-MAKER (WS-CHJ-IX)   TO WS-CLE-OPE1
               MOVE WS-CHJ-CHECKER (WS-CHJ-IX) TO WS-CLE-OPE2
           ELSE
               MOVE WS-CHJ-CHECKER (WS-CHJ-IX) TO WS-CLE-OPE1
               MOVE WS-CHJ-MAKER (WS-CHJ-IX)   TO WS-CLE-OPE2
           END-IF
           MOVE 'N' TO WS-PAI-TROUVEE
           PERFORM VARYING WS-PAI-IX FROM 1 BY 1
                   UNTIL WS-PAI-IX > WS-PAI-NB
                      OR PAI-TROUVEE
               IF WS-PAI-OPE1 (WS-PAI-IX) = WS-CLE-OPE1
                  AND WS-PAI-OPE2 (WS-PAI-IX) = WS-CLE-OPE2 THEN
                   SET PAI-TROUVEE TO TRUE
                   ADD 1 TO WS-PAI-COUNT (WS-PAI-IX)
               END-IF
           END-PERFORM
           IF PAI-TROUVEE
              OR WS-PAI-NB >= 500 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAI-NB
           MOVE WS-CLE-OPE1 TO WS-PAI-OPE1 (WS-PAI-NB)
           MOVE WS-CLE-OPE2 TO WS-PAI-OPE2 (WS-PAI-NB)
           MOVE 1 TO WS-PAI-COUNT (WS-PAI-NB)
           MOVE WS-CHJ-DOMAINE (WS-CHJ-IX) TO WS-PAI-DOMAINE (WS-PAI-NB)
           MOVE WS-CHJ-DATE (WS-CHJ-IX)    TO WS-PAI-DATE1 (WS-PAI-NB)
           MOVE WS-CHJ-DATE (WS-CHJ-JX)    TO WS-PAI-DATE2 (WS-PAI-NB)
           .

       2000-VERIFIER-REPONSE.
      ******************************************************************EDEFAY
      *  The answer must be C or R, from the manager the entitlement
      *  was sent to, on a row of the campaign still awaiting its
      *  answer - and no one certifies their own entitlements.
           MOVE 'N' TO WS-LIGNE-OK
           IF NOT PD-CONFIRMER
              AND NOT PD-REVOQUER THEN
               DISPLAY "GKREC01 : " PD-OPERATEUR " " PD-DOMAINE
                       " : DECISION " PD-DECISION " INVALIDE (C/R)"
               EXIT PARAGRAPH
           END-IF
           IF PD-MANAGER = SPACES
              OR PD-MANAGER = PD-OPERATEUR THEN
               DISPLAY "GKREC01 : " PD-OPERATEUR " " PD-DOMAINE
                       " : RESPONSABLE ABSENT OU EGAL A L'OPERATEUR"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ZARCE-DONNEES
           MOVE WS-CAMPAGNE  TO ZARCE-CAMPAGNE
           MOVE PD-OPERATEUR TO ZARCE-OPERATEUR
           MOVE PD-DOMAINE   TO ZARCE-DOMAINE
           MOVE "SEL" TO ZARCE-FONCTION
           CALL "MARCE" USING ZARCE-ZCMA, AUTH-QUERY
           IF NOT ZARCE-CODRET-OK THEN
               DISPLAY "GKREC01 : " PD-OPERATEUR " " PD-DOMAINE
                       " : HORS CAMPAGNE " WS-CAMPAGNE
               EXIT PARAGRAPH
           END-IF
           IF NOT ZARCE-ATTENTE THEN
               DISPLAY "GKREC01 : " PD-OPERATEUR " " PD-DOMAINE
                       " : DEJA TRAITE (STATUT " ZARCE-STATUT ")"
               EXIT PARAGRAPH
           END-IF
           IF ZARCE-DTLIM < WS-AS-OF-DATE THEN
               DISPLAY "GKREC01 : " PD-OPERATEUR " " PD-DOMAINE
                       " : REPONSE APRES L'ECHEANCE " ZARCE-DTLIM
               EXIT PARAGRAPH
           END-IF
           IF PD-MANAGER NOT = ZARCE-MANAGER THEN
               DISPLAY "GKREC01 : " PD-OPERATEUR " " PD-DOMAINE
                       " : " PD-MANAGER " N'EST PAS LE RESPONSABLE ("
                       ZARCE-MANAGER ")"
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
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
      *  WS-DATE-DEBUT := the ISO date of WS-DATE-ENTIER.
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-DEBUT
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           MOVE WS-CAMPAGNE     TO RL-B-CAMPAGNE
           MOVE WS-NB-CONFIRMES TO RL-B-CONF
           MOVE WS-NB-REVOQUES  TO RL-B-REV
           MOVE WS-NB-ATTENTE   TO RL-B-ATT
           WRITE FILEOUT-SODREP-RECORD FROM RL-BILAN1
           MOVE WS-NB-SOD       TO RL-B-SOD
           MOVE WS-NB-COL       TO RL-B-COL
           WRITE FILEOUT-SODREP-RECORD FROM RL-BILAN2
           DISPLAY "GKREC01 : " WS-NB-LUES " REPONSE(S), "
                   WS-NB-KO " REJET(S), " WS-NB-REVOC-RUN
                   " REVOCATION(S) CE JOUR, " WS-NB-SOD
                   " CONFLIT(S), " WS-NB-COL " PAIRE(S) CROISEE(S)"
           EVALUATE TRUE
               WHEN WS-NB-KO > 0
                   MOVE '05' TO RC
               WHEN WS-NB-SOD > 0
                 OR WS-NB-COL > 0
                   MOVE '04' TO RC
           END-EVALUATE
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           IF FS-RECERT-OK THEN
               CLOSE FILEOUT-RECERT-FDNAME
           END-IF
           IF FS-SODREP-OK THEN
               CLOSE FILEOUT-SODREP-FDNAME
           END-IF
           .

       8100-LIRE-PRM.
      ******************************************************************EDEFAY
      *  TBPRM row GKREC01 / WS-PRM-NOM.
           INITIALIZE ZAPRM-DONNEES
           MOVE 'GKREC01 ' TO ZAPRM-PGM
           MOVE WS-PRM-NOM TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
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
               DISPLAY "GKREC01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .

       8600-REVOQUER-HABILITATION.
      ******************************************************************EDEFAY
      *  Revoke the entitlement of the TBRCE row in hand (MAHAB DEL),
      *  journal it with WS-AUTEUR as maker and list it on
      *  FILEOUT-SODREP under the motive the caller set. An
      *  entitlement already removed by other means counts as
      *  revoked ; any other failure leaves the row awaiting, for
      *  the next run.
           MOVE 'N' TO WS-REVOC-OK
           MOVE ZARCE-OPERATEUR TO ZAHAB-OPERATEUR
           MOVE ZARCE-DOMAINE   TO ZAHAB-DOMAINE
           MOVE "DEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK
              AND ZAHAB-CODRET NOT = '50' THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKREC01 : " ZARCE-OPERATEUR " "
                       ZARCE-DOMAINE " : REVOCATION KO, CODRET="
                       ZAHAB-CODRET " " ZAHAB-LIBRET
               EXIT PARAGRAPH
           END-IF
           SET REVOC-OK TO TRUE
           ADD 1 TO WS-NB-REVOC-RUN
           DISPLAY "GKREC01 : " ZARCE-OPERATEUR " " ZARCE-DOMAINE
                   " : " RL-R-MOTIF
           INITIALIZE ZACHJ-DONNEES
           MOVE WS-DOMAINE TO ZACHJ-DOMAINE
           STRING ZARCE-OPERATEUR ' ' ZARCE-DOMAINE
                  DELIMITED BY SIZE INTO ZACHJ-CLE
           MOVE 'HABILITE' TO ZACHJ-ANCVAL
           STRING 'REVOQUE CAMPAGNE ' WS-CAMPAGNE
                  DELIMITED BY SIZE INTO ZACHJ-NOUVAL
           MOVE WS-AUTEUR  TO ZACHJ-MAKER
           MOVE 'GKREC01 ' TO ZACHJ-CHECKER
           PERFORM 8500-JOURNALISER-CHANGEMENT
           MOVE ZARCE-OPERATEUR TO RL-R-OPERATEUR
           MOVE ZARCE-DOMAINE   TO RL-R-DOMAINE
           MOVE ZARCE-MANAGER   TO RL-R-MANAGER
           WRITE FILEOUT-SODREP-RECORD FROM RL-REV
           .
