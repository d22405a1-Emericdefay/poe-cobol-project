      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMMSG01
      * Original author: DEFAY E.
      *
      * Description    : TBMSG statement message maintenance batch, the
      *                  authorized entry point for the regulatory
      *                  notices and commercial messages printed on
      *                  the statements (GKSTMT01/02/03). Reads one
      *                  instruction per PARAMMSG line : 'DEF' defines
      *                  or amends a message's type, validity window
      *                  and targeting (product, branch, tier,
      *                  currency), 'TXT' sets one of its two text
      *                  lines. Same maker/checker as GKMDEV01 : each
      *                  line queues as pending in TBPND and applies
      *                  only when a different entitled operator
      *                  approves it through PARAMAPPR. Every applied
      *                  change lands in the TBCHJ change journal.
      * Rules handling :
      *             RC = 00 : Every instruction queued/applied cleanly
      *             RC = 05 : One or more instructions rejected (see
      *                       SYSOUT detail per line, e.g. a window
      *                       ending before it starts, an unknown
      *                       product, text for an undefined message)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMMSG  - one fixed-format instruction
      *                               per line (see 1500-TRAITER-
      *                               LIGNE). Optional.
      *                   PARAMAPPR - OPTIONAL maker/checker approvals
      *                               (reference, checker, APP/REJ).
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
       PROGRAM-ID.    GKMMSG01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMMSG-FDNAME
           ASSIGN TO DYNAMIC PARAMMSG-NAME
           FILE STATUS IS WS-FS-PARAMMSG
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMAPPR-FDNAME
           ASSIGN TO DYNAMIC PARAMAPPR-NAME
           FILE STATUS IS WS-FS-PARAMAPPR
           ORGANIZATION IS LINE SEQUENTIAL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMMSG-FDNAME RECORDING MODE F.
       01  PARAMMSG-RECORD.
           05  PM-ACTION       PIC X(03).
           05  PM-MSGID        PIC X(08).
           05  PM-CORPS        PIC X(61).
           05  PM-OPERATEUR    PIC X(08).
       FD  PARAMAPPR-FDNAME RECORDING MODE F.
       01  PARAMAPPR-RECORD.
           05  PA-REFPND       PIC X(18).
           05  PA-CHECKER      PIC X(08).
           05  PA-ACTION       PIC X(03).
           05  FILLER          PIC X(51).

      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBMSG.cpy".
       COPY "./Copybooks/CTBPRD.cpy".
       COPY "./Copybooks/CTBHAB.cpy".
       COPY "./Copybooks/CTBPND.cpy".
      *  Maker/checker working fields : this program's TBHAB domain,
      *  the pending-reference builder and the approval-file state
       01  WS-DOMAINE       PIC X(03) VALUE 'MSG'.
       01  WS-RUN-DATE      PIC 9(08).
       01  WS-JOUR-ISO-MC   PIC X(10).
       01  WS-PND-SEQ       PIC 9(03) VALUE 0.
       01  WS-REFPND        PIC X(18).
       01  WS-HRDEM         PIC 9(08).
       01  PARAMAPPR-NAME   PIC X(30) VALUE 'PARAMAPPR'.
       01  WS-FS-PARAMAPPR  PIC X(02).
           88 FS-PARAMAPPR-OK VALUE '00'.
       01  WS-EOF-PARAMAPPR PIC X(01) VALUE 'N'.
           88 EOF-PARAMAPPR VALUE 'Y'.
       01  WS-NB-ATTENTE    PIC 9(06) VALUE 0.
       01  WS-NB-APPROUVES  PIC 9(06) VALUE 0.
       01  WS-NB-REJETES-AP PIC 9(06) VALUE 0.
      *  Outcome of 1550-APPLIQUER-LIGNE, for 1850's consume-or-keep
      *  decision
       01  WS-APPLIQUE      PIC X(01).
           88 APPLIQUE-OK   VALUE 'Y'.
      *  Work copy of one instruction line - filled either from the
      *  instruction file (submission) or from the stored TBPND line
      *  (approval), so 1550-APPLIQUER-LIGNE has one shape to work off
       01  WS-LIGNE-TRAVAIL.
           05  WL-ACTION       PIC X(03).
               88 WL-DEFINITION VALUE 'DEF'.
               88 WL-TEXTE-LIG  VALUE 'TXT'.
           05  WL-MSGID        PIC X(08).
           05  WL-CORPS        PIC X(61).
      *    'DEF' : the message header
           05  WL-DEF REDEFINES WL-CORPS.
               10  WL-TYPMSG   PIC X(01).
               10  WL-DTDEB    PIC X(10).
               10  WL-DTFIN    PIC X(10).
               10  WL-PRODUIT  PIC X(04).
               10  WL-AGENCE   PIC X(03).
               10  WL-TIER     PIC X(01).
               10  WL-DEVISE   PIC X(03).
               10  FILLER      PIC X(29).
      *    'TXT' : text line 1 or 2
           05  WL-TXT REDEFINES WL-CORPS.
               10  WL-NUMLIG   PIC X(01).
               10  WL-TEXTE    PIC X(60).
           05  WL-OPERATEUR    PIC X(08).
      *  Reason a line is refused at submission, see
      *  2100-VALIDER-LIGNE
       01  WS-MOTIF         PIC X(40).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Input file
       01  PARAMMSG-NAME    PIC X(30) VALUE 'PARAMMSG'.
       01  WS-FS-PARAMMSG   PIC X(02).
           88 FS-PARAMMSG-OK VALUE '00'.
       01  WS-EOF-PARAMMSG  PIC X(01) VALUE 'N'.
           88 EOF-PARAMMSG  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Line counters
       01  WS-NB-LUES       PIC 9(06) VALUE 0.
       01  WS-NB-OK         PIC 9(06) VALUE 0.
       01  WS-NB-KO         PIC 9(06) VALUE 0.
      *  Change-journal working fields, see
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HRDEM FROM TIME
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2)
                  "-" WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-JOUR-ISO-MC
           PERFORM 1001-DEBUT
           PERFORM 1100-LIRE-PARAMMSG
           PERFORM UNTIL EOF-PARAMMSG
               PERFORM 1500-TRAITER-LIGNE
               PERFORM 1100-LIRE-PARAMMSG
           END-PERFORM
           PERFORM 1800-TRAITER-APPROBATIONS
           PERFORM 1900-BILAN
           PERFORM 9999-CFILES
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Open PARAMMSG, the message instruction file. An absent
      *  PARAMMSG is an approval-only run (PARAMAPPR alone).
           OPEN INPUT PARAMMSG-FDNAME
           IF NOT FS-PARAMMSG-OK THEN
               SET EOF-PARAMMSG TO TRUE
           END-IF
           .

       1100-LIRE-PARAMMSG.
      ******************************************************************EDEFAY
      *  Read the next PARAMMSG instruction line.
           READ PARAMMSG-FDNAME
               AT END SET EOF-PARAMMSG TO TRUE
           END-READ
           .

       1500-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  Submit one instruction line : it must pass 2100's checks,
      *  the maker (PM-OPERATEUR) must hold the 'MSG' TBHAB
      *  entitlement, and the line then queues as pending in TBPND -
      *  nothing reaches a customer's statement on one pair of eyes.
           ADD 1 TO WS-NB-LUES
           MOVE PARAMMSG-RECORD TO WS-LIGNE-TRAVAIL
           PERFORM 2100-VALIDER-LIGNE
           IF WS-MOTIF NOT = SPACES THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMMSG01 : " PM-ACTION " " PM-MSGID
                       " : " WS-MOTIF " - REJETEE"
               EXIT PARAGRAPH
           END-IF
           MOVE PM-OPERATEUR TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMMSG01 : " PM-OPERATEUR
                       " NON HABILITE " WS-DOMAINE " ("
                       PM-MSGID ")"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PND-SEQ
           STRING WS-DOMAINE WS-RUN-DATE(3:6)
                  WS-HRDEM(1:6) WS-PND-SEQ
                  DELIMITED BY SIZE INTO WS-REFPND
           INITIALIZE ZAPND-DONNEES
           MOVE WS-REFPND    TO ZAPND-REFPND
           MOVE WS-DOMAINE   TO ZAPND-DOMAINE
           MOVE PARAMMSG-RECORD TO ZAPND-LIGNE
           MOVE PM-OPERATEUR TO ZAPND-MAKER
           MOVE WS-JOUR-ISO-MC TO ZAPND-DTDEM
           SET ZAPND-EN-ATTENTE TO TRUE
           MOVE "INS" TO ZAPND-FONCTION
           CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
           IF ZAPND-CODRET-OK THEN
               ADD 1 TO WS-NB-ATTENTE
               DISPLAY "GKMMSG01 : EN ATTENTE D APPROBATION "
                       WS-REFPND " " PM-ACTION " " PM-MSGID
                       " (MAKER " PM-OPERATEUR ")"
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMMSG01 : MISE EN ATTENTE KO, "
                       "CODRET=" ZAPND-CODRET " "
                       ZAPND-LIBRET
           END-IF
           .

       1550-APPLIQUER-LIGNE.
      ******************************************************************EDEFAY
      *  Apply one approved line against MAMSG. 'DEF' amends the
      *  header of an existing message (its texts kept) or creates it
      *  with no text yet - a message without text 1 never prints.
      *  'TXT' needs the message defined and replaces the one line.
      *  Old and new values go to the TBCHJ journal.
           MOVE 'N' TO WS-APPLIQUE
           INITIALIZE ZACHJ-DONNEES
           MOVE WL-MSGID TO ZAMSG-MSGID
           MOVE "SEL" TO ZAMSG-FONCTION
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           IF WL-DEFINITION THEN
               IF ZAMSG-CODRET-OK THEN
                   STRING ZAMSG-TYPMSG ' ' ZAMSG-DTDEB ' '
                          ZAMSG-DTFIN
                          DELIMITED BY SIZE INTO ZACHJ-ANCVAL
                   MOVE "UPD" TO ZAMSG-FONCTION
               ELSE
                   INITIALIZE ZAMSG-DONNEES
                   MOVE WL-MSGID TO ZAMSG-MSGID
                   MOVE "INS" TO ZAMSG-FONCTION
               END-IF
               MOVE WL-TYPMSG  TO ZAMSG-TYPMSG
               MOVE WL-DTDEB   TO ZAMSG-DTDEB
               MOVE WL-DTFIN   TO ZAMSG-DTFIN
               MOVE WL-PRODUIT TO ZAMSG-PRODUIT
               MOVE WL-AGENCE  TO ZAMSG-AGENCE
               MOVE WL-TIER    TO ZAMSG-TIER
               MOVE WL-DEVISE  TO ZAMSG-DEVISE
               STRING ZAMSG-TYPMSG ' ' ZAMSG-DTDEB ' ' ZAMSG-DTFIN
                      DELIMITED BY SIZE INTO ZACHJ-NOUVAL
           ELSE
               IF NOT ZAMSG-CODRET-OK THEN
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMMSG01 : " WL-MSGID
                           " : MESSAGE NON DEFINI, CODRET="
                           ZAMSG-CODRET " " ZAMSG-LIBRET
                   EXIT PARAGRAPH
               END-IF
               IF WL-NUMLIG = '1' THEN
                   MOVE ZAMSG-TEXTE1 TO ZACHJ-ANCVAL
                   MOVE WL-TEXTE TO ZAMSG-TEXTE1
               ELSE
                   MOVE ZAMSG-TEXTE2 TO ZACHJ-ANCVAL
                   MOVE WL-TEXTE TO ZAMSG-TEXTE2
               END-IF
               MOVE WL-TEXTE TO ZACHJ-NOUVAL
               MOVE "UPD" TO ZAMSG-FONCTION
           END-IF
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           IF ZAMSG-CODRET-OK THEN
               SET APPLIQUE-OK TO TRUE
               ADD 1 TO WS-NB-OK
               DISPLAY "GKMMSG01 : " WL-ACTION " " WL-MSGID " "
                       ZACHJ-ANCVAL " -> " ZACHJ-NOUVAL
                       " : APPLIQUE (MAKER " ZAPND-MAKER
                       " CHECKER " ZAPND-CHECKER ")"
               MOVE 'MSG' TO ZACHJ-DOMAINE
               IF WL-TEXTE-LIG THEN
                   STRING WL-MSGID ' ' WL-ACTION ' ' WL-NUMLIG
                          DELIMITED BY SIZE INTO ZACHJ-CLE
               ELSE
                   STRING WL-MSGID ' ' WL-ACTION
                          DELIMITED BY SIZE INTO ZACHJ-CLE
               END-IF
               MOVE ZAPND-MAKER   TO ZACHJ-MAKER
               MOVE ZAPND-CHECKER TO ZACHJ-CHECKER
               PERFORM 8500-JOURNALISER-CHANGEMENT
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMMSG01 : " WL-ACTION " " WL-MSGID
                       " : REJETE, CODRET=" ZAMSG-CODRET
                       " " ZAMSG-LIBRET
           END-IF
           .

       1800-TRAITER-APPROBATIONS.
      ******************************************************************EDEFAY
      *  Approval pass : each PARAMAPPR line names a pending change,
      *  the checker deciding it and the decision. No PARAMAPPR DD
      *  means a submission-only run.
           OPEN INPUT PARAMAPPR-FDNAME
           IF FS-PARAMAPPR-OK THEN
               READ PARAMAPPR-FDNAME
                   AT END SET EOF-PARAMAPPR TO TRUE
               END-READ
               PERFORM UNTIL EOF-PARAMAPPR
                   PERFORM 1850-TRAITER-APPROBATION
                   READ PARAMAPPR-FDNAME
                       AT END SET EOF-PARAMAPPR TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAMAPPR-FDNAME
           END-IF
           .

       1850-TRAITER-APPROBATION.
      ******************************************************************EDEFAY
      *  One approval decision : the pending row must exist, still be
      *  pending, belong to this program's domain ; the checker must
      *  be entitled and must not be the maker (four-eyes). APP
      *  applies the stored line through 1550 and stamps both
      *  identities ; REJ just closes it rejected.
           MOVE PA-REFPND TO ZAPND-REFPND
           MOVE "SEL" TO ZAPND-FONCTION
           CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
           EVALUATE TRUE
               WHEN NOT ZAPND-CODRET-OK
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMMSG01 : " PA-REFPND " INTROUVABLE"
               WHEN NOT ZAPND-EN-ATTENTE
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMMSG01 : " PA-REFPND " DEJA DECIDE"
               WHEN ZAPND-DOMAINE NOT = WS-DOMAINE
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMMSG01 : " PA-REFPND
                           " N EST PAS DU DOMAINE " WS-DOMAINE
               WHEN PA-CHECKER = ZAPND-MAKER
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMMSG01 : " PA-REFPND
                           " CHECKER = MAKER - REFUSE"
               WHEN OTHER
                   MOVE PA-CHECKER TO ZAHAB-OPERATEUR
                   MOVE WS-DOMAINE TO ZAHAB-DOMAINE
                   MOVE "SEL" TO ZAHAB-FONCTION
                   CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
                   IF NOT ZAHAB-CODRET-OK THEN
                       ADD 1 TO WS-NB-KO
                       DISPLAY "GKMMSG01 : CHECKER " PA-CHECKER
                               " NON HABILITE " WS-DOMAINE
                   ELSE
                       MOVE PA-CHECKER TO ZAPND-CHECKER
                       IF PA-ACTION = 'APP' THEN
                           MOVE ZAPND-LIGNE TO WS-LIGNE-TRAVAIL
                           PERFORM 1550-APPLIQUER-LIGNE
      *                    Only a change that actually applied is
      *                    consumed as approved - text approved
      *                    ahead of its message's definition stays
      *                    pending until the definition is applied
                           IF APPLIQUE-OK THEN
                               SET ZAPND-APPROUVE TO TRUE
                               ADD 1 TO WS-NB-APPROUVES
                               MOVE "UPD" TO ZAPND-FONCTION
                               CALL "MAPND" USING ZAPND-ZCMA,
                                                  AUTH-QUERY
                           ELSE
                               DISPLAY "GKMMSG01 : " PA-REFPND
                                       " APPLICATION KO - RESTE EN"
                                       " ATTENTE"
                           END-IF
                       ELSE
                           SET ZAPND-REJETE TO TRUE
                           ADD 1 TO WS-NB-REJETES-AP
                           DISPLAY "GKMMSG01 : " PA-REFPND
                                   " REJETE PAR " PA-CHECKER
                           MOVE "UPD" TO ZAPND-FONCTION
                           CALL "MAPND" USING ZAPND-ZCMA, AUTH-QUERY
                       END-IF
                   END-IF
           END-EVALUATE
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKMMSG01 : " WS-NB-LUES " LIGNE(S), "
                   WS-NB-ATTENTE " EN ATTENTE, " WS-NB-APPROUVES
                   " APPROUVEE(S), " WS-NB-REJETES-AP
                   " REFUSEE(S), " WS-NB-OK " APPLIQUEE(S), "
                   WS-NB-KO " REJETEE(S)"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       2100-VALIDER-LIGNE.
      ******************************************************************EDEFAY
      *  Submission checks on WS-LIGNE-TRAVAIL, WS-MOTIF left blank
      *  when the line is acceptable : a known action, a message id
      *  and an operator ; for 'DEF' a type R/C, a start date, an end
      *  date blank or not before the start, a product known to
      *  TBPRD and a tier S/P when given ; for 'TXT' line 1 or 2.
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
               WHEN NOT WL-DEFINITION AND NOT WL-TEXTE-LIG
                   MOVE 'ACTION INCONNUE (DEF/TXT)' TO WS-MOTIF
               WHEN WL-MSGID = SPACES
                   MOVE 'MESSAGE NON RENSEIGNE' TO WS-MOTIF
               WHEN WL-OPERATEUR = SPACES
                   MOVE 'LIGNE SANS OPERATEUR' TO WS-MOTIF
               WHEN WL-TEXTE-LIG AND WL-NUMLIG NOT = '1'
                                 AND WL-NUMLIG NOT = '2'
                   MOVE 'NUMERO DE LIGNE 1 OU 2' TO WS-MOTIF
               WHEN WL-TEXTE-LIG
                   CONTINUE
               WHEN WL-TYPMSG NOT = 'R' AND WL-TYPMSG NOT = 'C'
                   MOVE 'TYPE R OU C' TO WS-MOTIF
               WHEN WL-DTDEB = SPACES
                   MOVE 'DATE DE DEBUT ABSENTE' TO WS-MOTIF
               WHEN WL-DTFIN NOT = SPACES AND WL-DTFIN < WL-DTDEB
                   MOVE 'FIN AVANT LE DEBUT' TO WS-MOTIF
               WHEN WL-TIER NOT = SPACE AND WL-TIER NOT = 'S'
                                        AND WL-TIER NOT = 'P'
                   MOVE 'TIER S OU P' TO WS-MOTIF
               WHEN WL-PRODUIT NOT = SPACES
                   MOVE WL-PRODUIT TO ZAPRD-PRODUIT
                   MOVE "SEL" TO ZAPRD-FONCTION
                   CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
                   IF NOT ZAPRD-CODRET-OK THEN
                       MOVE 'PRODUIT INCONNU' TO WS-MOTIF
                   END-IF
           END-EVALUATE
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           IF FS-PARAMMSG-OK THEN
               CLOSE PARAMMSG-FDNAME
           END-IF
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
               DISPLAY "GKMMSG01 : JOURNAL TBCHJ KO, CODRET="
                       ZACHJ-CODRET
           END-IF
           .
