      *PROCESS TEST
      ******************************************************************
      * Program name   : GKLIB01
      * Original author: DEFAY E.
      *
      * Description    : Treasury release of the TBLIB queue - the
      *                  high-value outgoing debits MFMAJCPT's
      *                  VERIF-LIBERATION parked above the release
      *                  threshold of their CODOPE and channel. Reads
      *                  one decision per PARAMLIB line (the parked
      *                  debit's reference, the deciding operator,
      *                  LIB to release or REF to refuse). Every
      *                  decider must hold the 'LIB' TBHAB entitlement
      *                  and differ from the operator that submitted
      *                  the debit ; the first decision is recorded on
      *                  the row, and only a second, DIFFERENT
      *                  operator taking the same decision carries it
      *                  out (four eyes) :
      *                    - a release reposts the debit through
      *                      MFMAJCPT with ZF-LIBERE set, its
      *                      correlation id, channel and counterparty
      *                      replayed, and closes the row released -
      *                      a both-to-sign debit parking in TBPAP
      *                      then counts as released (GKSIG01 owns
      *                      it from there) ; a rejected repost
      *                      leaves the row pending for another try,
      *                    - a refusal closes the row refused,
      *                    - a second decision contradicting the
      *                      first clears it : the debit needs a
      *                      fresh pair of deciders.
      *                  Always ends listing whatever still waits.
      * Rules handling :
      *             RC = 00 : Every decision applied
      *             RC = 05 : One or more decisions rejected,
      *                       contradicted or not reposted (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMLIB (optional - one decision per line :
      *                   reference 10, decider 8, action 3 ; absent
      *                   = just list the pending queue).
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
       PROGRAM-ID.    GKLIB01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMLIB-FDNAME
           ASSIGN TO DYNAMIC PARAMLIB-NAME
           FILE STATUS IS WS-FS-PARAMLIB
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMLIB-FDNAME RECORDING MODE F.
       01  PARAMLIB-RECORD.
           05  PL-REFOPE       PIC X(10).
           05  PL-DECIDEUR     PIC X(08).
           05  PL-ACTION       PIC X(03).
           05  FILLER          PIC X(59).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBLIB.cpy".
       COPY "./Copybooks/CTBHAB.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/ZFMAJCPT.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Input file
       01  PARAMLIB-NAME    PIC X(30) VALUE 'PARAMLIB'.
       01  WS-FS-PARAMLIB   PIC X(02).
           88 FS-PARAMLIB-OK VALUE '00'.
       01  WS-EOF-PARAMLIB  PIC X(01) VALUE 'N'.
           88 EOF-PARAMLIB  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date, stamped on a closed row
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
      *  TBHAB entitlement domain for the release queue
       01  WS-DOMAINE       PIC X(03) VALUE 'LIB'.
      *  The decision a PARAMLIB line carries, in TBLIB's terms
       01  WS-DECISION      PIC X(01).
           88 DECISION-LIBERER VALUE 'L'.
           88 DECISION-REFUSER VALUE 'R'.
       01  WS-LIGNE-OK      PIC X(01).
           88 LIGNE-OK      VALUE 'Y'.
      *  Counters
       01  WS-NB-LUES       PIC 9(06) VALUE 0.
       01  WS-NB-PREMIERES  PIC 9(06) VALUE 0.
       01  WS-NB-LIBERES    PIC 9(06) VALUE 0.
       01  WS-NB-REFUSES    PIC 9(06) VALUE 0.
       01  WS-NB-KO         PIC 9(06) VALUE 0.
       01  WS-NB-ATTENTE    PIC 9(06) VALUE 0.
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
           OPEN INPUT PARAMLIB-FDNAME
           IF FS-PARAMLIB-OK THEN
               READ PARAMLIB-FDNAME
                   AT END SET EOF-PARAMLIB TO TRUE
               END-READ
               PERFORM UNTIL EOF-PARAMLIB
                   PERFORM 1500-TRAITER-DECISION
                   READ PARAMLIB-FDNAME
                       AT END SET EOF-PARAMLIB TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAMLIB-FDNAME
           END-IF
           PERFORM 1800-LISTER-ATTENTE
           DISPLAY "GKLIB01 : " WS-NB-LUES " DECISION(S), "
                   WS-NB-PREMIERES " PREMIERE(S) DECISION(S), "
                   WS-NB-LIBERES " LIBEREE(S), "
                   WS-NB-REFUSES " REFUSEE(S), " WS-NB-KO " KO, "
                   WS-NB-ATTENTE " TOUJOURS EN ATTENTE"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Derive the processing date : machine date, overridden by
      *  TBPRC's 'JOURTRT ' business date when set.
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
           .

       1500-TRAITER-DECISION.
      ******************************************************************EDEFAY
      *  One decision : the queued row must still be pending, the
      *  decider entitled and not the submitting operator. No
      *  decision on record yet - this one is recorded and waits
      *  for its second ; one on record by the same operator is
      *  refused ; one by another operator either agrees (carried
      *  out) or contradicts (both cleared).
           ADD 1 TO WS-NB-LUES
           PERFORM 2000-VERIFIER-DECISION
           IF NOT LIGNE-OK THEN
               ADD 1 TO WS-NB-KO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ZALIB-DECIDEUR1 = SPACES
                   MOVE PL-DECIDEUR TO ZALIB-DECIDEUR1
                   MOVE WS-DECISION TO ZALIB-DECISION1
                   PERFORM 8700-MAJ-LIBERATION
                   IF ZALIB-CODRET-OK THEN
                       ADD 1 TO WS-NB-PREMIERES
                       DISPLAY "GKLIB01 : " PL-REFOPE " "
                               PL-ACTION " PAR " PL-DECIDEUR
                               " - ATTEND UN SECOND OPERATEUR"
                   END-IF
               WHEN PL-DECIDEUR = ZALIB-DECIDEUR1
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKLIB01 : " PL-REFOPE
                           " SECOND DECIDEUR = PREMIER - REFUSE"
               WHEN WS-DECISION NOT = ZALIB-DECISION1
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKLIB01 : " PL-REFOPE " DECISIONS "
                           "DIVERGENTES (" ZALIB-DECIDEUR1 " "
                           ZALIB-DECISION1 " / " PL-DECIDEUR " "
                           WS-DECISION ") - REMISE A ZERO"
                   MOVE SPACES TO ZALIB-DECIDEUR1
                   MOVE SPACES TO ZALIB-DECISION1
                   PERFORM 8700-MAJ-LIBERATION
               WHEN DECISION-REFUSER
                   MOVE PL-DECIDEUR   TO ZALIB-DECIDEUR2
                   MOVE WS-AS-OF-DATE TO ZALIB-DTDEC
                   SET ZALIB-REFUSE TO TRUE
                   PERFORM 8700-MAJ-LIBERATION
                   IF ZALIB-CODRET-OK THEN
                       ADD 1 TO WS-NB-REFUSES
                       DISPLAY "GKLIB01 : " PL-REFOPE " REFUSE ("
                               ZALIB-DECIDEUR1 " + " PL-DECIDEUR ")"
                   END-IF
               WHEN OTHER
                   PERFORM 1600-LIBERER
           END-EVALUATE
           .

       1600-LIBERER.
      ******************************************************************EDEFAY
      *  Release agreed by two operators : repost the parked debit
      *  through MFMAJCPT with ZF-LIBERE, replaying its correlation
      *  id, channel and counterparty, then close the row released.
      *  ZF-APPROUVE is NOT set - a treasury release is not a second
      *  signature, so VERIF-MANDAT runs again and a both-to-sign
      *  debit parks in TBPAP (that park IS a successful release).
      *  A rejected repost leaves the row pending with its first
      *  decision, for another attempt.
           INITIALIZE ZF-MAJCPT
           MOVE ZALIB-COMPTE    TO ZF-COMPTE
           MOVE ZALIB-CODOPE    TO ZF-CODOPE
           MOVE ZALIB-REFOPE    TO ZF-REFOPE
           MOVE ZALIB-CODDEV    TO ZF-CODDEV
           MOVE ZALIB-DATOPE    TO ZF-DATOPE
           MOVE ZALIB-MNTOPE    TO ZF-MNTOPE
           MOVE ZALIB-OPERATEUR TO ZF-OPERATEUR
           MOVE ZALIB-ORIGINE   TO ZF-ORIGINE
           MOVE ZALIB-CORRELID  TO ZF-CORRELID
           MOVE ZALIB-CTPNOM    TO ZF-CTP-NOM
           MOVE ZALIB-CTPCPT    TO ZF-CTP-COMPTE
           MOVE ZALIB-CTPLIB    TO ZF-CTP-LIBELLE
           SET ZF-IS-LIBERE     TO TRUE
           CALL "MFMAJCPT" USING ZF-MAJCPT, ZF-RETOUR
           IF CODRET-OK
              OR CODRET-ATTENTE-SIGNATURE THEN
               MOVE PL-DECIDEUR   TO ZALIB-DECIDEUR2
               MOVE WS-AS-OF-DATE TO ZALIB-DTDEC
               SET ZALIB-LIBERE TO TRUE
               PERFORM 8700-MAJ-LIBERATION
               IF ZALIB-CODRET-OK THEN
                   ADD 1 TO WS-NB-LIBERES
                   IF CODRET-OK THEN
                       DISPLAY "GKLIB01 : " PL-REFOPE " LIBERE ET "
                               "POSTE (" ZALIB-DECIDEUR1 " + "
                               PL-DECIDEUR ")"
                   ELSE
                       DISPLAY "GKLIB01 : " PL-REFOPE " LIBERE ("
                               ZALIB-DECIDEUR1 " + " PL-DECIDEUR
                               ") - EN ATTENTE DE DEUXIEME"
                               " SIGNATURE (TBPAP)"
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKLIB01 : " PL-REFOPE
                       " REPOSTAGE REJETE, CODRET=" ZF-CODRET
                       " " ZF-LIBRET " - RESTE EN ATTENTE"
           END-IF
           .

       1800-LISTER-ATTENTE.
      ******************************************************************EDEFAY
      *  List whatever still waits for treasury, with the first
      *  decision already on record.
           MOVE "OPN" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZALIB-CODRET-EOF
               ADD 1 TO WS-NB-ATTENTE
               DISPLAY "GKLIB01 : EN ATTENTE " ZALIB-REFOPE " "
                       ZALIB-COMPTE " " ZALIB-CODOPE " "
                       ZALIB-ORIGINE " " ZALIB-MNTOPE
                       " (SEUIL " ZALIB-SEUIL ", PREMIERE DECISION "
                       ZALIB-DECIDEUR1 " " ZALIB-DECISION1 ")"
               MOVE "FET" TO ZALIB-FONCTION
               CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           .

       2000-VERIFIER-DECISION.
      ******************************************************************EDEFAY
      *  The action must be LIB or REF, the row must exist and still
      *  be pending, and the decider must hold the 'LIB' entitlement
      *  and not be the operator that submitted the debit.
           MOVE 'N' TO WS-LIGNE-OK
           EVALUATE PL-ACTION
               WHEN 'LIB'
                   SET DECISION-LIBERER TO TRUE
               WHEN 'REF'
                   SET DECISION-REFUSER TO TRUE
               WHEN OTHER
                   DISPLAY "GKLIB01 : " PL-REFOPE " ACTION "
                           PL-ACTION " INCONNUE (LIB/REF)"
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE PL-REFOPE TO ZALIB-REFOPE
           MOVE "SEL" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           IF NOT ZALIB-CODRET-OK THEN
               DISPLAY "GKLIB01 : " PL-REFOPE " INTROUVABLE"
               EXIT PARAGRAPH
           END-IF
           IF NOT ZALIB-EN-ATTENTE THEN
               DISPLAY "GKLIB01 : " PL-REFOPE " DEJA DECIDE"
               EXIT PARAGRAPH
           END-IF
           IF PL-DECIDEUR = SPACES
              OR PL-DECIDEUR = ZALIB-OPERATEUR THEN
               DISPLAY "GKLIB01 : " PL-REFOPE
                       " DECIDEUR ABSENT OU = DEMANDEUR - REFUSE"
               EXIT PARAGRAPH
           END-IF
           MOVE PL-DECIDEUR TO ZAHAB-OPERATEUR
           MOVE WS-DOMAINE  TO ZAHAB-DOMAINE
           MOVE "SEL" TO ZAHAB-FONCTION
           CALL "MAHAB" USING ZAHAB-ZCMA, AUTH-QUERY
           IF NOT ZAHAB-CODRET-OK THEN
               DISPLAY "GKLIB01 : DECIDEUR " PL-DECIDEUR
                       " NON HABILITE " WS-DOMAINE
               EXIT PARAGRAPH
           END-IF
           SET LIGNE-OK TO TRUE
           .

       8700-MAJ-LIBERATION.
      ******************************************************************EDEFAY
      *  Write the row's new decision state back (MALIB UPD).
           MOVE "UPD" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           IF NOT ZALIB-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKLIB01 : MAJ TBLIB KO POUR " ZALIB-REFOPE
                       " CODRET=" ZALIB-CODRET
           END-IF
           .
