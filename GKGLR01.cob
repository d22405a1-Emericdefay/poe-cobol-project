      *PROCESS TEST
      ******************************************************************
      * Program name   : GKGLR01
      * Original author: DEFAY E.
      *
      * Description    : General-ledger feedback reconciliation.
      *                  GKGL001 only releases a balanced, fully
      *                  mapped journal - this program closes the
      *                  loop on what the GL did with it. Loads the
      *                  journal as sent (FILEIN-JOURNAL, GKGL001's
      *                  FILEOUT-JOURNAL, CTRLEXT trailer skipped),
      *                  then reads the GL's posting feedback file
      *                  (FILEIN-GLFB : each journal line echoed with
      *                  the GL's status, the amount it booked and
      *                  its reason) and matches every returned line
      *                  to the line sent, on reference, account,
      *                  operation code, direction and GL account.
      *                  Raised as TBBRK breaks (MABRK INS, the
      *                  GKRECO01 1950-ECRIRE-BREAK shape), so they
      *                  age and carry forward in GKBRK01 like every
      *                  other reconciliation break :
      *                    GLRF - line not booked by the GL (put in
      *                           suspense or rejected), our amount
      *                    GLEC - booked with a different amount, the
      *                           difference booked minus sent
      *                    GLAB - line sent, never returned
      *                    GLIN - line returned that we never sent,
      *                           the amount the GL booked
      *                  A break's reference is built from the
      *                  journal date and the line's position, so a
      *                  feedback file processed twice raises nothing
      *                  twice (MABRK answers "LIGNE EN DOUBLE").
      * Rules handling :
      *             RC = 00 : Every line booked as sent
      *             RC = 01 : Could not open FILEIN-JOURNAL
      *             RC = 02 : Could not open FILEIN-GLFB
      *             RC = 04 : Journal larger than the line table -
      *                       lines past it are not reconciled
      *             RC = 05 : One or more breaks raised
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEIN-JOURNAL, FILEIN-GLFB - see
      *                   JCL/GKGLR01.jcl.
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
       PROGRAM-ID.    GKGLR01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN-JOURNAL-FDNAME
           ASSIGN TO DYNAMIC FILEIN-JOURNAL-NAME
           FILE STATUS IS WS-FS-JOURNAL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEIN-GLFB-FDNAME
           ASSIGN TO DYNAMIC FILEIN-GLFB-NAME
           FILE STATUS IS WS-FS-GLFB
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
      *  The journal as GKGL001 wrote it (its JNL-LINE layout)
       FD  FILEIN-JOURNAL-FDNAME RECORDING MODE F.
       01  FILEIN-JOURNAL-RECORD.
           05  JNL-DATE     PIC X(10).
           05  FILLER       PIC X(01).
           05  JNL-CPTGL    PIC X(08).
           05  FILLER       PIC X(01).
           05  JNL-SENS     PIC X(01).
           05  FILLER       PIC X(01).
           05  JNL-MONTANT  PIC X(14).
           05  FILLER       PIC X(01).
           05  JNL-CODOPE   PIC X(03).
           05  FILLER       PIC X(01).
           05  JNL-COMPTE   PIC X(11).
           05  FILLER       PIC X(01).
           05  JNL-REFOPE   PIC X(10).
           05  FILLER       PIC X(17).
      *  The GL's feedback : the journal line echoed in its first 80
      *  bytes, then the GL's booking status, the amount it booked
      *  (same 9(11).99 edit as the journal) and its reason
       FD  FILEIN-GLFB-FDNAME RECORDING MODE F.
       01  FILEIN-GLFB-RECORD.
           05  FB-DATE      PIC X(10).
           05  FILLER       PIC X(01).
           05  FB-CPTGL     PIC X(08).
           05  FILLER       PIC X(01).
           05  FB-SENS      PIC X(01).
           05  FILLER       PIC X(01).
           05  FB-MONTANT   PIC X(14).
           05  FILLER       PIC X(01).
           05  FB-CODOPE    PIC X(03).
           05  FILLER       PIC X(01).
           05  FB-COMPTE    PIC X(11).
           05  FILLER       PIC X(01).
           05  FB-REFOPE    PIC X(10).
           05  FILLER       PIC X(17).
      *    'A' booked ; 'S' parked in GL suspense ; 'R' rejected
           05  FB-STATUT    PIC X(01).
               88 FB-COMPTABILISE VALUE 'A'.
           05  FB-MNTGL     PIC X(14).
           05  FB-MOTIF     PIC X(20).
           05  FILLER       PIC X(05).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBBRK.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEIN-JOURNAL-NAME PIC X(30) VALUE 'FILEIN-JOURNAL'.
       01  WS-FS-JOURNAL    PIC X(02).
           88 FS-JOURNAL-OK VALUE '00'.
       01  WS-EOF-JOURNAL   PIC X(01) VALUE 'N'.
           88 EOF-JOURNAL   VALUE 'Y'.
       01  FILEIN-GLFB-NAME PIC X(30) VALUE 'FILEIN-GLFB'.
       01  WS-FS-GLFB       PIC X(02).
           88 FS-GLFB-OK    VALUE '00'.
       01  WS-EOF-GLFB      PIC X(01) VALUE 'N'.
           88 EOF-GLFB      VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Journal date - the breaks' date, and the root of their
      *  references
       01  WS-DTJNL         PIC X(10) VALUE SPACES.
      *  The journal as sent, in file order, with the matched mark
       01  WS-TAB-MAX       PIC 9(05) VALUE 20000.
       01  WS-JNL-NB        PIC 9(05) VALUE 0.
       01  WS-JNL-DEBORD    PIC 9(06) VALUE 0.
       01  WS-JOURNAL.
           05  WS-JNL-ENTRY OCCURS 20000 TIMES
               INDEXED BY WS-JNL-IX.
               10  WS-JNL-CLE.
                   15  WS-JNL-REFOPE  PIC X(10).
                   15  WS-JNL-COMPTE  PIC X(11).
                   15  WS-JNL-CODOPE  PIC X(03).
                   15  WS-JNL-SENS    PIC X(01).
                   15  WS-JNL-CPTGL   PIC X(08).
               10  WS-JNL-MONTANT PIC S9(13)V9(2) COMP-3.
               10  WS-JNL-VU      PIC X(01).
                   88 JNL-VU      VALUE 'Y'.
       01  WS-FB-CLE.
           05  WS-FB-REFOPE     PIC X(10).
           05  WS-FB-COMPTE     PIC X(11).
           05  WS-FB-CODOPE     PIC X(03).
           05  WS-FB-SENS       PIC X(01).
           05  WS-FB-CPTGL      PIC X(08).
      *  Where the last match was found - the GL echoes the journal
      *  in order, so the next line is looked for from there first
       01  WS-JNL-DERNIER   PIC 9(05) VALUE 0.
       01  WS-JNL-TROUVE    PIC X(01).
           88 JNL-TROUVE    VALUE 'Y'.
       01  WS-MNTGL         PIC S9(13)V9(2) COMP-3.
      *  Break in hand, see 1950-ECRIRE-BREAK
       01  WS-BRK-COTE      PIC X(04).
       01  WS-BRK-ECART     PIC S9(13)V9(2) COMP-3.
       01  WS-BRK-NUMERO    PIC 9(05).
       01  WS-BRK-MOTIF     PIC X(20).
      *  Counters
       01  WS-NB-FB         PIC 9(06) VALUE 0.
       01  WS-NB-CONFORMES  PIC 9(06) VALUE 0.
       01  WS-NB-REFUS      PIC 9(06) VALUE 0.
       01  WS-NB-ECARTS     PIC 9(06) VALUE 0.
       01  WS-NB-ABSENTS    PIC 9(06) VALUE 0.
       01  WS-NB-INCONNUS   PIC 9(06) VALUE 0.
       01  WS-NB-BRK-NOUV   PIC 9(06) VALUE 0.
       01  WS-NB-BRK-DEJA   PIC 9(06) VALUE 0.
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
               PERFORM 1100-CHARGER-JOURNAL
               PERFORM 1200-LIRE-GLFB
               PERFORM UNTIL EOF-GLFB
                   PERFORM 1500-TRAITER-RETOUR
                   PERFORM 1200-LIRE-GLFB
               END-PERFORM
               PERFORM 1700-LIGNES-NON-RETOURNEES
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Open the journal as sent and the GL's feedback.
           OPEN INPUT FILEIN-JOURNAL-FDNAME
           IF NOT FS-JOURNAL-OK THEN
               DISPLAY "GKGLR01 : OUVERTURE FILEIN-JOURNAL KO, FS="
                       WS-FS-JOURNAL
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILEIN-GLFB-FDNAME
           IF NOT FS-GLFB-OK THEN
               DISPLAY "GKGLR01 : OUVERTURE FILEIN-GLFB KO, FS="
                       WS-FS-GLFB
               CLOSE FILEIN-JOURNAL-FDNAME
               MOVE '02' TO RC
           END-IF
           .

       1100-CHARGER-JOURNAL.
      ******************************************************************EDEFAY
      *  Load every journal line sent - the CTRLEXT trailer aside -
      *  with its amount back in numeric form.
           READ FILEIN-JOURNAL-FDNAME
               AT END SET EOF-JOURNAL TO TRUE
           END-READ
           PERFORM UNTIL EOF-JOURNAL
               IF FILEIN-JOURNAL-RECORD(1:4) NOT = 'TRL;' THEN
                   IF WS-DTJNL = SPACES THEN
                       MOVE JNL-DATE TO WS-DTJNL
                   END-IF
                   IF WS-JNL-NB < WS-TAB-MAX THEN
                       ADD 1 TO WS-JNL-NB
                       MOVE JNL-REFOPE TO WS-JNL-REFOPE (WS-JNL-NB)
                       MOVE JNL-COMPTE TO WS-JNL-COMPTE (WS-JNL-NB)
                       MOVE JNL-CODOPE TO WS-JNL-CODOPE (WS-JNL-NB)
                       MOVE JNL-SENS   TO WS-JNL-SENS (WS-JNL-NB)
                       MOVE JNL-CPTGL  TO WS-JNL-CPTGL (WS-JNL-NB)
                       COMPUTE WS-JNL-MONTANT (WS-JNL-NB) =
                               FUNCTION NUMVAL(JNL-MONTANT)
                       MOVE 'N' TO WS-JNL-VU (WS-JNL-NB)
                   ELSE
                       ADD 1 TO WS-JNL-DEBORD
                   END-IF
               END-IF
               READ FILEIN-JOURNAL-FDNAME
                   AT END SET EOF-JOURNAL TO TRUE
               END-READ
           END-PERFORM
           DISPLAY "GKGLR01 : JOURNAL DU " WS-DTJNL " : " WS-JNL-NB
                   " LIGNE(S) ENVOYEE(S)"
           .

       1200-LIRE-GLFB.
      ******************************************************************EDEFAY
      *  Read the next GL feedback line, passing over a trailer.
           READ FILEIN-GLFB-FDNAME
               AT END SET EOF-GLFB TO TRUE
           END-READ
           PERFORM UNTIL EOF-GLFB
                      OR FILEIN-GLFB-RECORD(1:4) NOT = 'TRL;'
               READ FILEIN-GLFB-FDNAME
                   AT END SET EOF-GLFB TO TRUE
               END-READ
           END-PERFORM
           .

       1500-TRAITER-RETOUR.
      ******************************************************************EDEFAY
      *  One line returned by the GL : find the line we sent, then
      *  check it was booked, and booked for what we sent.
           ADD 1 TO WS-NB-FB
           MOVE FB-REFOPE TO WS-FB-REFOPE
           MOVE FB-COMPTE TO WS-FB-COMPTE
           MOVE FB-CODOPE TO WS-FB-CODOPE
           MOVE FB-SENS   TO WS-FB-SENS
           MOVE FB-CPTGL  TO WS-FB-CPTGL
           MOVE FB-MOTIF  TO WS-BRK-MOTIF
           IF FB-MNTGL = SPACES THEN
               MOVE ZERO TO WS-MNTGL
           ELSE
               COMPUTE WS-MNTGL = FUNCTION NUMVAL(FB-MNTGL)
           END-IF
           PERFORM 2000-CHERCHER-LIGNE
           IF NOT JNL-TROUVE THEN
               ADD 1 TO WS-NB-INCONNUS
               MOVE 'GLIN' TO WS-BRK-COTE
               MOVE WS-MNTGL TO WS-BRK-ECART
               COMPUTE WS-BRK-NUMERO = 50000 + WS-NB-FB
               PERFORM 1950-ECRIRE-BREAK
               EXIT PARAGRAPH
           END-IF
           SET JNL-VU (WS-JNL-IX) TO TRUE
           SET WS-JNL-DERNIER TO WS-JNL-IX
           SET WS-BRK-NUMERO  TO WS-JNL-IX
           EVALUATE TRUE
               WHEN NOT FB-COMPTABILISE
                   ADD 1 TO WS-NB-REFUS
                   MOVE 'GLRF' TO WS-BRK-COTE
                   MOVE WS-JNL-MONTANT (WS-JNL-IX) TO WS-BRK-ECART
                   PERFORM 1950-ECRIRE-BREAK
               WHEN WS-MNTGL NOT = WS-JNL-MONTANT (WS-JNL-IX)
                   ADD 1 TO WS-NB-ECARTS
                   MOVE 'GLEC' TO WS-BRK-COTE
                   COMPUTE WS-BRK-ECART =
                           WS-MNTGL - WS-JNL-MONTANT (WS-JNL-IX)
                   PERFORM 1950-ECRIRE-BREAK
               WHEN OTHER
                   ADD 1 TO WS-NB-CONFORMES
           END-EVALUATE
           .

       1700-LIGNES-NON-RETOURNEES.
      ******************************************************************EDEFAY
      *  Every line sent that the GL never returned was never booked
      *  as far as we can prove.
           MOVE 'NON RETOURNEE' TO WS-BRK-MOTIF
           PERFORM VARYING WS-JNL-IX FROM 1 BY 1
                   UNTIL WS-JNL-IX > WS-JNL-NB
               IF NOT JNL-VU (WS-JNL-IX) THEN
                   ADD 1 TO WS-NB-ABSENTS
                   MOVE WS-JNL-CLE (WS-JNL-IX) TO WS-FB-CLE
                   MOVE 'GLAB' TO WS-BRK-COTE
                   MOVE WS-JNL-MONTANT (WS-JNL-IX) TO WS-BRK-ECART
                   SET WS-BRK-NUMERO TO WS-JNL-IX
                   PERFORM 1950-ECRIRE-BREAK
               END-IF
           END-PERFORM
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKGLR01 : " WS-NB-FB " LIGNE(S) RETOURNEE(S), "
                   WS-NB-CONFORMES " CONFORME(S)"
           DISPLAY "GKGLR01 : " WS-NB-REFUS " NON COMPTABILISEE(S), "
                   WS-NB-ECARTS " ECART(S) DE MONTANT, "
                   WS-NB-ABSENTS " NON RETOURNEE(S), "
                   WS-NB-INCONNUS " INCONNUE(S)"
           DISPLAY "GKGLR01 : " WS-NB-BRK-NOUV " BREAK(S) OUVERT(S), "
                   WS-NB-BRK-DEJA " DEJA OUVERT(S)"
           IF WS-JNL-DEBORD > 0 THEN
               DISPLAY "GKGLR01 : " WS-JNL-DEBORD
                       " LIGNE(S) DE JOURNAL NON RAPPROCHEE(S) - TABLE"
                       " DE " WS-TAB-MAX " PLEINE"
               MOVE '04' TO RC
           END-IF
           IF WS-NB-REFUS > 0
              OR WS-NB-ECARTS > 0
              OR WS-NB-ABSENTS > 0
              OR WS-NB-INCONNUS > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       1950-ECRIRE-BREAK.
      ******************************************************************EDEFAY
      *  One TBBRK break item for the line in hand (WS-FB-CLE) : the
      *  side, the amount, and the line's reference, account, GL
      *  account and direction with the GL's reason as the context.
      *  The reference - last digit of the journal year, month, day
      *  and the line's number - is the same on every rerun.
           INITIALIZE ZABRK-DONNEES
           STRING WS-DTJNL(4:1) WS-DTJNL(6:2) WS-DTJNL(9:2)
                  WS-BRK-NUMERO
                  DELIMITED BY SIZE INTO ZABRK-REFBRK
           MOVE WS-DTJNL      TO ZABRK-DTBRK
           MOVE WS-BRK-COTE   TO ZABRK-COTE
           MOVE WS-BRK-ECART  TO ZABRK-MONTANT
           STRING WS-FB-REFOPE ' ' WS-FB-CPTGL ' ' WS-FB-SENS ' '
                  WS-BRK-MOTIF
                  DELIMITED BY SIZE INTO ZABRK-CONTEXTE
           SET ZABRK-OUVERT TO TRUE
           MOVE "INS" TO ZABRK-FONCTION
           CALL "MABRK" USING ZABRK-ZCMA, AUTH-QUERY
           EVALUATE TRUE
               WHEN ZABRK-CODRET-OK
                   ADD 1 TO WS-NB-BRK-NOUV
                   DISPLAY "GKGLR01 : BREAK " ZABRK-REFBRK " "
                           WS-BRK-COTE " " WS-FB-REFOPE " "
                           WS-FB-COMPTE " " WS-FB-CPTGL " "
                           WS-FB-SENS
               WHEN ZABRK-CODRET = '20'
                   ADD 1 TO WS-NB-BRK-DEJA
               WHEN OTHER
                   DISPLAY "GKGLR01 : BREAK NON ENREGISTRE, CODRET="
                           ZABRK-CODRET
           END-EVALUATE
           .

       2000-CHERCHER-LIGNE.
      ******************************************************************EDEFAY
      *  Find the journal line WS-FB-CLE names, not yet matched -
      *  from just past the last match, then from the top.
           MOVE 'N' TO WS-JNL-TROUVE
           IF WS-JNL-DERNIER < WS-JNL-NB THEN
               SET WS-JNL-IX TO WS-JNL-DERNIER
               SET WS-JNL-IX UP BY 1
               PERFORM 2050-BALAYER-JOURNAL
           END-IF
           IF NOT JNL-TROUVE THEN
               SET WS-JNL-IX TO 1
               PERFORM 2050-BALAYER-JOURNAL
           END-IF
           .

       2050-BALAYER-JOURNAL.
      ******************************************************************EDEFAY
      *  Scan the loaded journal from WS-JNL-IX to its last line.
           PERFORM UNTIL JNL-TROUVE
                      OR WS-JNL-IX > WS-JNL-NB
               IF WS-JNL-CLE (WS-JNL-IX) = WS-FB-CLE
                  AND NOT JNL-VU (WS-JNL-IX) THEN
                   SET JNL-TROUVE TO TRUE
               ELSE
                   SET WS-JNL-IX UP BY 1
               END-IF
           END-PERFORM
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEIN-JOURNAL-FDNAME
           CLOSE FILEIN-GLFB-FDNAME
           .
