      *PROCESS TEST
      ******************************************************************
      * Program name   : GKMSG02
      * Original author: DEFAY E.
      *
      * Description    : Statement message delivery report, the proof
      *                  for compliance that a cycle's mandatory
      *                  notices reached every customer they target.
      *                  Walks the cycle's TBMSC delivery counts (MAMSC
      *                  CMSC cursor - one row per message and channel,
      *                  written by GKSTMT01/02/03) and lists targeted,
      *                  delivered and held (gone-away address) per
      *                  row, with the message type and text from
      *                  TBMSG. A regulatory message ('R') delivered to
      *                  fewer accounts than it targeted is flagged
      *                  INCOMPLET ; one in force over the cycle with
      *                  text but no count at all is flagged NON
      *                  DIFFUSE (no statement run printed it).
      *                  Commercial messages are listed, never flagged.
      * Rules handling :
      *             RC = 00 : Every regulatory message fully delivered
      *             RC = 01 : Could not open FILEOUT-MSGREP
      *             RC = 04 : Regulatory message(s) flagged (see
      *                       FILEOUT-MSGREP)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMMSG2 - OPTIONAL, one line 'YYYY-MM'
      *                   for the statement cycle ; defaults to the
      *                   processing month (TBPRC, else the clock).
      *                   FILEOUT-MSGREP - the delivery report.
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
       PROGRAM-ID.    GKMSG02.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMMSG2-FDNAME
           ASSIGN TO DYNAMIC PARAMMSG2-NAME
           FILE STATUS IS WS-FS-PARAM
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-MSGREP-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-MSGREP-NAME
           FILE STATUS IS WS-FS-MSGREP
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMMSG2-FDNAME RECORDING MODE F.
       01  PARAMMSG2-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-MSGREP-FDNAME RECORDING MODE F.
       01  FILEOUT-MSGREP-RECORD.
          05  FILLER      PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBMSG.cpy".
       COPY "./Copybooks/CTBMSC.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  PARAMMSG2-NAME  PIC X(30) VALUE 'PARAMMSG2'.
       01  WS-FS-PARAM     PIC X(02).
           88 FS-PARAM-OK  VALUE '00'.
       01  FILEOUT-MSGREP-NAME PIC X(30) VALUE 'FILEOUT-MSGREP'.
       01  WS-FS-MSGREP    PIC X(02).
           88 FS-MSGREP-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Statement cycle and its bounds
       01  WS-JOUR-YYYYMMDD PIC 9(08).
       01  WS-JOUR-ISO     PIC X(10).
       01  WS-CYCLE        PIC X(07).
       01  WS-DATDEB       PIC X(10).
       01  WS-DATFIN       PIC X(10).
      *  Messages the cycle's counts mention, for the NON DIFFUSE
      *  check - one past WS-VU-MAX is not remembered (and may then
      *  be reported NON DIFFUSE wrongly, which the DISPLAY says)
       01  WS-VU-NB        PIC 9(03) VALUE 0.
       01  WS-VU-MAX       PIC 9(03) VALUE 200.
       01  WS-VU-TABLE.
           05  WS-VU-MSGID OCCURS 200 TIMES
               INDEXED BY WS-VU-IX PIC X(08).
       01  WS-VU-TROUVE    PIC X(01).
           88 VU-TROUVE    VALUE 'Y'.
      *  Counters
       01  WS-NB-LIGNES    PIC 9(05) VALUE 0.
       01  WS-NB-INCOMPLETS PIC 9(05) VALUE 0.
       01  WS-NB-NON-DIFF  PIC 9(05) VALUE 0.
       01  WS-NB-DEBORD    PIC 9(05) VALUE 0.
      *  Report lines
       01  RPT-ENTETE.
           05  FILLER      PIC X(33)
               VALUE 'DIFFUSION DES MESSAGES DE RELEVE '.
           05  RPT-E-CYCLE PIC X(07).
           05  FILLER      PIC X(04) VALUE ' AU '.
           05  RPT-E-DATE  PIC X(10).
           05  FILLER      PIC X(46) VALUE SPACES.
       01  RPT-COLONNES.
           05  FILLER      PIC X(19) VALUE 'MESSAGE  T CANAL   '.
           05  FILLER      PIC X(24)
               VALUE '  CIBLES   REMIS RETENUS'.
           05  FILLER      PIC X(14) VALUE ' STATUT       '.
           05  FILLER      PIC X(43) VALUE 'TEXTE'.
       01  RPT-DETAIL.
           05  RPT-D-MSGID PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-TYPE  PIC X(01).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-CANAL PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-CIBLE PIC Z(06)9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-REMIS PIC Z(06)9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-RETENU PIC Z(06)9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-STATUT PIC X(12).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-TEXTE PIC X(30).
           05  FILLER      PIC X(13) VALUE SPACES.
       01  RPT-TOTAL.
           05  RPT-T-LIBELLE PIC X(30).
           05  RPT-T-NB    PIC Z(07)9.
           05  FILLER      PIC X(62) VALUE SPACES.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xxx : Input/Output section
      *    - 1xxx : Main element
      *    - 2xxx : Verifications
      *    - 3xxx : Reporting
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
               MOVE WS-CYCLE    TO RPT-E-CYCLE
               MOVE WS-JOUR-ISO TO RPT-E-DATE
               WRITE FILEOUT-MSGREP-RECORD FROM RPT-ENTETE
               WRITE FILEOUT-MSGREP-RECORD FROM RPT-COLONNES
               PERFORM 1300-PARCOURIR-REMISES
               PERFORM 1600-RECHERCHER-NON-DIFFUSES
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the cycle - PARAMMSG2 when supplied, else the
      *  processing month (TBPRC, else clock) - then open the report.
           ACCEPT WS-JOUR-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-JOUR-YYYYMMDD(1:4) '-' WS-JOUR-YYYYMMDD(5:2)
                  '-' WS-JOUR-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-JOUR-ISO
           MOVE 'JOURTRT ' TO ZAPRC-CLE
           MOVE "SEL" TO ZAPRC-FONCTION
           CALL "MAPRC" USING ZAPRC-ZCMA, AUTH-QUERY
           IF ZAPRC-CODRET-OK
              AND ZAPRC-DTPRC NOT = SPACES THEN
               MOVE ZAPRC-DTPRC TO WS-JOUR-ISO
           END-IF
           MOVE WS-JOUR-ISO(1:7) TO WS-CYCLE
           OPEN INPUT PARAMMSG2-FDNAME
           IF FS-PARAM-OK THEN
               READ PARAMMSG2-FDNAME
               IF FS-PARAM-OK
                  AND PARAMMSG2-RECORD(1:7) NOT = SPACES THEN
                   MOVE PARAMMSG2-RECORD(1:7) TO WS-CYCLE
               END-IF
               CLOSE PARAMMSG2-FDNAME
           END-IF
           STRING WS-CYCLE '-01' DELIMITED BY SIZE INTO WS-DATDEB
           STRING WS-CYCLE '-31' DELIMITED BY SIZE INTO WS-DATFIN
           OPEN OUTPUT FILEOUT-MSGREP-FDNAME
           IF NOT FS-MSGREP-OK THEN
               MOVE '01' TO RC
               DISPLAY "GKMSG02 : OUVERTURE FILEOUT-MSGREP KO, FS="
                       WS-FS-MSGREP
           END-IF
           .

       1300-PARCOURIR-REMISES.
      ******************************************************************EDEFAY
      *  Every TBMSC row of the cycle, message then channel.
           MOVE WS-CYCLE TO ZAMSC-CYCLE
           MOVE "OPN" TO ZAMSC-FONCTION
           CALL "MAMSC" USING ZAMSC-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAMSC-FONCTION
           CALL "MAMSC" USING ZAMSC-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZAMSC-CODRET-EOF
               PERFORM 1500-TRAITER-REMISE
               MOVE "FET" TO ZAMSC-FONCTION
               CALL "MAMSC" USING ZAMSC-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAMSC-FONCTION
           CALL "MAMSC" USING ZAMSC-ZCMA, AUTH-QUERY
           .

       1500-TRAITER-REMISE.
      ******************************************************************EDEFAY
      *  One message/channel count : remember the message for 1600,
      *  fetch its type and text, and flag a regulatory one some
      *  targeted account did not receive.
           PERFORM 2000-MEMORISER-MESSAGE
           MOVE ZAMSC-MSGID TO ZAMSG-MSGID
           MOVE "SEL" TO ZAMSG-FONCTION
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           IF NOT ZAMSG-CODRET-OK THEN
               MOVE SPACES TO ZAMSG-TYPMSG
               MOVE '** MESSAGE SUPPRIME DE TBMSG' TO ZAMSG-TEXTE1
           END-IF
           MOVE ZAMSC-MSGID    TO RPT-D-MSGID
           MOVE ZAMSG-TYPMSG   TO RPT-D-TYPE
           MOVE ZAMSC-CANAL    TO RPT-D-CANAL
           MOVE ZAMSC-NBCIBLE  TO RPT-D-CIBLE
           MOVE ZAMSC-NBREMIS  TO RPT-D-REMIS
           MOVE ZAMSC-NBRETENU TO RPT-D-RETENU
           MOVE ZAMSG-TEXTE1   TO RPT-D-TEXTE
           EVALUATE TRUE
               WHEN ZAMSC-NBREMIS NOT < ZAMSC-NBCIBLE
                   MOVE 'COMPLET' TO RPT-D-STATUT
               WHEN ZAMSG-REGLEMENTAIRE
                   ADD 1 TO WS-NB-INCOMPLETS
                   MOVE 'INCOMPLET' TO RPT-D-STATUT
               WHEN OTHER
                   MOVE 'PARTIEL' TO RPT-D-STATUT
           END-EVALUATE
           PERFORM 3200-ECRIRE-DETAIL
           .

       1600-RECHERCHER-NON-DIFFUSES.
      ******************************************************************EDEFAY
      *  Every regulatory message with text in force over the cycle
      *  that no TBMSC row of the cycle mentions.
           MOVE WS-DATDEB TO ZAMSG-DTDEB
           MOVE WS-DATFIN TO ZAMSG-DTFIN
           MOVE "OPN" TO ZAMSG-FONCTION
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAMSG-FONCTION
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZAMSG-CODRET-EOF
               IF ZAMSG-REGLEMENTAIRE
                  AND ZAMSG-TEXTE1 NOT = SPACES THEN
                   PERFORM 2100-CHERCHER-MESSAGE
                   IF NOT VU-TROUVE THEN
                       ADD 1 TO WS-NB-NON-DIFF
                       MOVE ZAMSG-MSGID  TO RPT-D-MSGID
                       MOVE ZAMSG-TYPMSG TO RPT-D-TYPE
                       MOVE SPACES       TO RPT-D-CANAL
                       MOVE ZERO TO RPT-D-CIBLE RPT-D-REMIS
                                    RPT-D-RETENU
                       MOVE 'NON DIFFUSE' TO RPT-D-STATUT
                       MOVE ZAMSG-TEXTE1 TO RPT-D-TEXTE
                       PERFORM 3200-ECRIRE-DETAIL
                   END-IF
               END-IF
               MOVE "FET" TO ZAMSG-FONCTION
               CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAMSG-FONCTION
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report totals and set the final RC.
           MOVE 'LIGNES DETAIL' TO RPT-T-LIBELLE
           MOVE WS-NB-LIGNES TO RPT-T-NB
           WRITE FILEOUT-MSGREP-RECORD FROM RPT-TOTAL
           MOVE 'REGLEMENTAIRES INCOMPLETS' TO RPT-T-LIBELLE
           MOVE WS-NB-INCOMPLETS TO RPT-T-NB
           WRITE FILEOUT-MSGREP-RECORD FROM RPT-TOTAL
           MOVE 'REGLEMENTAIRES NON DIFFUSES' TO RPT-T-LIBELLE
           MOVE WS-NB-NON-DIFF TO RPT-T-NB
           WRITE FILEOUT-MSGREP-RECORD FROM RPT-TOTAL
           DISPLAY "GKMSG02 : CYCLE " WS-CYCLE " - " WS-NB-LIGNES
                   " LIGNE(S), " WS-NB-INCOMPLETS " INCOMPLET(S), "
                   WS-NB-NON-DIFF " NON DIFFUSE(S)"
           IF WS-NB-DEBORD > 0 THEN
               DISPLAY "GKMSG02 : " WS-NB-DEBORD " MESSAGE(S) AU-DELA"
                       " DE " WS-VU-MAX " - CONTROLE NON DIFFUSE"
                       " A REVOIR"
           END-IF
           IF WS-NB-INCOMPLETS > 0
              OR WS-NB-NON-DIFF > 0 THEN
               MOVE '04' TO RC
           END-IF
           .

       2000-MEMORISER-MESSAGE.
      ******************************************************************EDEFAY
      *  Note ZAMSC-MSGID as counted this cycle (once per message -
      *  the cursor returns a message's channels together).
           IF WS-VU-NB > 0 THEN
               IF WS-VU-MSGID (WS-VU-NB) = ZAMSC-MSGID THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-VU-NB < WS-VU-MAX THEN
               ADD 1 TO WS-VU-NB
               MOVE ZAMSC-MSGID TO WS-VU-MSGID (WS-VU-NB)
           ELSE
               ADD 1 TO WS-NB-DEBORD
           END-IF
           .

       2100-CHERCHER-MESSAGE.
      ******************************************************************EDEFAY
      *  Was ZAMSG-MSGID counted this cycle.
           MOVE 'N' TO WS-VU-TROUVE
           PERFORM VARYING WS-VU-IX FROM 1 BY 1
                   UNTIL WS-VU-IX > WS-VU-NB OR VU-TROUVE
               IF WS-VU-MSGID (WS-VU-IX) = ZAMSG-MSGID THEN
                   SET VU-TROUVE TO TRUE
               END-IF
           END-PERFORM
           .

       3200-ECRIRE-DETAIL.
      ******************************************************************EDEFAY
      *  Write one report detail line.
           ADD 1 TO WS-NB-LIGNES
           WRITE FILEOUT-MSGREP-RECORD FROM RPT-DETAIL
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-MSGREP-FDNAME
           .
