      *PROCESS TEST
      ******************************************************************
      * Program name   : GKSTMT06
      * Original author: DEFAY E.
      *
      * Description    : Print-vendor production confirmation intake.
      *                  Loads the manifest GKSTMT05 wrote for the
      *                  statement lot (FILEIN-IMPMAN, CIMPMAN layout -
      *                  every document sent) and matches the vendor's
      *                  confirmation file (FILEIN-CONFIRM, one line
      *                  per document produced) against it by document
      *                  id. FILEOUT-CONFREP lists :
      *                    MANQUANT  sent, never confirmed
      *                    DOUBLON   confirmed more than once
      *                    INCONNU   confirmed, never sent (wrong lot
      *                              or number)
      *                    REJETE    the vendor spoiled / did not post
      *                              it - to reprint
      *                    PAGES     page count differs from the one
      *                              sent
      *                  and checks the vendor's trailer line (TRL,
      *                  documents and pages produced) against the
      *                  detail it actually sent. The manifest is held
      *                  by document number, the id's own sequence -
      *                  one direct lookup per confirmation line.
      * Rules handling :
      *             RC = 00 : Every document confirmed once, as sent
      *             RC = 01 : Could not open one of the files
      *             RC = 05 : Discrepancies listed on FILEOUT-CONFREP
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEIN-IMPMAN - GKSTMT05's manifest.
      *                   FILEIN-CONFIRM - the vendor's confirmation
      *                   (see FILEIN-CONFIRM-RECORD).
      *                   FILEOUT-CONFREP - the reconciliation report.
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
       PROGRAM-ID.    GKSTMT06.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN-IMPMAN-FDNAME
           ASSIGN TO DYNAMIC FILEIN-IMPMAN-NAME
           FILE STATUS IS WS-FS-IMPMAN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEIN-CONFIRM-FDNAME
           ASSIGN TO DYNAMIC FILEIN-CONFIRM-NAME
           FILE STATUS IS WS-FS-CONFIRM
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-CONFREP-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-CONFREP-NAME
           FILE STATUS IS WS-FS-CONFREP
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEIN-IMPMAN-FDNAME RECORDING MODE F.
       01  FILEIN-IMPMAN-RECORD.
          05  FILLER      PIC X(80).
      *  One document produced : the document id as printed in the
      *  stream, 'IMP' produced and posted or 'REJ' spoiled / not
      *  posted, production date, pages printed. The vendor closes
      *  the file with one 'TRL' line - its own document and page
      *  counts.
       FD  FILEIN-CONFIRM-FDNAME RECORDING MODE F.
       01  FILEIN-CONFIRM-RECORD.
           05  CF-DOCID.
               10  CF-LOT      PIC X(06).
               10  CF-NUMDOC   PIC X(07).
           05  FILLER          PIC X(01).
           05  CF-STATUT       PIC X(03).
               88  CF-IMPRIME  VALUE 'IMP'.
               88  CF-REJETE   VALUE 'REJ'.
           05  FILLER          PIC X(01).
           05  CF-DTPROD       PIC X(10).
           05  FILLER          PIC X(01).
           05  CF-NBPAG        PIC X(04).
           05  FILLER          PIC X(54).
       01  FILEIN-CONFIRM-TRAILER.
           05  CT-TYPE         PIC X(03).
               88  CT-TRAILER  VALUE 'TRL'.
           05  FILLER          PIC X(01).
           05  CT-NBDOC        PIC X(07).
           05  FILLER          PIC X(01).
           05  CT-NBPAG        PIC X(08).
           05  FILLER          PIC X(60).
       FD  FILEOUT-CONFREP-FDNAME RECORDING MODE F.
       01  FILEOUT-CONFREP-RECORD.
          05  FILLER      PIC X(100).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CIMPMAN.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEIN-IMPMAN-NAME  PIC X(30) VALUE 'FILEIN-IMPMAN'.
       01  WS-FS-IMPMAN    PIC X(02).
           88 FS-IMPMAN-OK VALUE '00'.
       01  WS-EOF-IMPMAN   PIC X(01) VALUE 'N'.
           88 EOF-IMPMAN   VALUE 'Y'.
       01  FILEIN-CONFIRM-NAME PIC X(30) VALUE 'FILEIN-CONFIRM'.
       01  WS-FS-CONFIRM   PIC X(02).
           88 FS-CONFIRM-OK VALUE '00'.
       01  WS-EOF-CONFIRM  PIC X(01) VALUE 'N'.
           88 EOF-CONFIRM  VALUE 'Y'.
       01  FILEOUT-CONFREP-NAME PIC X(30) VALUE 'FILEOUT-CONFREP'.
       01  WS-FS-CONFREP   PIC X(02).
           88 FS-CONFREP-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date
       01  WS-JOUR-YYYYMMDD PIC 9(08).
       01  WS-JOUR-ISO     PIC X(10).
      *  The manifest, held by document number
       01  WS-LOT          PIC X(06) VALUE SPACES.
       01  WS-MAN-NB       PIC 9(07) VALUE 0.
       01  WS-MAN-MAX      PIC 9(07) VALUE 20000.
       01  WS-MANIFESTE.
           05  WS-MAN-ENTRY OCCURS 20000 TIMES
               INDEXED BY WS-MAN-IX.
               10  WS-MAN-CHARGE PIC X(01).
                   88 MAN-CHARGE VALUE 'Y'.
               10  WS-MAN-CLIENT PIC X(08).
               10  WS-MAN-COMPTE PIC X(11).
               10  WS-MAN-NBPAG  PIC 9(04).
               10  WS-MAN-NBCONF PIC 9(03).
       01  WS-NUMDOC       PIC 9(07).
       01  WS-NBPAG-LU     PIC 9(04).
      *  Vendor trailer
       01  WS-TRL-RECU     PIC X(01) VALUE 'N'.
           88 TRL-RECU     VALUE 'Y'.
       01  WS-TRL-NBDOC    PIC 9(07) VALUE 0.
       01  WS-TRL-NBPAG    PIC 9(08) VALUE 0.
      *  Counters
       01  WS-NB-ENVOYES   PIC 9(07) VALUE 0.
       01  WS-NB-DEBORD    PIC 9(07) VALUE 0.
       01  WS-NB-CONFIRMS  PIC 9(07) VALUE 0.
       01  WS-NB-PAG-CONF  PIC 9(08) VALUE 0.
       01  WS-NB-MANQUANTS PIC 9(07) VALUE 0.
       01  WS-NB-DOUBLONS  PIC 9(07) VALUE 0.
       01  WS-NB-INCONNUS  PIC 9(07) VALUE 0.
       01  WS-NB-REJETES   PIC 9(07) VALUE 0.
       01  WS-NB-ECARTS-PAG PIC 9(07) VALUE 0.
      *  Report lines
       01  RPT-ENTETE.
           05  FILLER      PIC X(31)
               VALUE 'RAPPROCHEMENT IMPRIMEUR LOT RLV'.
           05  RPT-E-LOT   PIC X(06).
           05  FILLER      PIC X(04) VALUE ' AU '.
           05  RPT-E-DATE  PIC X(10).
           05  FILLER      PIC X(49) VALUE SPACES.
       01  RPT-DETAIL.
           05  RPT-D-TYPE  PIC X(09).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-DOCID PIC X(13).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-CLIENT PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-COMPTE PIC X(11).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-D-TEXTE PIC X(40).
           05  FILLER      PIC X(15) VALUE SPACES.
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
               PERFORM 1050-CHARGER-MANIFESTE
               MOVE WS-LOT      TO RPT-E-LOT
               MOVE WS-JOUR-ISO TO RPT-E-DATE
               WRITE FILEOUT-CONFREP-RECORD FROM RPT-ENTETE
               PERFORM 1100-LIRE-CONFIRM
               PERFORM UNTIL EOF-CONFIRM
                   PERFORM 1500-TRAITER-CONFIRMATION
                   PERFORM 1100-LIRE-CONFIRM
               END-PERFORM
               PERFORM 1700-RECHERCHER-MANQUANTS
               PERFORM 2500-CONTROLER-TRAILER
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Processing date (TBPRC, else clock) for the report header,
      *  then open the manifest, the confirmation and the report.
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
           OPEN INPUT FILEIN-IMPMAN-FDNAME
           OPEN INPUT FILEIN-CONFIRM-FDNAME
           OPEN OUTPUT FILEOUT-CONFREP-FDNAME
           IF NOT FS-IMPMAN-OK
              OR NOT FS-CONFIRM-OK
              OR NOT FS-CONFREP-OK THEN
               MOVE '01' TO RC
               DISPLAY "GKSTMT06 : OUVERTURE FICHIERS KO, FS="
                       WS-FS-IMPMAN "/" WS-FS-CONFIRM "/"
                       WS-FS-CONFREP
           END-IF
           .

       1050-CHARGER-MANIFESTE.
      ******************************************************************EDEFAY
      *  Load every document sent into its document-number slot. A
      *  number past the table bound cannot be checked - counted, and
      *  the run is held.
           INITIALIZE WS-MANIFESTE
           PERFORM 1060-LIRE-MANIFESTE
           PERFORM UNTIL EOF-IMPMAN
               ADD 1 TO WS-NB-ENVOYES
               IF WS-LOT = SPACES THEN
                   MOVE IM-LOT TO WS-LOT
               END-IF
               IF IM-NUMDOC > 0
                  AND IM-NUMDOC NOT > WS-MAN-MAX THEN
                   SET WS-MAN-IX TO IM-NUMDOC
                   SET MAN-CHARGE (WS-MAN-IX) TO TRUE
                   MOVE IM-CLIENT TO WS-MAN-CLIENT (WS-MAN-IX)
                   MOVE IM-COMPTE TO WS-MAN-COMPTE (WS-MAN-IX)
                   MOVE IM-NBPAG  TO WS-MAN-NBPAG (WS-MAN-IX)
                   IF IM-NUMDOC > WS-MAN-NB THEN
                       MOVE IM-NUMDOC TO WS-MAN-NB
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-DEBORD
               END-IF
               PERFORM 1060-LIRE-MANIFESTE
           END-PERFORM
           .

       1060-LIRE-MANIFESTE.
      ******************************************************************EDEFAY
      *  Read the next manifest line.
           READ FILEIN-IMPMAN-FDNAME INTO IMPMAN-LIGNE
               AT END SET EOF-IMPMAN TO TRUE
           END-READ
           .

       1100-LIRE-CONFIRM.
      ******************************************************************EDEFAY
      *  Read the next confirmation line.
           READ FILEIN-CONFIRM-FDNAME
               AT END SET EOF-CONFIRM TO TRUE
           END-READ
           .

       1500-TRAITER-CONFIRMATION.
      ******************************************************************EDEFAY
      *  One confirmation line : the vendor trailer is kept for the
      *  final check ; a document is looked up by its number within
      *  this lot and ticked off, reporting a repeat, a rejection or
      *  a page count other than the one sent.
           IF CT-TRAILER THEN
               SET TRL-RECU TO TRUE
               IF CT-NBDOC IS NUMERIC THEN
                   MOVE CT-NBDOC TO WS-TRL-NBDOC
               END-IF
               IF CT-NBPAG IS NUMERIC THEN
                   MOVE CT-NBPAG TO WS-TRL-NBPAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-CONFIRMS
           MOVE ZERO TO WS-NBPAG-LU
           IF CF-NBPAG IS NUMERIC THEN
               MOVE CF-NBPAG TO WS-NBPAG-LU
               ADD WS-NBPAG-LU TO WS-NB-PAG-CONF
           END-IF
           MOVE ZERO TO WS-NUMDOC
           IF CF-NUMDOC IS NUMERIC THEN
               MOVE CF-NUMDOC TO WS-NUMDOC
           END-IF
           IF CF-LOT NOT = WS-LOT
              OR WS-NUMDOC = 0
              OR WS-NUMDOC > WS-MAN-NB THEN
               ADD 1 TO WS-NB-INCONNUS
               MOVE 'INCONNU'  TO RPT-D-TYPE
               MOVE CF-DOCID   TO RPT-D-DOCID
               MOVE SPACES     TO RPT-D-CLIENT RPT-D-COMPTE
               MOVE 'DOCUMENT NON ENVOYE DANS CE LOT'
                               TO RPT-D-TEXTE
               PERFORM 3200-ECRIRE-DETAIL
               EXIT PARAGRAPH
           END-IF
           SET WS-MAN-IX TO WS-NUMDOC
           IF NOT MAN-CHARGE (WS-MAN-IX) THEN
               ADD 1 TO WS-NB-INCONNUS
               MOVE 'INCONNU'  TO RPT-D-TYPE
               MOVE CF-DOCID   TO RPT-D-DOCID
               MOVE SPACES     TO RPT-D-CLIENT RPT-D-COMPTE
               MOVE 'NUMERO ABSENT DU MANIFESTE' TO RPT-D-TEXTE
               PERFORM 3200-ECRIRE-DETAIL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAN-NBCONF (WS-MAN-IX)
           MOVE CF-DOCID TO RPT-D-DOCID
           MOVE WS-MAN-CLIENT (WS-MAN-IX) TO RPT-D-CLIENT
           MOVE WS-MAN-COMPTE (WS-MAN-IX) TO RPT-D-COMPTE
           IF WS-MAN-NBCONF (WS-MAN-IX) > 1 THEN
               ADD 1 TO WS-NB-DOUBLONS
               MOVE 'DOUBLON' TO RPT-D-TYPE
               MOVE SPACES TO RPT-D-TEXTE
               STRING 'CONFIRME ' WS-MAN-NBCONF (WS-MAN-IX)
                      ' FOIS - DERNIER LE ' CF-DTPROD
                      DELIMITED BY SIZE INTO RPT-D-TEXTE
               PERFORM 3200-ECRIRE-DETAIL
           END-IF
           IF CF-REJETE THEN
               ADD 1 TO WS-NB-REJETES
               MOVE 'REJETE' TO RPT-D-TYPE
               MOVE SPACES TO RPT-D-TEXTE
               STRING 'NON POSTE PAR L''IMPRIMEUR LE ' CF-DTPROD
                      ' - A REEDITER'
                      DELIMITED BY SIZE INTO RPT-D-TEXTE
               PERFORM 3200-ECRIRE-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF CF-NBPAG IS NUMERIC
              AND WS-NBPAG-LU NOT = WS-MAN-NBPAG (WS-MAN-IX) THEN
               ADD 1 TO WS-NB-ECARTS-PAG
               MOVE 'PAGES' TO RPT-D-TYPE
               MOVE SPACES TO RPT-D-TEXTE
               STRING 'ENVOYE ' WS-MAN-NBPAG (WS-MAN-IX)
                      ' PAGE(S), IMPRIME ' CF-NBPAG
                      DELIMITED BY SIZE INTO RPT-D-TEXTE
               PERFORM 3200-ECRIRE-DETAIL
           END-IF
           .

       1700-RECHERCHER-MANQUANTS.
      ******************************************************************EDEFAY
      *  Every document sent that no confirmation line ticked off.
           PERFORM VARYING WS-MAN-IX FROM 1 BY 1
                   UNTIL WS-MAN-IX > WS-MAN-NB
               IF MAN-CHARGE (WS-MAN-IX)
                  AND WS-MAN-NBCONF (WS-MAN-IX) = 0 THEN
                   ADD 1 TO WS-NB-MANQUANTS
                   SET WS-NUMDOC TO WS-MAN-IX
                   MOVE 'MANQUANT' TO RPT-D-TYPE
                   MOVE SPACES TO RPT-D-DOCID
                   STRING WS-LOT WS-NUMDOC
                          DELIMITED BY SIZE INTO RPT-D-DOCID
                   MOVE WS-MAN-CLIENT (WS-MAN-IX) TO RPT-D-CLIENT
                   MOVE WS-MAN-COMPTE (WS-MAN-IX) TO RPT-D-COMPTE
                   MOVE 'ENVOYE, NON CONFIRME PAR L''IMPRIMEUR'
                                   TO RPT-D-TEXTE
                   PERFORM 3200-ECRIRE-DETAIL
               END-IF
           END-PERFORM
           .

       2500-CONTROLER-TRAILER.
      ******************************************************************EDEFAY
      *  The vendor's trailer must announce exactly the documents and
      *  pages its detail lines carry - a missing or disagreeing
      *  trailer means the confirmation file itself is incomplete.
           MOVE 'TRAILER' TO RPT-D-TYPE
           MOVE SPACES TO RPT-D-DOCID RPT-D-CLIENT RPT-D-COMPTE
           IF NOT TRL-RECU THEN
               ADD 1 TO WS-NB-INCONNUS
               MOVE 'AUCUNE LIGNE TRL - FICHIER TRONQUE ?'
                               TO RPT-D-TEXTE
               PERFORM 3200-ECRIRE-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-NBDOC NOT = WS-NB-CONFIRMS
              OR WS-TRL-NBPAG NOT = WS-NB-PAG-CONF THEN
               ADD 1 TO WS-NB-INCONNUS
               MOVE SPACES TO RPT-D-TEXTE
               STRING 'ANNONCE ' WS-TRL-NBDOC ' DOC/' WS-TRL-NBPAG
                      ' PAG, LU ' WS-NB-CONFIRMS
                      DELIMITED BY SIZE INTO RPT-D-TEXTE
               PERFORM 3200-ECRIRE-DETAIL
           END-IF
           .

       3200-ECRIRE-DETAIL.
      ******************************************************************EDEFAY
      *  One discrepancy line, echoed to SYSOUT.
           WRITE FILEOUT-CONFREP-RECORD FROM RPT-DETAIL
           DISPLAY "GKSTMT06 : " RPT-D-TYPE " " RPT-D-DOCID " "
                   RPT-D-COMPTE " " RPT-D-TEXTE
           .

       3300-ECRIRE-TOTAL.
      ******************************************************************EDEFAY
      *  One totals line - the caller set the label and the count.
           WRITE FILEOUT-CONFREP-RECORD FROM RPT-TOTAL
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Totals on the report and SYSOUT, and the release RC.
           MOVE 'DOCUMENTS ENVOYES'    TO RPT-T-LIBELLE
           MOVE WS-NB-ENVOYES          TO RPT-T-NB
           PERFORM 3300-ECRIRE-TOTAL
           MOVE 'CONFIRMATIONS LUES'   TO RPT-T-LIBELLE
           MOVE WS-NB-CONFIRMS         TO RPT-T-NB
           PERFORM 3300-ECRIRE-TOTAL
           MOVE 'MANQUANTS'            TO RPT-T-LIBELLE
           MOVE WS-NB-MANQUANTS        TO RPT-T-NB
           PERFORM 3300-ECRIRE-TOTAL
           MOVE 'DOUBLONS'             TO RPT-T-LIBELLE
           MOVE WS-NB-DOUBLONS         TO RPT-T-NB
           PERFORM 3300-ECRIRE-TOTAL
           MOVE 'INCONNUS / CONTROLE'  TO RPT-T-LIBELLE
           MOVE WS-NB-INCONNUS         TO RPT-T-NB
           PERFORM 3300-ECRIRE-TOTAL
           MOVE 'REJETES A REEDITER'   TO RPT-T-LIBELLE
           MOVE WS-NB-REJETES          TO RPT-T-NB
           PERFORM 3300-ECRIRE-TOTAL
           MOVE 'ECARTS DE PAGES'      TO RPT-T-LIBELLE
           MOVE WS-NB-ECARTS-PAG       TO RPT-T-NB
           PERFORM 3300-ECRIRE-TOTAL
           DISPLAY "GKSTMT06 : LOT RLV" WS-LOT " - " WS-NB-ENVOYES
                   " ENVOYE(S), " WS-NB-CONFIRMS " CONFIRME(S), "
                   WS-NB-MANQUANTS " MANQUANT(S), " WS-NB-DOUBLONS
                   " DOUBLON(S)"
           IF WS-NB-DEBORD > 0 THEN
               DISPLAY "GKSTMT06 : !! MANIFESTE HORS TABLE - "
                       WS-NB-DEBORD " DOCUMENT(S) NON CONTROLE(S)"
           END-IF
           IF WS-NB-MANQUANTS > 0
              OR WS-NB-DOUBLONS > 0
              OR WS-NB-INCONNUS > 0
              OR WS-NB-REJETES > 0
              OR WS-NB-ECARTS-PAG > 0
              OR WS-NB-DEBORD > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEIN-IMPMAN-FDNAME
           CLOSE FILEIN-CONFIRM-FDNAME
           CLOSE FILEOUT-CONFREP-FDNAME
           .
