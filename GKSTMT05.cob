      *PROCESS TEST
      ******************************************************************
      * Program name   : GKSTMT05
      * Original author: DEFAY E.
      *
      * Description    : Print-vendor statement stream. Sorts the
      *                  print work file GKSTMT02 leaves for the cycle
      *                  (FILEIN-IMPWRK, CIMPWRK layout) into postal
      *                  order - postal code, customer, account, line
      *                  sequence - and writes the vendor's stream
      *                  FILEOUT-IMPVEND :
      *                    HDR  control header - lot, document, page,
      *                         sheet, insert and line counts
      *                    DOC  document start - id, addressee,
      *                         postal code, insert codes
      *                    PAG  page start within the document
      *                    LIN  one printed statement line
      *                    EOD  document end - pages, sheets, lines
      *                    TRL  control trailer - same counts as HDR
      *                  A first pass over the sorted file counts the
      *                  lot so the header carries the totals ; the
      *                  second writes the stream and the manifest
      *                  FILEOUT-IMPMAN (CIMPMAN, one line per
      *                  document sent) that GKSTMT06 reconciles the
      *                  vendor's production confirmation against.
      *
      *                  Pagination : TBPRM GKSTMT05/LIGPAGE lines per
      *                  page (default 050) ; GKSTMT05/RECTOVER 'N'
      *                  prints single-sided, otherwise duplex - two
      *                  pages to the sheet.
      * Rules handling :
      *             RC = 00 : Stream and manifest written
      *             RC = 01 : Could not open one of the files
      *             RC = 05 : Second-pass counts differ from the
      *                       header - stream not to be sent
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEIN-IMPWRK - GKSTMT02's print work file.
      *                   FILEWK-IMPTRI - the sorted work copy.
      *                   FILEOUT-IMPVEND - the vendor print stream.
      *                   FILEOUT-IMPMAN - the sent-documents manifest.
      *    TBPRM        : GKSTMT05/LIGPAGE, GKSTMT05/RECTOVER.
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
       PROGRAM-ID.    GKSTMT05.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN-IMPWRK-FDNAME
           ASSIGN TO DYNAMIC FILEIN-IMPWRK-NAME
           FILE STATUS IS WS-FS-IMPWRK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEWK-IMPTRI-FDNAME
           ASSIGN TO DYNAMIC FILEWK-IMPTRI-NAME
           FILE STATUS IS WS-FS-IMPTRI
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-IMPWRK-FDNAME
           ASSIGN TO SORTWK01.
           SELECT FILEOUT-IMPVEND-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-IMPVEND-NAME
           FILE STATUS IS WS-FS-IMPVEND
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-IMPMAN-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-IMPMAN-NAME
           FILE STATUS IS WS-FS-IMPMAN
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEIN-IMPWRK-FDNAME RECORDING MODE F.
       01  FILEIN-IMPWRK-RECORD.
          05  FILLER      PIC X(140).
       FD  FILEWK-IMPTRI-FDNAME RECORDING MODE F.
       01  FILEWK-IMPTRI-RECORD.
          05  FILLER      PIC X(140).
      *  Sort key = IW-CLE of the CIMPWRK layout
       SD  SORT-IMPWRK-FDNAME.
       01  SORT-IMPWRK-RECORD.
          05  SD-CLE      PIC X(29).
          05  FILLER      PIC X(111).
       FD  FILEOUT-IMPVEND-FDNAME RECORDING MODE F.
       01  FILEOUT-IMPVEND-RECORD.
          05  FILLER      PIC X(120).
       FD  FILEOUT-IMPMAN-FDNAME RECORDING MODE F.
       01  FILEOUT-IMPMAN-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CIMPWRK.cpy".
       COPY "./Copybooks/CIMPMAN.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEIN-IMPWRK-NAME  PIC X(30) VALUE 'FILEIN-IMPWRK'.
       01  WS-FS-IMPWRK    PIC X(02).
           88 FS-IMPWRK-OK VALUE '00'.
       01  FILEWK-IMPTRI-NAME  PIC X(30) VALUE 'FILEWK-IMPTRI'.
       01  WS-FS-IMPTRI    PIC X(02).
           88 FS-IMPTRI-OK VALUE '00'.
       01  WS-EOF-IMPTRI   PIC X(01).
           88 EOF-IMPTRI   VALUE 'Y'.
       01  FILEOUT-IMPVEND-NAME PIC X(30) VALUE 'FILEOUT-IMPVEND'.
       01  WS-FS-IMPVEND   PIC X(02).
           88 FS-IMPVEND-OK VALUE '00'.
       01  FILEOUT-IMPMAN-NAME PIC X(30) VALUE 'FILEOUT-IMPMAN'.
       01  WS-FS-IMPMAN    PIC X(02).
           88 FS-IMPMAN-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date
       01  WS-JOUR-YYYYMMDD PIC 9(08).
       01  WS-JOUR-ISO     PIC X(10).
      *  Pagination parameters
       01  WS-LIGPAGE      PIC 9(03) VALUE 050.
       01  WS-RECTOVER     PIC X(01) VALUE 'Y'.
           88 RECTO-VERSO  VALUE 'Y'.
      *  Document in hand
       01  WS-DOC-OUVERT   PIC X(01).
           88 DOC-OUVERT   VALUE 'Y'.
       01  WS-DOC-NUM      PIC 9(07).
       01  WS-DOC-ID       PIC X(13).
       01  WS-DOC-LOT      PIC X(06).
       01  WS-DOC-CLIENT   PIC X(08).
       01  WS-DOC-COMPTE   PIC X(11).
       01  WS-DOC-CP       PIC X(05).
       01  WS-DOC-ENCARTS  PIC X(09).
       01  WS-DOC-NBLIG    PIC 9(06).
       01  WS-DOC-NBPAG    PIC 9(04).
       01  WS-DOC-NBFEU    PIC 9(04).
       01  WS-PAGE-NUM     PIC 9(04).
       01  WS-PAGE-LIG     PIC 9(03).
       01  WS-ENC-IX       PIC 9(01).
      *  Lot totals - pass 1 (header) and pass 2 (trailer)
       01  WS-TOTAUX-LOT.
           05  WS-LOT-NBDOC    PIC 9(07) VALUE 0.
           05  WS-LOT-NBPAG    PIC 9(08) VALUE 0.
           05  WS-LOT-NBFEU    PIC 9(08) VALUE 0.
           05  WS-LOT-NBENC    PIC 9(08) VALUE 0.
           05  WS-LOT-NBLIG    PIC 9(08) VALUE 0.
       01  WS-TOTAUX-ENTETE    PIC X(39).
      *  Vendor stream records
       01  VND-ENTETE.
           05  VND-H-TYPE      PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-H-LOT.
               10  FILLER      PIC X(03) VALUE 'RLV'.
               10  VND-H-LOTPER PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-H-DTGEN     PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-H-NBDOC     PIC 9(07).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-H-NBPAG     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-H-NBFEU     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-H-NBENC     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-H-NBLIG     PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-H-RECTOVER  PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-H-LIGPAGE   PIC 9(03).
           05  FILLER          PIC X(46) VALUE SPACES.
       01  VND-DOC.
           05  FILLER          PIC X(03) VALUE 'DOC'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-D-DOCID     PIC X(13).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-D-CLIENT    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-D-COMPTE    PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-D-CP        PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-D-NOM       PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-D-ADRESSE   PIC X(30).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-D-ENCARTS   PIC X(09).
           05  FILLER          PIC X(14) VALUE SPACES.
       01  VND-PAGE.
           05  FILLER          PIC X(03) VALUE 'PAG'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-P-DOCID     PIC X(13).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-P-PAGE      PIC 9(04).
           05  FILLER          PIC X(98) VALUE SPACES.
       01  VND-LIGNE.
           05  FILLER          PIC X(03) VALUE 'LIN'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-L-TEXTE     PIC X(100).
           05  FILLER          PIC X(16) VALUE SPACES.
       01  VND-FINDOC.
           05  FILLER          PIC X(03) VALUE 'EOD'.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-E-DOCID     PIC X(13).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-E-NBPAG     PIC 9(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-E-NBFEU     PIC 9(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-E-NBLIG     PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  VND-E-ENCARTS   PIC X(09).
           05  FILLER          PIC X(76) VALUE SPACES.
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
               SORT SORT-IMPWRK-FDNAME
                   ON ASCENDING KEY SD-CLE
                   USING FILEIN-IMPWRK-FDNAME
                   GIVING FILEWK-IMPTRI-FDNAME
               PERFORM 1200-COMPTER-LOT
           END-IF
           IF RC-IS-00 THEN
               PERFORM 1300-PRODUIRE-FLUX
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Processing date (TBPRC, else clock) for the header, the
      *  pagination parameters, and check the work file is there
      *  before handing it to the sort.
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
           MOVE 'GKSTMT05' TO ZAPRM-PGM
           MOVE 'LIGPAGE ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:3) IS NUMERIC
              AND ZAPRM-VALPRM(1:3) > '000' THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-LIGPAGE
           END-IF
           MOVE 'GKSTMT05' TO ZAPRM-PGM
           MOVE 'RECTOVER' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:1) = 'N' THEN
               MOVE 'N' TO WS-RECTOVER
           END-IF
           OPEN INPUT FILEIN-IMPWRK-FDNAME
           IF NOT FS-IMPWRK-OK THEN
               MOVE '01' TO RC
               DISPLAY "GKSTMT05 : OUVERTURE FILEIN-IMPWRK KO, FS="
                       WS-FS-IMPWRK
           ELSE
               CLOSE FILEIN-IMPWRK-FDNAME
           END-IF
           .

       1100-LIRE-IMPTRI.
      ******************************************************************EDEFAY
      *  Read the next sorted work record.
           READ FILEWK-IMPTRI-FDNAME INTO IMPWRK-LIGNE
               AT END SET EOF-IMPTRI TO TRUE
           END-READ
           .

       1200-COMPTER-LOT.
      ******************************************************************EDEFAY
      *  First pass over the sorted file : count documents, pages,
      *  sheets, inserts and lines the way the second pass will write
      *  them, so the control header carries the lot totals.
           OPEN INPUT FILEWK-IMPTRI-FDNAME
           IF NOT FS-IMPTRI-OK THEN
               MOVE '01' TO RC
               DISPLAY "GKSTMT05 : OUVERTURE FILEWK-IMPTRI KO, FS="
                       WS-FS-IMPTRI
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-IMPTRI
           MOVE 'N' TO WS-DOC-OUVERT
           MOVE SPACES TO WS-DOC-LOT
           PERFORM 1100-LIRE-IMPTRI
           PERFORM UNTIL EOF-IMPTRI
               IF IW-DOCUMENT THEN
                   IF DOC-OUVERT THEN
                       PERFORM 1250-CUMULER-DOCUMENT
                   END-IF
                   SET DOC-OUVERT TO TRUE
                   MOVE ZERO TO WS-DOC-NBLIG
                   IF WS-DOC-LOT = SPACES THEN
                       STRING IW-PERIODE(1:4) IW-PERIODE(6:2)
                              DELIMITED BY SIZE INTO WS-DOC-LOT
                   END-IF
                   PERFORM VARYING WS-ENC-IX FROM 1 BY 1
                           UNTIL WS-ENC-IX > 3
                       IF IW-ENCART (WS-ENC-IX) NOT = SPACES THEN
                           ADD 1 TO WS-LOT-NBENC
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-DOC-NBLIG
               END-IF
               PERFORM 1100-LIRE-IMPTRI
           END-PERFORM
           IF DOC-OUVERT THEN
               PERFORM 1250-CUMULER-DOCUMENT
           END-IF
           CLOSE FILEWK-IMPTRI-FDNAME
           MOVE WS-TOTAUX-LOT TO WS-TOTAUX-ENTETE
           .

       1250-CUMULER-DOCUMENT.
      ******************************************************************EDEFAY
      *  Add the document just counted to the lot totals.
           PERFORM 2000-PAGINER-DOCUMENT
           ADD 1            TO WS-LOT-NBDOC
           ADD WS-DOC-NBPAG TO WS-LOT-NBPAG
           ADD WS-DOC-NBFEU TO WS-LOT-NBFEU
           ADD WS-DOC-NBLIG TO WS-LOT-NBLIG
           .

       1300-PRODUIRE-FLUX.
      ******************************************************************EDEFAY
      *  Second pass : control header, then every document in postal
      *  order with its page breaks, then the control trailer with
      *  the counts actually written. Each document closed goes on
      *  the manifest.
           OPEN INPUT FILEWK-IMPTRI-FDNAME
           OPEN OUTPUT FILEOUT-IMPVEND-FDNAME
           OPEN OUTPUT FILEOUT-IMPMAN-FDNAME
           IF NOT FS-IMPTRI-OK
              OR NOT FS-IMPVEND-OK
              OR NOT FS-IMPMAN-OK THEN
               MOVE '01' TO RC
               DISPLAY "GKSTMT05 : OUVERTURE FLUX KO, FS="
                       WS-FS-IMPTRI "/" WS-FS-IMPVEND "/"
                       WS-FS-IMPMAN
               EXIT PARAGRAPH
           END-IF
           MOVE 'HDR' TO VND-H-TYPE
           PERFORM 3200-ECRIRE-CONTROLE
           INITIALIZE WS-TOTAUX-LOT
           MOVE ZERO TO WS-DOC-NUM
           MOVE 'N' TO WS-EOF-IMPTRI
           MOVE 'N' TO WS-DOC-OUVERT
           PERFORM 1100-LIRE-IMPTRI
           PERFORM UNTIL EOF-IMPTRI
               IF IW-DOCUMENT THEN
                   IF DOC-OUVERT THEN
                       PERFORM 1350-CLORE-DOCUMENT
                   END-IF
                   PERFORM 1340-OUVRIR-DOCUMENT
               ELSE
                   PERFORM 1360-ECRIRE-LIGNE
               END-IF
               PERFORM 1100-LIRE-IMPTRI
           END-PERFORM
           IF DOC-OUVERT THEN
               PERFORM 1350-CLORE-DOCUMENT
           END-IF
           MOVE 'TRL' TO VND-H-TYPE
           PERFORM 3200-ECRIRE-CONTROLE
           .

       1340-OUVRIR-DOCUMENT.
      ******************************************************************EDEFAY
      *  Document start : next document number, id = lot + number,
      *  the addressee block and insert codes. The first line to come
      *  opens page 1.
           SET DOC-OUVERT TO TRUE
           ADD 1 TO WS-DOC-NUM
           STRING WS-DOC-LOT WS-DOC-NUM
                  DELIMITED BY SIZE INTO WS-DOC-ID
           MOVE IW-CLIENT  TO WS-DOC-CLIENT
           MOVE IW-COMPTE  TO WS-DOC-COMPTE
           MOVE IW-CP      TO WS-DOC-CP
           MOVE IW-ENCARTS TO WS-DOC-ENCARTS
           MOVE ZERO TO WS-DOC-NBLIG
           MOVE ZERO TO WS-PAGE-NUM
           MOVE WS-LIGPAGE TO WS-PAGE-LIG
           PERFORM VARYING WS-ENC-IX FROM 1 BY 1
                   UNTIL WS-ENC-IX > 3
               IF IW-ENCART (WS-ENC-IX) NOT = SPACES THEN
                   ADD 1 TO WS-LOT-NBENC
               END-IF
           END-PERFORM
           MOVE WS-DOC-ID  TO VND-D-DOCID
           MOVE IW-CLIENT  TO VND-D-CLIENT
           MOVE IW-COMPTE  TO VND-D-COMPTE
           MOVE IW-CP      TO VND-D-CP
           MOVE IW-NOM     TO VND-D-NOM
           MOVE IW-ADRESSE TO VND-D-ADRESSE
           MOVE IW-ENCARTS TO VND-D-ENCARTS
           WRITE FILEOUT-IMPVEND-RECORD FROM VND-DOC
           .

       1350-CLORE-DOCUMENT.
      ******************************************************************EDEFAY
      *  Document end record with its page/sheet/line counts, the
      *  manifest line, and the document into the trailer totals.
           PERFORM 2000-PAGINER-DOCUMENT
           MOVE WS-DOC-ID      TO VND-E-DOCID
           MOVE WS-DOC-NBPAG   TO VND-E-NBPAG
           MOVE WS-DOC-NBFEU   TO VND-E-NBFEU
           MOVE WS-DOC-NBLIG   TO VND-E-NBLIG
           MOVE WS-DOC-ENCARTS TO VND-E-ENCARTS
           WRITE FILEOUT-IMPVEND-RECORD FROM VND-FINDOC
           MOVE WS-DOC-LOT     TO IM-LOT
           MOVE WS-DOC-NUM     TO IM-NUMDOC
           MOVE WS-DOC-CLIENT  TO IM-CLIENT
           MOVE WS-DOC-COMPTE  TO IM-COMPTE
           MOVE WS-DOC-CP      TO IM-CP
           MOVE WS-DOC-NBPAG   TO IM-NBPAG
           MOVE WS-DOC-NBFEU   TO IM-NBFEU
           MOVE WS-DOC-ENCARTS TO IM-ENCARTS
           WRITE FILEOUT-IMPMAN-RECORD FROM IMPMAN-LIGNE
           ADD 1            TO WS-LOT-NBDOC
           ADD WS-PAGE-NUM  TO WS-LOT-NBPAG
           ADD WS-DOC-NBFEU TO WS-LOT-NBFEU
           ADD WS-DOC-NBLIG TO WS-LOT-NBLIG
           MOVE 'N' TO WS-DOC-OUVERT
           .

       1360-ECRIRE-LIGNE.
      ******************************************************************EDEFAY
      *  One statement line - a page break first when the current
      *  page is full.
           IF WS-PAGE-LIG NOT < WS-LIGPAGE THEN
               ADD 1 TO WS-PAGE-NUM
               MOVE ZERO TO WS-PAGE-LIG
               MOVE WS-DOC-ID   TO VND-P-DOCID
               MOVE WS-PAGE-NUM TO VND-P-PAGE
               WRITE FILEOUT-IMPVEND-RECORD FROM VND-PAGE
           END-IF
           ADD 1 TO WS-PAGE-LIG
           ADD 1 TO WS-DOC-NBLIG
           MOVE IW-DONNEES TO VND-L-TEXTE
           WRITE FILEOUT-IMPVEND-RECORD FROM VND-LIGNE
           .

       2000-PAGINER-DOCUMENT.
      ******************************************************************EDEFAY
      *  Pages and sheets of a document of WS-DOC-NBLIG lines - the
      *  same rule both passes use : pages rounded up, two pages to
      *  the sheet in duplex.
           COMPUTE WS-DOC-NBPAG =
                   (WS-DOC-NBLIG + WS-LIGPAGE - 1) / WS-LIGPAGE
           IF RECTO-VERSO THEN
               COMPUTE WS-DOC-NBFEU = (WS-DOC-NBPAG + 1) / 2
           ELSE
               MOVE WS-DOC-NBPAG TO WS-DOC-NBFEU
           END-IF
           .

       3200-ECRIRE-CONTROLE.
      ******************************************************************EDEFAY
      *  Control header (pass-1 totals) or trailer (pass-2 totals) -
      *  the caller set the record type.
           MOVE WS-DOC-LOT   TO VND-H-LOTPER
           MOVE WS-JOUR-ISO  TO VND-H-DTGEN
           MOVE WS-RECTOVER  TO VND-H-RECTOVER
           MOVE WS-LIGPAGE   TO VND-H-LIGPAGE
           MOVE WS-LOT-NBDOC TO VND-H-NBDOC
           MOVE WS-LOT-NBPAG TO VND-H-NBPAG
           MOVE WS-LOT-NBFEU TO VND-H-NBFEU
           MOVE WS-LOT-NBENC TO VND-H-NBENC
           MOVE WS-LOT-NBLIG TO VND-H-NBLIG
           WRITE FILEOUT-IMPVEND-RECORD FROM VND-ENTETE
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the lot and check the trailer against the header - a
      *  difference means the stream is inconsistent and is held.
           DISPLAY "GKSTMT05 : LOT RLV" WS-DOC-LOT " - "
                   WS-LOT-NBDOC " DOCUMENT(S), " WS-LOT-NBPAG
                   " PAGE(S), " WS-LOT-NBFEU " FEUILLE(S), "
                   WS-LOT-NBENC " ENCART(S)"
           IF RC-IS-00
              AND WS-TOTAUX-LOT NOT = WS-TOTAUX-ENTETE THEN
               MOVE '05' TO RC
               DISPLAY "GKSTMT05 : !! COMPTES ENTETE/FIN DIFFERENTS"
                       " - FLUX NON TRANSMISSIBLE"
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEWK-IMPTRI-FDNAME
           CLOSE FILEOUT-IMPVEND-FDNAME
           CLOSE FILEOUT-IMPMAN-FDNAME
           .
