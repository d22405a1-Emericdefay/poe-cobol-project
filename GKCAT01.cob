      *PROCESS TEST
      ******************************************************************
      * Program name   : GKCAT01
      * Original author: DEFAY E.
      *
      * Description    : Nightly transaction categorisation, run in
      *                  the GKEOD01 chain once the books tie out.
      *                  Loads the TBCAT category table once, then
      *                  walks every TBHIS row not yet tagged (MAHIS
      *                  CHISC cursor - the day's new postings, and
      *                  on the first runs the history posted before
      *                  categorisation existed) and stamps ZAHIS-
      *                  CATEG through MAHIS UPC. The rules are tried
      *                  in this order, lowest priority first within
      *                  a type :
      *                    - 'M' the collection's creditor id
      *                      (ZAHIS-CREANCIER) ; a 'PRL' row posted
      *                      without one is matched through the
      *                      account's TBMND mandates when exactly one
      *                      categorised creditor holds a mandate,
      *                    - 'N' a text inside the counterparty name,
      *                    - 'L' a text inside the remittance text,
      *                    - a reversal takes the category of the
      *                      operation it reverses (same CODOPE,
      *                      linked through REFOPE-LIE),
      *                    - 'O' the operation code,
      *                  and a row nothing matches takes the default
      *                  category (TBPRM 'GKCAT01'/'CATDEFT', default
      *                  'AUT') so it is not examined again. A row
      *                  whose category was set by hand (ZAHIS-CATMAN
      *                  'Y', GKMCAT01) is never touched.
      *
      *                  PARAMCAT 'YYYY-MM-DD YYYY-MM-DD' re-tags the
      *                  rows posted in that DTOPER range instead
      *                  (CHISD cursor) - after a rule change - still
      *                  sparing the hand-set ones.
      *
      *                  A failed tag is listed and the row stays
      *                  untagged for the next night : the run still
      *                  ends RC 00, a categorisation miss is never a
      *                  reason to stop the day-close chain. With no
      *                  rule in TBCAT nothing is tagged (a default
      *                  stamped everywhere would never be revisited).
      * Rules handling :
      *             RC = 00 : Rows tagged (see SYSOUT counts)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMCAT - OPTIONAL 'YYYY-MM-DD YYYY-MM-DD'
      *                   re-tag range.
      *                   TBPRM GKCAT01/CATDEFT - default category.
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
       PROGRAM-ID.    GKCAT01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMCAT-FDNAME
           ASSIGN TO DYNAMIC PARAMCAT-NAME
           FILE STATUS IS WS-FS-PARAMCAT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMCAT-FDNAME RECORDING MODE F.
       01  PARAMCAT-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBCAT.cpy".
       COPY "./Copybooks/CTBMND.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Parameter file
       01  PARAMCAT-NAME   PIC X(30) VALUE 'PARAMCAT'.
       01  WS-FS-PARAMCAT  PIC X(02).
           88 FS-PARAMCAT-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  'Y' when PARAMCAT asked for a re-tag of a DTOPER range
       01  WS-RETAG        PIC X(01) VALUE 'N'.
           88 RETAG-PLAGE  VALUE 'Y'.
       01  WS-DATDEB       PIC X(10).
       01  WS-DATFIN       PIC X(10).
      *  Default category and the collection operation code
       01  WS-CAT-DEFAUT   PIC X(03) VALUE 'AUT'.
       01  WS-CODOPE-PREL  PIC X(03) VALUE 'PRL'.
      *  The TBCAT mapping rules, loaded once in CCAT order (rule
      *  type, then priority) - the text length kept for the
      *  substring search
       01  WS-REG-NB       PIC 9(04) VALUE 0.
       01  WS-REG-MAX      PIC 9(04) VALUE 1000.
       01  WS-REG-DEBORD   PIC 9(04) VALUE 0.
       01  WS-REGLES.
           05  WS-REG-ENTRY OCCURS 1000 TIMES
               INDEXED BY WS-REG-IX.
               10  WS-REG-TYPE     PIC X(01).
               10  WS-REG-VALEUR   PIC X(24).
               10  WS-REG-LNG      PIC 9(02).
               10  WS-REG-CATEG    PIC X(03).
      *  The catalogue, with the rows tagged per category this run
       01  WS-CAT-NB       PIC 9(03) VALUE 0.
       01  WS-CAT-MAX      PIC 9(03) VALUE 100.
       01  WS-CATALOGUE.
           05  WS-CAT-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-CAT-IX.
               10  WS-CAT-CODE     PIC X(03).
               10  WS-CAT-LIBCAT   PIC X(20).
               10  WS-CAT-NBTAG    PIC 9(07).
       01  WS-CAT-TROUVE   PIC X(01).
           88 CAT-TROUVE   VALUE 'Y'.
      *  Category resolution for the row in hand
       01  WS-CATEG        PIC X(03).
       01  WS-SOURCE       PIC X(01).
       01  WS-CATEG-MND    PIC X(03).
       01  WS-MND-AMBIGU   PIC X(01).
           88 MND-AMBIGU   VALUE 'Y'.
      *  Substring search (2500-CHERCHER-TEXTE) - same scan as
      *  GKMAJ001's watchlist name search
       01  WS-TEXTE-EXAMINE PIC X(24).
       01  WS-LNG-TEXTE    PIC 9(02).
       01  WS-POS-MAX      PIC 9(02).
       01  WS-POS-SCAN     PIC 9(02).
       01  WS-TEXTE-TROUVE PIC X(01).
           88 TEXTE-TROUVE VALUE 'Y'.
      *  The fetched row, kept while the linked-operation lookup
      *  reuses ZAHIS
       01  WS-HIS-SAUVE    PIC X(249).
       01  WS-CODOPE-LIGNE PIC X(03).
      *  Counters
       01  WS-NB-LUES      PIC 9(07) VALUE 0.
       01  WS-NB-TAGS      PIC 9(07) VALUE 0.
       01  WS-NB-INCHANGES PIC 9(07) VALUE 0.
       01  WS-NB-MANUELS   PIC 9(07) VALUE 0.
       01  WS-NB-DEFAUT    PIC 9(07) VALUE 0.
       01  WS-NB-ECHECS    PIC 9(07) VALUE 0.
       01  WS-NB-PAR-SOURCE.
           05  WS-NB-SRC-M PIC 9(07) VALUE 0.
           05  WS-NB-SRC-N PIC 9(07) VALUE 0.
           05  WS-NB-SRC-L PIC 9(07) VALUE 0.
           05  WS-NB-SRC-R PIC 9(07) VALUE 0.
           05  WS-NB-SRC-O PIC 9(07) VALUE 0.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xxx : Input/Output section
      *    - 1xxx : Main element
      *    - 2xxx : Verifications
      *    - 3xxx : Reporting
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
           PERFORM 1050-CHARGER-REGLES
           IF WS-REG-NB = 0 THEN
               DISPLAY "GKCAT01 : AUCUNE REGLE TBCAT - RIEN CATEGORISE"
               EXIT PARAGRAPH
           END-IF
           IF RETAG-PLAGE THEN
               PERFORM 1600-RECATEGORISER-PLAGE
           ELSE
               PERFORM 1500-CATEGORISER-NOUVEAUX
           END-IF
           PERFORM 1900-BILAN
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Pick up the default category and the optional PARAMCAT
      *  re-tag range.
           MOVE 'GKCAT01 ' TO ZAPRM-PGM
           MOVE 'CATDEFT ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:3) NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-CAT-DEFAUT
           END-IF
           OPEN INPUT PARAMCAT-FDNAME
           IF FS-PARAMCAT-OK THEN
               READ PARAMCAT-FDNAME INTO PARAMCAT-RECORD
               IF FS-PARAMCAT-OK
                  AND PARAMCAT-RECORD(1:10) NOT = SPACES
                  AND PARAMCAT-RECORD(12:10) NOT = SPACES THEN
                   MOVE PARAMCAT-RECORD(1:10)  TO WS-DATDEB
                   MOVE PARAMCAT-RECORD(12:10) TO WS-DATFIN
                   SET RETAG-PLAGE TO TRUE
                   DISPLAY "GKCAT01 : RECATEGORISATION DU " WS-DATDEB
                           " AU " WS-DATFIN
               END-IF
               CLOSE PARAMCAT-FDNAME
           END-IF
           .

       1050-CHARGER-REGLES.
      ******************************************************************EDEFAY
      *  One CCAT pass : the 'K' rows fill the catalogue, the others
      *  the rule table in type/priority order, each text's length
      *  measured once for the substring search.
           MOVE "OPN" TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACAT-CODRET-OK
               IF ZACAT-CATALOGUE THEN
                   IF WS-CAT-NB < WS-CAT-MAX THEN
                       ADD 1 TO WS-CAT-NB
                       SET WS-CAT-IX TO WS-CAT-NB
                       MOVE ZACAT-CATEG  TO WS-CAT-CODE (WS-CAT-IX)
                       MOVE ZACAT-LIBCAT TO WS-CAT-LIBCAT (WS-CAT-IX)
                       MOVE ZERO TO WS-CAT-NBTAG (WS-CAT-IX)
                   END-IF
               ELSE
                   IF WS-REG-NB < WS-REG-MAX THEN
                       ADD 1 TO WS-REG-NB
                       SET WS-REG-IX TO WS-REG-NB
                       MOVE ZACAT-TYPREGLE TO WS-REG-TYPE (WS-REG-IX)
                       MOVE ZACAT-VALEUR   TO WS-REG-VALEUR (WS-REG-IX)
                       MOVE ZACAT-CATEG    TO WS-REG-CATEG (WS-REG-IX)
                       MOVE ZERO TO WS-LNG-TEXTE
                       INSPECT FUNCTION REVERSE(ZACAT-VALEUR)
                           TALLYING WS-LNG-TEXTE FOR LEADING SPACES
                       COMPUTE WS-REG-LNG (WS-REG-IX) =
                               24 - WS-LNG-TEXTE
                   ELSE
                       ADD 1 TO WS-REG-DEBORD
                   END-IF
               END-IF
               MOVE "FET" TO ZACAT-FONCTION
               CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACAT-FONCTION
           CALL "MACAT" USING ZACAT-ZCMA, AUTH-QUERY
           DISPLAY "GKCAT01 : " WS-CAT-NB " CATEGORIE(S), " WS-REG-NB
                   " REGLE(S)"
           IF WS-REG-DEBORD > 0 THEN
               DISPLAY "GKCAT01 : !! TABLE DES REGLES PLEINE - "
                       WS-REG-DEBORD " REGLE(S) IGNOREE(S)"
           END-IF
           .

       1500-CATEGORISER-NOUVEAUX.
      ******************************************************************EDEFAY
      *  The nightly pass : every row still untagged, CHISC cursor.
           MOVE "OP5" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FE5" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               PERFORM 1550-TRAITER-LIGNE
               MOVE "FE5" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL5" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       1600-RECATEGORISER-PLAGE.
      ******************************************************************EDEFAY
      *  The PARAMCAT re-tag : every row of the DTOPER range, CHISD
      *  cursor - the hand-set ones are skipped in 1550.
           MOVE WS-DATDEB TO ZAHIS-DATDEB
           MOVE WS-DATFIN TO ZAHIS-DATFIN
           MOVE "OP2" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               PERFORM 1550-TRAITER-LIGNE
               MOVE "FE2" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CL2" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       1550-TRAITER-LIGNE.
      ******************************************************************EDEFAY
      *  One history row : resolve its category and write it back
      *  when it changes - only the category columns, through UPC.
           ADD 1 TO WS-NB-LUES
           IF ZAHIS-CAT-MANUELLE THEN
               ADD 1 TO WS-NB-MANUELS
               EXIT PARAGRAPH
           END-IF
           MOVE ZAHIS-DONNEES TO WS-HIS-SAUVE
           PERFORM 2000-DETERMINER-CATEGORIE
           MOVE WS-HIS-SAUVE TO ZAHIS-DONNEES
           IF WS-CATEG = ZAHIS-CATEG THEN
               ADD 1 TO WS-NB-INCHANGES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CATEG TO ZAHIS-CATEG
           MOVE SPACES   TO ZAHIS-CATMAN
           MOVE "UPC" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           IF ZAHIS-CODRET-OK THEN
               ADD 1 TO WS-NB-TAGS
               PERFORM 3100-COMPTER-SOURCE
           ELSE
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "GKCAT01 : CATEGORIE NON ENREGISTREE "
                       ZAHIS-COMPTE " " ZAHIS-REFOPE " " ZAHIS-DTOPER
                       ", CODRET=" ZAHIS-CODRET
           END-IF
           .

       2000-DETERMINER-CATEGORIE.
      ******************************************************************EDEFAY
      *  WS-CATEG := the row's category, WS-SOURCE := the rule type
      *  that gave it ('R' inherited by a reversal, 'D' the default).
           MOVE SPACES TO WS-CATEG
           MOVE ZAHIS-CODOPE TO WS-CODOPE-LIGNE
           IF ZAHIS-CREANCIER NOT = SPACES THEN
               MOVE 'M' TO WS-SOURCE
               PERFORM 2100-REGLE-CREANCIER
           ELSE
               IF ZAHIS-CODOPE = WS-CODOPE-PREL THEN
                   MOVE 'M' TO WS-SOURCE
                   PERFORM 2150-REGLE-MANDAT
               END-IF
           END-IF
           IF WS-CATEG = SPACES
              AND ZAHIS-CTPNOM NOT = SPACES THEN
               MOVE 'N' TO WS-SOURCE
               MOVE ZAHIS-CTPNOM TO WS-TEXTE-EXAMINE
               PERFORM 2200-REGLE-TEXTE
           END-IF
           IF WS-CATEG = SPACES
              AND ZAHIS-CTPLIB NOT = SPACES THEN
               MOVE 'L' TO WS-SOURCE
               MOVE ZAHIS-CTPLIB TO WS-TEXTE-EXAMINE
               PERFORM 2200-REGLE-TEXTE
           END-IF
           IF WS-CATEG = SPACES
              AND ZAHIS-REFOPE-LIE NOT = SPACES THEN
               MOVE 'R' TO WS-SOURCE
               PERFORM 2300-REGLE-OPERATION-LIEE
           END-IF
           IF WS-CATEG = SPACES THEN
               MOVE 'O' TO WS-SOURCE
               PERFORM 2400-REGLE-CODOPE
           END-IF
           IF WS-CATEG = SPACES THEN
               MOVE 'D' TO WS-SOURCE
               MOVE WS-CAT-DEFAUT TO WS-CATEG
           END-IF
           .

       2100-REGLE-CREANCIER.
      ******************************************************************EDEFAY
      *  The first 'M' rule naming the row's creditor.
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-NB
                      OR WS-CATEG NOT = SPACES
               IF WS-REG-TYPE (WS-REG-IX) = 'M'
                  AND WS-REG-VALEUR (WS-REG-IX) = ZAHIS-CREANCIER THEN
                   MOVE WS-REG-CATEG (WS-REG-IX) TO WS-CATEG
               END-IF
           END-PERFORM
           .

       2150-REGLE-MANDAT.
      ******************************************************************EDEFAY
      *  A collection posted without its creditor id (before the
      *  column existed, or from a channel that omits it) : look for
      *  the categorised creditors that hold a TBMND mandate on the
      *  account. One category among them decides ; creditors of
      *  different categories leave the row to the next rules - a
      *  guess is worse than no answer.
           MOVE SPACES TO WS-CATEG-MND
           MOVE 'N' TO WS-MND-AMBIGU
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-NB
                      OR MND-AMBIGU
               IF WS-REG-TYPE (WS-REG-IX) = 'M' THEN
                   MOVE ZAHIS-COMPTE TO ZAMND-COMPTE
                   MOVE WS-REG-VALEUR (WS-REG-IX) (1:8)
                       TO ZAMND-CREANCIER
                   MOVE "SEL" TO ZAMND-FONCTION
                   CALL "MAMND" USING ZAMND-ZCMA, AUTH-QUERY
                   IF ZAMND-CODRET-OK THEN
                       IF WS-CATEG-MND = SPACES THEN
                           MOVE WS-REG-CATEG (WS-REG-IX)
                               TO WS-CATEG-MND
                       ELSE
                           IF WS-REG-CATEG (WS-REG-IX)
                              NOT = WS-CATEG-MND THEN
                               SET MND-AMBIGU TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT MND-AMBIGU THEN
               MOVE WS-CATEG-MND TO WS-CATEG
           END-IF
           .

       2200-REGLE-TEXTE.
      ******************************************************************EDEFAY
      *  The first rule of type WS-SOURCE ('N' or 'L') whose text
      *  appears anywhere in WS-TEXTE-EXAMINE.
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-NB
                      OR WS-CATEG NOT = SPACES
               IF WS-REG-TYPE (WS-REG-IX) = WS-SOURCE THEN
                   PERFORM 2500-CHERCHER-TEXTE
                   IF TEXTE-TROUVE THEN
                       MOVE WS-REG-CATEG (WS-REG-IX) TO WS-CATEG
                   END-IF
               END-IF
           END-PERFORM
           .

       2300-REGLE-OPERATION-LIEE.
      ******************************************************************EDEFAY
      *  A reversal - same operation code as the row it links to -
      *  belongs where the original went, so a refund nets against
      *  the spending it cancels. A fee also links to its operation
      *  but carries its own code : it is left to the code rules.
           MOVE ZAHIS-REFOPE-LIE TO ZAHIS-REFOPE
           MOVE "SEL" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           IF ZAHIS-CODRET-OK
              AND ZAHIS-CODOPE = WS-CODOPE-LIGNE
              AND ZAHIS-CATEG NOT = SPACES THEN
               MOVE ZAHIS-CATEG TO WS-CATEG
           END-IF
           MOVE WS-HIS-SAUVE TO ZAHIS-DONNEES
           .

       2400-REGLE-CODOPE.
      ******************************************************************EDEFAY
      *  The first 'O' rule naming the row's operation code.
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                   UNTIL WS-REG-IX > WS-REG-NB
                      OR WS-CATEG NOT = SPACES
               IF WS-REG-TYPE (WS-REG-IX) = 'O'
                  AND WS-REG-VALEUR (WS-REG-IX) = WS-CODOPE-LIGNE THEN
                   MOVE WS-REG-CATEG (WS-REG-IX) TO WS-CATEG
               END-IF
           END-PERFORM
           .

       2500-CHERCHER-TEXTE.
      ******************************************************************EDEFAY
      *  TEXTE-TROUVE when the rule's text (its WS-REG-LNG first
      *  characters) sits anywhere inside WS-TEXTE-EXAMINE.
           MOVE 'N' TO WS-TEXTE-TROUVE
           MOVE WS-REG-LNG (WS-REG-IX) TO WS-LNG-TEXTE
           IF WS-LNG-TEXTE = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-POS-MAX = 24 - WS-LNG-TEXTE + 1
           PERFORM VARYING WS-POS-SCAN FROM 1 BY 1
                   UNTIL WS-POS-SCAN > WS-POS-MAX
                      OR TEXTE-TROUVE
               IF WS-TEXTE-EXAMINE (WS-POS-SCAN:WS-LNG-TEXTE)
                  = WS-REG-VALEUR (WS-REG-IX) (1:WS-LNG-TEXTE) THEN
                   SET TEXTE-TROUVE TO TRUE
               END-IF
           END-PERFORM
           .

       3100-COMPTER-SOURCE.
      ******************************************************************EDEFAY
      *  Count the row tagged : per rule type and per category.
           EVALUATE WS-SOURCE
               WHEN 'M' ADD 1 TO WS-NB-SRC-M
               WHEN 'N' ADD 1 TO WS-NB-SRC-N
               WHEN 'L' ADD 1 TO WS-NB-SRC-L
               WHEN 'R' ADD 1 TO WS-NB-SRC-R
               WHEN 'O' ADD 1 TO WS-NB-SRC-O
               WHEN OTHER ADD 1 TO WS-NB-DEFAUT
           END-EVALUATE
           MOVE 'N' TO WS-CAT-TROUVE
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-NB
                      OR CAT-TROUVE
               IF WS-CAT-CODE (WS-CAT-IX) = WS-CATEG THEN
                   SET CAT-TROUVE TO TRUE
                   ADD 1 TO WS-CAT-NBTAG (WS-CAT-IX)
               END-IF
           END-PERFORM
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals : per source, per category.
           DISPLAY "GKCAT01 : " WS-NB-LUES " LIGNE(S) LUE(S), "
                   WS-NB-TAGS " CATEGORISEE(S), " WS-NB-INCHANGES
                   " INCHANGEE(S), " WS-NB-MANUELS " MANUELLE(S), "
                   WS-NB-ECHECS " ECHEC(S)"
           DISPLAY "GKCAT01 : PAR CREANCIER " WS-NB-SRC-M
                   ", CONTREPARTIE " WS-NB-SRC-N ", LIBELLE "
                   WS-NB-SRC-L ", CONTREPASSATION " WS-NB-SRC-R
                   ", CODE OPERATION " WS-NB-SRC-O ", DEFAUT "
                   WS-CAT-DEFAUT " " WS-NB-DEFAUT
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-NB
               IF WS-CAT-NBTAG (WS-CAT-IX) > 0 THEN
                   DISPLAY "GKCAT01 : " WS-CAT-CODE (WS-CAT-IX) " "
                           WS-CAT-LIBCAT (WS-CAT-IX) " "
                           WS-CAT-NBTAG (WS-CAT-IX)
               END-IF
           END-PERFORM
           IF WS-NB-ECHECS > 0 THEN
               DISPLAY "GKCAT01 : " WS-NB-ECHECS " LIGNE(S) RESTEE(S)"
                       " NON CATEGORISEE(S) - REPRISES LA NUIT"
                       " PROCHAINE"
           END-IF
           .
