      *PROCESS TEST
      ******************************************************************
      * Program name   : GKOFR02
      * Original author: DEFAY E.
      *
      * Description    : Accepted pre-approved overdraft offers into
      *                  facility requests. Reads the offers GKOFR01
      *                  made (FILEIN-OFFRES) and the ones the account
      *                  officers report accepted (PARAMOFR), and
      *                  writes one GKMFAC01 PARAMFAC 'INS' line per
      *                  valid acceptance : effective the processing
      *                  date, for the accepted amount (the offered
      *                  limit when left blank, never more), expiring
      *                  after TBPRM 'GKOFR02'/'DUREE' days (default
      *                  365) with the review halfway. The officer
      *                  who took the acceptance is the maker, the
      *                  second officer the checker - GKMFAC01 then
      *                  checks both hold the 'FAC' entitlement and
      *                  applies the facility, so the approval stays
      *                  under maker/checker. An offer older than
      *                  TBPRM 'GKOFR02'/'VALIDITE' days (default 60)
      *                  is no longer honoured.
      * Rules handling :
      *             RC = 00 : Requests written for every acceptance
      *             RC = 01 : Could not open FILEIN-OFFRES, PARAMOFR
      *                       or FILEOUT-PARAMFAC
      *             RC = 04 : More offers than the table holds (see
      *                       SYSOUT)
      *             RC = 05 : One or more acceptances rejected (see
      *                       SYSOUT detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEIN-OFFRES - GKOFR01's offers (COFFRE).
      *                   PARAMOFR - one accepted offer per line :
      *                   account (11), space, amount (15, blank =
      *                   the offered limit), space, maker (8), space,
      *                   checker (8).
      *                   FILEOUT-PARAMFAC - the GKMFAC01 requests.
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
       PROGRAM-ID.    GKOFR02.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEIN-OFFRES-FDNAME
           ASSIGN TO DYNAMIC FILEIN-OFFRES-NAME
           FILE STATUS IS WS-FS-OFFRES
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMOFR-FDNAME
           ASSIGN TO DYNAMIC PARAMOFR-NAME
           FILE STATUS IS WS-FS-PARAMOFR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-PARAMFAC-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-PARAMFAC-NAME
           FILE STATUS IS WS-FS-PARAMFAC
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEIN-OFFRES-FDNAME RECORDING MODE F.
       01  FILEIN-OFFRES-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMOFR-FDNAME RECORDING MODE F.
       01  PARAMOFR-RECORD.
           05  PO-COMPTE       PIC X(11).
           05  FILLER          PIC X(01).
           05  PO-MONTANT      PIC X(15).
           05  FILLER          PIC X(01).
           05  PO-MAKER        PIC X(08).
           05  FILLER          PIC X(01).
           05  PO-CHECKER      PIC X(08).
           05  FILLER          PIC X(35).
       FD  FILEOUT-PARAMFAC-FDNAME RECORDING MODE F.
       01  FILEOUT-PARAMFAC-RECORD.
      *    GKMFAC01's PARAMFAC instruction line, field for field
           05  PF-FONCTION     PIC X(03).
           05  PF-COMPTE       PIC X(11).
           05  PF-DTEFF        PIC X(10).
           05  PF-MONTANT      PIC X(15).
           05  PF-DTEXP        PIC X(10).
           05  PF-DTREVUE      PIC X(10).
           05  PF-MAKER        PIC X(08).
           05  PF-CHECKER      PIC X(08).
           05  FILLER          PIC X(05).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/COFFRE.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEIN-OFFRES-NAME PIC X(30) VALUE 'FILEIN-OFFRES'.
       01  WS-FS-OFFRES    PIC X(02).
           88 FS-OFFRES-OK VALUE '00'.
       01  WS-EOF-OFFRES   PIC X(01) VALUE 'N'.
           88 EOF-OFFRES   VALUE 'Y'.
       01  PARAMOFR-NAME   PIC X(30) VALUE 'PARAMOFR'.
       01  WS-FS-PARAMOFR  PIC X(02).
           88 FS-PARAMOFR-OK VALUE '00'.
       01  WS-EOF-PARAMOFR PIC X(01) VALUE 'N'.
           88 EOF-PARAMOFR VALUE 'Y'.
       01  FILEOUT-PARAMFAC-NAME PIC X(30) VALUE 'FILEOUT-PARAMFAC'.
       01  WS-FS-PARAMFAC  PIC X(02).
           88 FS-PARAMFAC-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date and facility dates
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-ENTIER-ASOF  PIC 9(07).
       01  WS-ENTIER-DATE  PIC 9(07).
       01  WS-DATE-CALC    PIC X(10).
       01  WS-DTEXP        PIC X(10).
       01  WS-DTREVUE      PIC X(10).
       01  WS-NB-JOURS     PIC S9(05).
      *  TBPRM 'GKOFR02' : facility term and offer validity, in days
       01  WS-DUREE        PIC 9(04) VALUE 365.
       01  WS-VALIDITE     PIC 9(04) VALUE 60.
      *  GKOFR01's offers, and whether each was already taken up
       01  WS-OFR-NB       PIC 9(04) VALUE 0.
       01  WS-OFR-MAX      PIC 9(04) VALUE 2000.
       01  WS-OFR-DEBORD   PIC 9(06) VALUE 0.
       01  WS-OFR-TABLE.
           05  WS-OFR-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-OFR-IX.
               10  WS-OFR-COMPTE   PIC X(11).
               10  WS-OFR-DTOFFRE  PIC X(10).
               10  WS-OFR-LIMITE   PIC S9(13)V9(2) COMP-3.
               10  WS-OFR-PRIS     PIC X(01).
                   88 OFR-PRIS     VALUE 'Y'.
       01  WS-OFR-TROUVE   PIC X(01).
           88 OFR-TROUVE   VALUE 'Y'.
      *  The acceptance in hand
       01  WS-MONTANT      PIC S9(13)V9(2) COMP-3.
       01  WS-MNT-EDIT     PIC Z(11)9.99.
      *  Line counters
       01  WS-NB-LUES      PIC 9(06) VALUE 0.
       01  WS-NB-OK        PIC 9(06) VALUE 0.
       01  WS-NB-KO        PIC 9(06) VALUE 0.
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
               PERFORM 1100-CHARGER-OFFRES
               READ PARAMOFR-FDNAME
                   AT END SET EOF-PARAMOFR TO TRUE
               END-READ
               PERFORM UNTIL EOF-PARAMOFR
                   PERFORM 1500-TRAITER-ACCEPTATION
                   READ PARAMOFR-FDNAME
                       AT END SET EOF-PARAMOFR TO TRUE
                   END-READ
               END-PERFORM
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the processing date, the facility term and the offer
      *  validity, and open the files.
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
           MOVE 'GKOFR02 ' TO ZAPRM-PGM
           MOVE 'DUREE   ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:4) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:4) TO WS-DUREE
           END-IF
           MOVE 'GKOFR02 ' TO ZAPRM-PGM
           MOVE 'VALIDITE' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:4) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:4) TO WS-VALIDITE
           END-IF
           MOVE WS-AS-OF-DATE TO WS-DATE-CALC
           PERFORM 2900-DATE-EN-ENTIER
           MOVE WS-ENTIER-DATE TO WS-ENTIER-ASOF
           COMPUTE WS-ENTIER-DATE = WS-ENTIER-ASOF + WS-DUREE
           PERFORM 2950-ENTIER-EN-DATE
           MOVE WS-DATE-CALC TO WS-DTEXP
           COMPUTE WS-ENTIER-DATE = WS-ENTIER-ASOF + ( WS-DUREE / 2 )
           PERFORM 2950-ENTIER-EN-DATE
           MOVE WS-DATE-CALC TO WS-DTREVUE
           OPEN INPUT FILEIN-OFFRES-FDNAME
           IF NOT FS-OFFRES-OK THEN
               DISPLAY "GKOFR02 : FILEIN-OFFRES ABSENT, FS="
                       WS-FS-OFFRES
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARAMOFR-FDNAME
           IF NOT FS-PARAMOFR-OK THEN
               DISPLAY "GKOFR02 : PARAMOFR ABSENT, FS=" WS-FS-PARAMOFR
               CLOSE FILEIN-OFFRES-FDNAME
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-PARAMFAC-FDNAME
           IF NOT FS-PARAMFAC-OK THEN
               DISPLAY "GKOFR02 : OUVERTURE FILEOUT-PARAMFAC KO, FS="
                       WS-FS-PARAMFAC
               CLOSE FILEIN-OFFRES-FDNAME
               CLOSE PARAMOFR-FDNAME
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           .

       1100-CHARGER-OFFRES.
      ******************************************************************EDEFAY
      *  Load GKOFR01's offers.
           READ FILEIN-OFFRES-FDNAME INTO OFFRE-LIGNE
               AT END SET EOF-OFFRES TO TRUE
           END-READ
           PERFORM UNTIL EOF-OFFRES
               IF WS-OFR-NB < WS-OFR-MAX THEN
                   ADD 1 TO WS-OFR-NB
                   SET WS-OFR-IX TO WS-OFR-NB
                   MOVE OF-COMPTE  TO WS-OFR-COMPTE (WS-OFR-IX)
                   MOVE OF-DTOFFRE TO WS-OFR-DTOFFRE (WS-OFR-IX)
                   COMPUTE WS-OFR-LIMITE (WS-OFR-IX) =
                           FUNCTION NUMVAL(OF-LIMITE)
                   MOVE 'N' TO WS-OFR-PRIS (WS-OFR-IX)
               ELSE
                   ADD 1 TO WS-OFR-DEBORD
               END-IF
               READ FILEIN-OFFRES-FDNAME INTO OFFRE-LIGNE
                   AT END SET EOF-OFFRES TO TRUE
               END-READ
           END-PERFORM
           .

       1500-TRAITER-ACCEPTATION.
      ******************************************************************EDEFAY
      *  One acceptance : the offer must exist, still be valid and
      *  not taken up already in this run ; the amount may not
      *  exceed the offer ; the maker and checker must be two
      *  different people (GKMFAC01 checks their entitlement).
           ADD 1 TO WS-NB-LUES
           MOVE 'N' TO WS-OFR-TROUVE
           PERFORM VARYING WS-OFR-IX FROM 1 BY 1
                   UNTIL WS-OFR-IX > WS-OFR-NB OR OFR-TROUVE
               IF WS-OFR-COMPTE (WS-OFR-IX) = PO-COMPTE THEN
                   SET OFR-TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF NOT OFR-TROUVE THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKOFR02 : " PO-COMPTE " : AUCUNE OFFRE"
               EXIT PARAGRAPH
           END-IF
           SET WS-OFR-IX DOWN BY 1
           IF OFR-PRIS (WS-OFR-IX) THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKOFR02 : " PO-COMPTE
                       " : OFFRE DEJA ACCEPTEE DANS CE LOT"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OFR-DTOFFRE (WS-OFR-IX) TO WS-DATE-CALC
           PERFORM 2900-DATE-EN-ENTIER
           COMPUTE WS-NB-JOURS = WS-ENTIER-ASOF - WS-ENTIER-DATE
           IF WS-NB-JOURS > WS-VALIDITE THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKOFR02 : " PO-COMPTE " : OFFRE DU "
                       WS-OFR-DTOFFRE (WS-OFR-IX) " EXPIREE"
               EXIT PARAGRAPH
           END-IF
           IF PO-MONTANT = SPACES THEN
               MOVE WS-OFR-LIMITE (WS-OFR-IX) TO WS-MONTANT
           ELSE
               IF FUNCTION TEST-NUMVAL(PO-MONTANT) NOT = 0 THEN
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKOFR02 : " PO-COMPTE
                           " : MONTANT NON NUMERIQUE"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-MONTANT = FUNCTION NUMVAL(PO-MONTANT)
           END-IF
           IF WS-MONTANT NOT > ZERO
              OR WS-MONTANT > WS-OFR-LIMITE (WS-OFR-IX) THEN
               ADD 1 TO WS-NB-KO
               MOVE WS-OFR-LIMITE (WS-OFR-IX) TO WS-MNT-EDIT
               DISPLAY "GKOFR02 : " PO-COMPTE
                       " : MONTANT HORS OFFRE (MAX " WS-MNT-EDIT ")"
               EXIT PARAGRAPH
           END-IF
           IF PO-MAKER = SPACES
              OR PO-CHECKER = SPACES
              OR PO-MAKER = PO-CHECKER THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKOFR02 : " PO-COMPTE
                       " : MAKER/CHECKER ABSENT OU IDENTIQUE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FILEOUT-PARAMFAC-RECORD
           MOVE 'INS'         TO PF-FONCTION
           MOVE PO-COMPTE     TO PF-COMPTE
           MOVE WS-AS-OF-DATE TO PF-DTEFF
           MOVE WS-MONTANT    TO WS-MNT-EDIT
           MOVE WS-MNT-EDIT   TO PF-MONTANT
           MOVE WS-DTEXP      TO PF-DTEXP
           MOVE WS-DTREVUE    TO PF-DTREVUE
           MOVE PO-MAKER      TO PF-MAKER
           MOVE PO-CHECKER    TO PF-CHECKER
           WRITE FILEOUT-PARAMFAC-RECORD
           SET OFR-PRIS (WS-OFR-IX) TO TRUE
           ADD 1 TO WS-NB-OK
           DISPLAY "GKOFR02 : " PO-COMPTE " LIMITE " WS-MNT-EDIT
                   " : DEMANDE EMISE (MAKER " PO-MAKER " CHECKER "
                   PO-CHECKER ")"
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKOFR02 : " WS-OFR-NB " OFFRE(S), " WS-NB-LUES
                   " ACCEPTATION(S), " WS-NB-OK " DEMANDE(S), "
                   WS-NB-KO " REJETEE(S)"
           IF WS-OFR-DEBORD > 0 THEN
               DISPLAY "GKOFR02 : " WS-OFR-DEBORD " OFFRE(S) NON "
                       "CHARGEE(S) - TABLE DE " WS-OFR-MAX " PLEINE"
               MOVE '04' TO RC
           END-IF
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       2900-DATE-EN-ENTIER.
      ******************************************************************EDEFAY
      *  WS-DATE-CALC (YYYY-MM-DD) to its day number, WS-ENTIER-DATE.
           STRING WS-DATE-CALC(1:4) WS-DATE-CALC(6:2)
                  WS-DATE-CALC(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-DATE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           .

       2950-ENTIER-EN-DATE.
      ******************************************************************EDEFAY
      *  WS-ENTIER-DATE back to WS-DATE-CALC (YYYY-MM-DD).
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-ENTIER-DATE)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-CALC
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEIN-OFFRES-FDNAME
           CLOSE PARAMOFR-FDNAME
           CLOSE FILEOUT-PARAMFAC-FDNAME
           .
