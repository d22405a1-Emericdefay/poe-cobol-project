      *PROCESS TEST
      ******************************************************************
      * Program name   : GKINTC01
      * Original author: DEFAY E.
      *
      * Description    : Back-value interest correction. A posting
      *                  back-dated inside the open period carries a
      *                  ZAHIS-DTVAL days before the day it is booked,
      *                  and GKINTR01 has already charged overdraft
      *                  interest for those days on a balance that
      *                  did not yet include it. This daily step walks
      *                  the processing day's TBHIS rows (MAHIS CHISD)
      *                  and, for every row whose value date is before
      *                  its posting date on an account with TBTAUX
      *                  rate rows, recomputes the overdraft interest
      *                  of each day of the gap off the TBSNP close-
      *                  of-day snapshot - once as it was, once with
      *                  the posting applied - at the rate in force
      *                  that day. The difference is written to a
      *                  CFLUX file for the normal GKRUN01 chain :
      *                   - more interest due : an F1-ENREG-10 under
      *                     'INT' (debit) ;
      *                   - interest over-charged : an F1-ENREG-10
      *                     under the refund code (credit) ;
      *                  each one preceded by an F1-ENREG-15 naming the
      *                  back-valued posting it corrects. The
      *                  adjustment's reference is 'V' + the posting's
      *                  reference, so a rerun of the same day skips
      *                  the postings already corrected.
      *                  Interest rows themselves, written-off accounts
      *                  and interest-free products are not corrected,
      *                  and a day with no snapshot on file is left as
      *                  charged.
      * Rules handling :
      *             RC = 00 : Ran to completion (may have written no
      *                       adjustment at all)
      *             RC = 01 : Could not open FILEOUT-INTCOR
      *             RC = 02 : Refund code unknown on TBOPE or not a
      *                       credit code
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-INTCOR - see JCL/GKINTC01.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKINTC01/COPEREMB - credit code the
      *                   over-charged interest is refunded under
      *                   (default 'RIN').
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
       PROGRAM-ID.    GKINTC01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-INTCOR-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-INTCOR-NAME
           FILE STATUS IS WS-FS-INTCOR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-INTCOR-FDNAME RECORDING MODE F.
       01  FILEOUT-INTCOR-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBTAUX.cpy".
       COPY "./Copybooks/CTBPRD.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBSNP.cpy".
       COPY "./Copybooks/CTBOPE.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBCAL.cpy".
       COPY 'CFLUX.cpy'.
       COPY "./Copybooks/CTBLOG.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  FILEOUT-INTCOR-NAME PIC X(30) VALUE 'FILEOUT-INTCOR'.
       01  WS-FS-INTCOR    PIC X(02).
           88 FS-INTCOR-OK VALUE '00'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date and the business-day-rolled header date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-DATE-OUVREE  PIC X(10).
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-DATE-ENTIER  PIC 9(07).
      *  The debit and credit codes the adjustments post under
       01  WS-CODOPE-INT   PIC X(03) VALUE 'INT'.
       01  WS-CODOPE-REMB  PIC X(03) VALUE 'RIN'.
      *  The back-valued posting being corrected, saved off the CHISD
      *  row before any other MAHIS call reuses the ZCMA area
       01  WS-MVT-COMPTE   PIC X(11).
       01  WS-MVT-REFOPE   PIC X(10).
       01  WS-MVT-DTVAL    PIC X(10).
       01  WS-MVT-DTOPER   PIC X(10).
       01  WS-MVT-SIGNE    PIC S9(13)V99 COMP-3.
      *  Account already read for the current CHISD rows - the
      *  cursor is in COMPTE order, so one lookup per account
       01  WS-CPT-COURANT  PIC X(11) VALUE SPACES.
       01  WS-CPT-ELIGIBLE PIC X(01) VALUE 'N'.
           88 CPT-ELIGIBLE VALUE 'Y'.
       01  WS-CPT-DEVISE   PIC X(03).
      *  Effective-dated rate rows of the current account, loaded off
      *  the CTAU cursor in DTEFF order, as GKINTR01 does
       01  WS-TAUX-NB         PIC 9(02) VALUE 0.
       01  WS-TAUX-MAX        PIC 9(02) VALUE 20.
       01  WS-TAUX-TABLE.
           05  WS-TAUX-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-TAUX-IX.
               10  WS-TAUX-DTEFF PIC X(10).
               10  WS-TAUX-TAUX  PIC S9(3)V9(4) COMP-3.
       01  WS-TAUX-JOUR       PIC S9(3)V9(4) COMP-3.
      *  Day-by-day recomputation over the gap [DTVAL, DTOPER)
       01  WS-JOUR-ENT-DEB    PIC 9(07).
       01  WS-JOUR-ENT-FIN    PIC 9(07).
       01  WS-JOUR-ENT        PIC 9(07).
       01  WS-JOUR-DATE       PIC X(10).
       01  WS-SOLDE-AVANT     PIC S9(13)V99 COMP-3.
       01  WS-SOLDE-APRES     PIC S9(13)V99 COMP-3.
       01  WS-INT-AVANT       PIC S9(11)V9(6) COMP-3.
       01  WS-INT-APRES       PIC S9(11)V9(6) COMP-3.
       01  WS-ECART-CUMUL     PIC S9(11)V9(6) COMP-3.
       01  WS-ECART           PIC S9(11)V99 COMP-3.
       01  WS-ECART-ABS       PIC 9(11)V99.
       01  WS-NB-JOURS        PIC 9(04).
      *  Adjustment record
       01  WS-REF-CORR        PIC X(10).
       01  WS-LIBELLE-CORR    PIC X(24).
       01  WS-JOURS-ED        PIC 9(03).
      *  Counters and footer totals
       01  WS-NB-EXAMINES     PIC 9(06) VALUE 0.
       01  WS-NB-DEJA         PIC 9(06) VALUE 0.
       01  WS-NB-DEBITS       PIC 9(06) VALUE 0.
       01  WS-NB-CREDITS      PIC 9(06) VALUE 0.
       01  WS-NB-CORR         PIC 9(06) VALUE 0.
       01  WS-MT-GLOBAL       PIC 9(11)V99 VALUE 0.
      *  Run-log working fields, see 1980-JOURNALISER-EXECUTION
       01  WS-LOG-YYYYMMDD  PIC 9(08).
       01  WS-LOG-HRDEBUT   PIC 9(08).
       01  WS-LOG-HRFIN     PIC 9(08).
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
           ACCEPT WS-LOG-HRDEBUT FROM TIME
           PERFORM 1001-DEBUT
           IF RC-IS-00 THEN
               MOVE WS-AS-OF-DATE TO ZAHIS-DATDEB
               MOVE WS-AS-OF-DATE TO ZAHIS-DATFIN
               MOVE "OP2" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               MOVE "FE2" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               PERFORM UNTIL NOT ZAHIS-CODRET-OK
                   PERFORM 1500-EXAMINER-MOUVEMENT
                   MOVE "FE2" TO ZAHIS-FONCTION
                   CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CL2" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
               PERFORM 1900-ECRIRE-PIED
               PERFORM 9999-CFILES
           END-IF
           PERFORM 1980-JOURNALISER-EXECUTION
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date (PARAMASOF, else TBPRC, else the
      *  machine clock), the refund code, open the flow file and
      *  write its header.
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
           MOVE WS-AS-OF-DATE TO WS-DATE-OUVREE
           PERFORM 2000-ROULER-JOUR-OUVRE
      *    The refund code - TBPRM first, 'RIN' otherwise ; it must be
      *    a credit code on TBOPE or every refund would be refused
           MOVE 'GKINTC01' TO ZAPRM-PGM
           MOVE 'COPEREMB' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-CODOPE-REMB
           END-IF
           MOVE WS-CODOPE-REMB TO ZAOPE-COPE
           MOVE "SEL" TO ZAOPE-FONCTION
           CALL "MAOPE" USING ZAOPE-ZCMA, AUTH-QUERY
           IF NOT ZAOPE-CODRET-OK
              OR NOT ZAOPE-IS-CREDIT THEN
               DISPLAY "GKINTC01 : CODE REMBOURSEMENT " WS-CODOPE-REMB
                       " ABSENT DE TBOPE OU NON CREDITEUR"
               MOVE '02' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-INTCOR-FDNAME
           IF NOT FS-INTCOR-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F1-ENREG-00
           MOVE '00' TO F1-TYPE-00
           MOVE 'INT' TO F1-ORIGINE
           MOVE WS-DATE-OUVREE TO F1-DATE
           MOVE '01' TO F1-VERSION
           WRITE FILEOUT-INTCOR-RECORD FROM F1-ENREG-00
           .

       1500-EXAMINER-MOUVEMENT.
      ******************************************************************EDEFAY
      *  One CHISD row of the processing day. Only a row valued before
      *  the day it was booked is corrected - and never an interest
      *  row, nor an earlier correction, which would correct the
      *  interest on the interest.
           IF ZAHIS-DTVAL = SPACES
              OR ZAHIS-DTVAL NOT < ZAHIS-DTOPER THEN
               EXIT PARAGRAPH
           END-IF
           IF ZAHIS-CODOPE = WS-CODOPE-INT
              OR ZAHIS-CODOPE = WS-CODOPE-REMB THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZAHIS-COMPTE TO WS-MVT-COMPTE
           MOVE ZAHIS-REFOPE TO WS-MVT-REFOPE
           MOVE ZAHIS-DTVAL  TO WS-MVT-DTVAL
           MOVE ZAHIS-DTOPER TO WS-MVT-DTOPER
           IF ZAHIS-SENSAPP = 'C' THEN
               MOVE ZAHIS-MNTOPE TO WS-MVT-SIGNE
           ELSE
               COMPUTE WS-MVT-SIGNE = 0 - ZAHIS-MNTOPE
           END-IF
           IF WS-MVT-COMPTE NOT = WS-CPT-COURANT THEN
               PERFORM 1510-QUALIFIER-COMPTE
           END-IF
           IF NOT CPT-ELIGIBLE THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-EXAMINES
      *    Already corrected by an earlier run of the same day
           MOVE SPACES TO WS-REF-CORR
           STRING 'V' WS-MVT-REFOPE(1:9)
                  DELIMITED BY SIZE INTO WS-REF-CORR
           MOVE WS-MVT-COMPTE TO ZAHIS-COMPTE
           MOVE WS-REF-CORR   TO ZAHIS-REFOPE
           MOVE "SEL" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           IF ZAHIS-CODRET-OK THEN
               ADD 1 TO WS-NB-DEJA
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-RECALCULER-ECART
           IF WS-ECART NOT = ZERO THEN
               PERFORM 1700-ECRIRE-CORRECTION
           END-IF
           .

       1510-QUALIFIER-COMPTE.
      ******************************************************************EDEFAY
      *  Read the account once for all its rows of the day : it needs
      *  rate rows on TBTAUX, and neither a written-off account nor an
      *  interest-free product accrues anything to correct.
           MOVE WS-MVT-COMPTE TO WS-CPT-COURANT
           MOVE 'N' TO WS-CPT-ELIGIBLE
           MOVE WS-MVT-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK
              OR ZACPT-PASSE-PERTE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-DEVISE TO WS-CPT-DEVISE
           IF ZACPT-PRODUIT NOT = SPACES THEN
               MOVE ZACPT-PRODUIT TO ZAPRD-PRODUIT
               MOVE "SEL" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
               IF ZAPRD-CODRET-OK
                  AND ZAPRD-INTERET = 'N' THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 1540-CHARGER-TAUX
           IF WS-TAUX-NB > 0 THEN
               SET CPT-ELIGIBLE TO TRUE
           END-IF
           .

       1540-CHARGER-TAUX.
      ******************************************************************EDEFAY
      *  Load this account's effective-dated rate rows, in DTEFF
      *  order, off MATAUX's CTAU cursor.
           MOVE 0 TO WS-TAUX-NB
           MOVE WS-MVT-COMPTE TO ZATAUX-COMPTE
           MOVE "OPN" TO ZATAUX-FONCTION
           CALL "MATAUX" USING ZATAUX-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZATAUX-FONCTION
           CALL "MATAUX" USING ZATAUX-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZATAUX-CODRET NOT = "00"
               IF WS-TAUX-NB < WS-TAUX-MAX THEN
                   ADD 1 TO WS-TAUX-NB
                   SET WS-TAUX-IX TO WS-TAUX-NB
                   MOVE ZATAUX-DTEFF TO WS-TAUX-DTEFF (WS-TAUX-IX)
                   MOVE ZATAUX-TAUX  TO WS-TAUX-TAUX  (WS-TAUX-IX)
               END-IF
               MOVE "FET" TO ZATAUX-FONCTION
               CALL "MATAUX" USING ZATAUX-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZATAUX-FONCTION
           CALL "MATAUX" USING ZATAUX-ZCMA, AUTH-QUERY
           .

       1600-RECALCULER-ECART.
      ******************************************************************EDEFAY
      *  Each day of the gap, from the value date up to the day before
      *  the posting date : the overdraft interest on the day's TBSNP
      *  close (what was charged) against the same close with the
      *  posting applied (what should have been), at the rate in force
      *  that day, on GKINTR01's 360-day basis. A day with no snapshot
      *  on file is left as charged. The rounded sum of the daily
      *  differences is the adjustment - positive is interest still
      *  due, negative is interest to give back.
           MOVE ZERO TO WS-ECART-CUMUL
           MOVE ZERO TO WS-NB-JOURS
           STRING WS-MVT-DTVAL(1:4) WS-MVT-DTVAL(6:2)
                  WS-MVT-DTVAL(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-JOUR-ENT-DEB =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           STRING WS-MVT-DTOPER(1:4) WS-MVT-DTOPER(6:2)
                  WS-MVT-DTOPER(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-JOUR-ENT-FIN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           PERFORM VARYING WS-JOUR-ENT FROM WS-JOUR-ENT-DEB BY 1
                   UNTIL WS-JOUR-ENT NOT < WS-JOUR-ENT-FIN
               COMPUTE WS-DATE-YYYYMMDD =
                       FUNCTION DATE-OF-INTEGER(WS-JOUR-ENT)
               MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
               STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                      WS-DATE-DIGITS(7:2)
                      DELIMITED BY SIZE INTO WS-JOUR-DATE
               PERFORM 2100-TAUX-DU-JOUR
               MOVE WS-MVT-COMPTE TO ZASNP-COMPTE
               MOVE WS-JOUR-DATE  TO ZASNP-DTSNP
               MOVE "SEL" TO ZASNP-FONCTION
               CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
               IF ZASNP-CODRET-OK
                  AND WS-TAUX-JOUR > ZERO THEN
                   ADD 1 TO WS-NB-JOURS
                   MOVE ZASNP-SOLDE TO WS-SOLDE-AVANT
                   COMPUTE WS-SOLDE-APRES =
                           WS-SOLDE-AVANT + WS-MVT-SIGNE
                   MOVE ZERO TO WS-INT-AVANT
                   MOVE ZERO TO WS-INT-APRES
                   IF WS-SOLDE-AVANT < ZERO THEN
                       COMPUTE WS-INT-AVANT =
                           ( 0 - WS-SOLDE-AVANT ) * WS-TAUX-JOUR
                           / ( 100 * 360 )
                   END-IF
                   IF WS-SOLDE-APRES < ZERO THEN
                       COMPUTE WS-INT-APRES =
                           ( 0 - WS-SOLDE-APRES ) * WS-TAUX-JOUR
                           / ( 100 * 360 )
                   END-IF
                   COMPUTE WS-ECART-CUMUL = WS-ECART-CUMUL
                                          + WS-INT-APRES
                                          - WS-INT-AVANT
               END-IF
           END-PERFORM
           COMPUTE WS-ECART ROUNDED = WS-ECART-CUMUL
           .

       2100-TAUX-DU-JOUR.
      ******************************************************************EDEFAY
      *  The rate in force on WS-JOUR-DATE : the last rate row whose
      *  DTEFF is on or before it (zero before the first one).
           MOVE ZERO TO WS-TAUX-JOUR
           PERFORM VARYING WS-TAUX-IX FROM 1 BY 1
                   UNTIL WS-TAUX-IX > WS-TAUX-NB
               IF WS-TAUX-DTEFF (WS-TAUX-IX) NOT > WS-JOUR-DATE THEN
                   MOVE WS-TAUX-TAUX (WS-TAUX-IX) TO WS-TAUX-JOUR
               END-IF
           END-PERFORM
           .

       1700-ECRIRE-CORRECTION.
      ******************************************************************EDEFAY
      *  The adjustment : an F1-ENREG-15 enrichment naming the
      *  back-valued posting and its value date, then the F1-ENREG-10
      *  it keys to - 'INT' for interest still due, the refund code
      *  for interest over-charged - in the account's currency.
           IF WS-NB-JOURS > 999 THEN
               MOVE 999 TO WS-JOURS-ED
           ELSE
               MOVE WS-NB-JOURS TO WS-JOURS-ED
           END-IF
           MOVE SPACES TO WS-LIBELLE-CORR
           STRING 'INTV ' WS-MVT-REFOPE ' ' WS-JOURS-ED 'J'
                  DELIMITED BY SIZE INTO WS-LIBELLE-CORR
           MOVE SPACES TO F1-ENREG-00
           MOVE '15' TO F1-TYPE-15
           MOVE WS-REF-CORR TO F1-REF-OPER-15
           MOVE SPACES TO F1-CTP-NOM
           STRING 'VALEUR ' WS-MVT-DTVAL
                  DELIMITED BY SIZE INTO F1-CTP-NOM
           MOVE SPACES TO F1-CTP-COMPTE
           MOVE WS-LIBELLE-CORR TO F1-CTP-LIBELLE
           WRITE FILEOUT-INTCOR-RECORD FROM F1-ENREG-15
           MOVE SPACES TO F1-ENREG-00
           MOVE '10' TO F1-TYPE-10
           MOVE WS-MVT-COMPTE TO F1-COMPTE
           IF WS-ECART > ZERO THEN
               MOVE WS-CODOPE-INT TO F1-CODE-OPER
               MOVE WS-ECART TO WS-ECART-ABS
               ADD 1 TO WS-NB-DEBITS
           ELSE
               MOVE WS-CODOPE-REMB TO F1-CODE-OPER
               COMPUTE WS-ECART-ABS = 0 - WS-ECART
               ADD 1 TO WS-NB-CREDITS
           END-IF
           MOVE WS-REF-CORR TO F1-REF-OPER
           MOVE WS-CPT-DEVISE TO F1-CODE-DEV
           MOVE WS-ECART-ABS TO F1-MONTANT-OPER
           WRITE FILEOUT-INTCOR-RECORD FROM F1-ENREG-10
           ADD 1 TO WS-NB-CORR
           ADD WS-ECART-ABS TO WS-MT-GLOBAL
           .

       2000-ROULER-JOUR-OUVRE.
      ******************************************************************EDEFAY
      *  Roll WS-DATE-OUVREE forward over TBCAL non-business days,
      *  same idiom as GKSTOR01.
           MOVE WS-DATE-OUVREE TO ZACAL-DTCAL
           MOVE "SEL" TO ZACAL-FONCTION
           CALL "MACAL" USING ZACAL-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACAL-CODRET-OK
               PERFORM 2010-AJOUTER-UN-JOUR
               MOVE WS-DATE-OUVREE TO ZACAL-DTCAL
               MOVE "SEL" TO ZACAL-FONCTION
               CALL "MACAL" USING ZACAL-ZCMA, AUTH-QUERY
           END-PERFORM
           .

       2010-AJOUTER-UN-JOUR.
      ******************************************************************EDEFAY
      *  WS-DATE-OUVREE := WS-DATE-OUVREE + 1 day.
           STRING WS-DATE-OUVREE(1:4) WS-DATE-OUVREE(6:2)
                  WS-DATE-OUVREE(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 1
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-OUVREE
           .

       1900-ECRIRE-PIED.
      ******************************************************************EDEFAY
      *  Write the flow file's footer - the adjustments are its only
      *  type-10 details, debits and credits alike.
           MOVE SPACES TO F1-ENREG-00
           MOVE '99' TO F1-TYPE-99
           MOVE WS-NB-CORR TO F1-NB-OPERATIONS
           MOVE WS-MT-GLOBAL TO F1-MT-GLOBAL
           WRITE FILEOUT-INTCOR-RECORD FROM F1-ENREG-99
           DISPLAY "GKINTC01 : " WS-NB-EXAMINES " EXAMINE(S), "
                   WS-NB-DEJA " DEJA CORRIGE(S)"
           DISPLAY "GKINTC01 : " WS-NB-DEBITS " DEBIT(S), "
                   WS-NB-CREDITS " CREDIT(S), MT=" WS-MT-GLOBAL
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-INTCOR-FDNAME
           .

       1980-JOURNALISER-EXECUTION.
      ******************************************************************EDEFAY
      *  One TBLOG row for this execution - start/end times, the
      *  run's record count and its final RC, for GKWIN01's
      *  batch-window trend.
           ACCEPT WS-LOG-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-LOG-YYYYMMDD(1:4) '-' WS-LOG-YYYYMMDD(5:2)
                  '-' WS-LOG-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO ZALOG-DTRUN
           MOVE 'GKINTC01' TO ZALOG-PGM
           MOVE WS-LOG-HRDEBUT TO ZALOG-HRDEBUT
           ACCEPT WS-LOG-HRFIN FROM TIME
           MOVE WS-LOG-HRFIN   TO ZALOG-HRFIN
           MOVE WS-NB-CORR     TO ZALOG-NBENR
           MOVE RC TO ZALOG-CODRC
           MOVE "INS" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           IF NOT ZALOG-CODRET-OK THEN
               DISPLAY "GKINTC01 : JOURNAL TBLOG KO, CODRET="
                       ZALOG-CODRET
           END-IF
           .
