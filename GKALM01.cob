      *PROCESS TEST
      ******************************************************************
      * Program name   : GKALM01
      * Original author: DEFAY E.
      *
      * Description    : Monthly ALM maturity-gap / liquidity ladder
      *                  for the ALCO pack. Brings together, per
      *                  currency and per maturity bucket (overnight,
      *                  1 week, 1 month, 3 months, 1 year, beyond -
      *                  30/90/365-day conventions counted from the
      *                  processing date) :
      *                  - assets : loan principal flows off the TBPRT
      *                    schedule (GKLOAN01's own installment split,
      *                    month by month from DATPROCH ; past one year
      *                    the rest of the principal goes beyond ; a
      *                    suspended loan's whole principal goes
      *                    beyond) and overdrawn sight balances
      *                    (overnight) ;
      *                  - liabilities : credit sight balances on TBCPT
      *                    (overnight) and active TBDEP term deposits at
      *                    maturity (principal plus contracted interest,
      *                    on the pending break date if earlier) ;
      *                  - known outflows : parked future-dated debits
      *                    in TBFUT and the debit standing orders of
      *                    TBSTO, projected over the coming year.
      *                  Internal accounts (blank ZACPT-CLIENT) and
      *                  written-off accounts are left out. For each
      *                  currency FILEOUT-ALM shows the ladder -
      *                  inflows, outflows, gap and cumulative gap per
      *                  bucket -
      *                  then the per-source detail, and flags with
      *                  '****' every bucket whose cumulative net
      *                  outflow (negative cumulative gap) exceeds the
      *                  currency's TBPRM threshold.
      * Rules handling :
      *             RC = 00 : Ran to completion, no threshold breached
      *             RC = 01 : Could not open FILEOUT-ALM
      *             RC = 05 : One or more buckets over the threshold
      *                       (see the report)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-ALM - see JCL/GKALM01.jcl.
      *    TBPRM        : GKALM01 /SEUILxxx - cumulative net outflow
      *                   threshold for currency xxx (no row = the
      *                   currency is reported unflagged).
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
       PROGRAM-ID.    GKALM01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-ALM-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-ALM-NAME
           FILE STATUS IS WS-FS-ALM
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-ALM-FDNAME RECORDING MODE F.
       01  FILEOUT-ALM-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBDEP.cpy".
       COPY "./Copybooks/CTBPRT.cpy".
       COPY "./Copybooks/CTBFUT.cpy".
       COPY "./Copybooks/CTBSTO.cpy".
       COPY "./Copybooks/CTBOPE.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBLOG.cpy".
      *  Run-log working fields, see 1980-JOURNALISER-EXECUTION
       01  WS-LOG-YYYYMMDD  PIC 9(08).
       01  WS-LOG-HRDEBUT   PIC 9(08).
       01  WS-LOG-HRFIN     PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Output file
       01  FILEOUT-ALM-NAME PIC X(30) VALUE 'FILEOUT-ALM'.
       01  WS-FS-ALM       PIC X(02).
           88 FS-ALM-OK    VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date (TBPRC when set, machine date otherwise)
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-ENTIER-JOUR  PIC 9(07).
      *  Date working fields, same idiom as GKLOAN01
       01  WS-DATE-ISO     PIC X(10).
       01  WS-DATE-DIGITS  PIC X(08).
       01  WS-DATE-YYYYMMDD PIC 9(08).
       01  WS-DATE-ENTIER  PIC 9(07).
       01  WS-DATE-AA      PIC 9(04).
       01  WS-DATE-MM      PIC 9(02).
       01  WS-DATE-JJ      PIC 9(02).
       01  WS-DERNIER-JOUR PIC 9(02).
       01  WS-RESTE-4      PIC 9(04).
       01  WS-NB-MOIS      PIC 9(02).
      *  Bucket upper bounds in days from the processing date - the
      *  sixth bucket takes everything past the fifth
       01  WS-BORNES.
           05  FILLER      PIC 9(03) VALUE 001.
           05  FILLER      PIC 9(03) VALUE 007.
           05  FILLER      PIC 9(03) VALUE 030.
           05  FILLER      PIC 9(03) VALUE 090.
           05  FILLER      PIC 9(03) VALUE 365.
       01  WS-BORNES-R REDEFINES WS-BORNES.
           05  WS-BORNE    PIC 9(03) OCCURS 5 TIMES.
       01  WS-LIBELLES-TR.
           05  FILLER      PIC X(10) VALUE 'JJ        '.
           05  FILLER      PIC X(10) VALUE '1 SEMAINE '.
           05  FILLER      PIC X(10) VALUE '1 MOIS    '.
           05  FILLER      PIC X(10) VALUE '3 MOIS    '.
           05  FILLER      PIC X(10) VALUE '1 AN      '.
           05  FILLER      PIC X(10) VALUE 'AU-DELA   '.
       01  WS-LIBELLES-TR-R REDEFINES WS-LIBELLES-TR.
           05  WS-LIB-TR   PIC X(10) OCCURS 6 TIMES.
      *  Sources - 1/2 inflows (assets), 3 to 6 outflows
       01  WS-LIBELLES-SRC.
           05  FILLER      PIC X(08) VALUE 'PRETS   '.
           05  FILLER      PIC X(08) VALUE 'DECOUV  '.
           05  FILLER      PIC X(08) VALUE 'DAV     '.
           05  FILLER      PIC X(08) VALUE 'DAT     '.
           05  FILLER      PIC X(08) VALUE 'FUTURES '.
           05  FILLER      PIC X(08) VALUE 'PERMAN  '.
       01  WS-LIBELLES-SRC-R REDEFINES WS-LIBELLES-SRC.
           05  WS-LIB-SRC  PIC X(08) OCCURS 6 TIMES.
       01  WS-SRC-PRET     PIC 9(01) VALUE 1.
       01  WS-SRC-DECOUV   PIC 9(01) VALUE 2.
       01  WS-SRC-DAV      PIC 9(01) VALUE 3.
       01  WS-SRC-DAT      PIC 9(01) VALUE 4.
       01  WS-SRC-FUT      PIC 9(01) VALUE 5.
       01  WS-SRC-STO      PIC 9(01) VALUE 6.
      *  The ladder : per currency, per source, per bucket
       01  WS-DEV-NB       PIC 9(02) VALUE 0.
       01  WS-DEV-MAX      PIC 9(02) VALUE 30.
       01  WS-DEV-TABLE.
           05  WS-DEV-ENTRY OCCURS 30 TIMES
                            INDEXED BY WS-DEV-IX.
               10  WS-DEV-CODE     PIC X(03).
               10  WS-DEV-SRC      OCCURS 6 TIMES.
                   15  WS-DEV-MNT  PIC S9(15)V9(2) COMP-3
                                   OCCURS 6 TIMES.
       01  WS-DEV-TROUVE   PIC X(01).
           88 DEV-TROUVE   VALUE 'Y'.
      *  One flow being bucketed
       01  WS-FLUX-DEVISE  PIC X(03).
       01  WS-FLUX-SRC     PIC 9(01).
       01  WS-FLUX-DATE    PIC X(10).
       01  WS-FLUX-MNT     PIC S9(15)V9(2) COMP-3.
       01  WS-FLUX-JOURS   PIC S9(07).
       01  WS-TR           PIC 9(01).
       01  WS-SRC          PIC 9(01).
      *  Loan schedule projection, GKLOAN01's installment split
       01  WS-SIM-CRD      PIC S9(13)V9(2) COMP-3.
       01  WS-SIM-INTERET  PIC S9(11)V9(2) COMP-3.
       01  WS-SIM-PRINCIPAL PIC S9(13)V9(2) COMP-3.
       01  WS-SIM-NBECH    PIC 9(04).
      *  Term-deposit cash flow at maturity
       01  WS-ENTIER-DEB   PIC 9(07).
       01  WS-ENTIER-FIN   PIC 9(07).
       01  WS-NB-JOURS     PIC S9(07).
       01  WS-INTERET      PIC S9(13)V9(2) COMP-3.
      *  Standing-order projection horizon
       01  WS-FIN-PROJ     PIC X(01).
           88 FIN-PROJ     VALUE 'Y'.
      *  Per-bucket ladder line arithmetic
       01  WS-ENTREES      PIC S9(15)V9(2) COMP-3.
       01  WS-SORTIES      PIC S9(15)V9(2) COMP-3.
       01  WS-GAP          PIC S9(15)V9(2) COMP-3.
       01  WS-GAP-CUMUL    PIC S9(15)V9(2) COMP-3.
       01  WS-SEUIL        PIC S9(15)V9(2) COMP-3.
       01  WS-SEUIL-LU     PIC X(01).
           88 SEUIL-LU     VALUE 'Y'.
      *  Counters
       01  WS-NB-LUS       PIC 9(07) VALUE 0.
       01  WS-NB-ALERTES   PIC 9(05) VALUE 0.
       01  WS-NB-DEV-PLEIN PIC 9(05) VALUE 0.
      *  Report lines
       01  RPT-ENTETE.
           05  FILLER        PIC X(24)
                             VALUE 'ECHEANCIER ALM - DEVISE '.
           05  RPT-ENT-DEVISE PIC X(03).
           05  FILLER        PIC X(10) VALUE ' - ARRETE '.
           05  RPT-ENT-DATE  PIC X(10).
           05  FILLER        PIC X(08) VALUE ' - SEUIL'.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  RPT-ENT-SEUIL PIC X(18).
           05  FILLER        PIC X(06) VALUE SPACES.
       01  RPT-ENT-SEUIL-ED  PIC -(14)9.99.
       01  RPT-TITRE-ECH.
           05  FILLER      PIC X(30)
                           VALUE 'TRANCHE            ENTREES    '.
           05  FILLER      PIC X(30)
                           VALUE '     SORTIES             GAP  '.
           05  FILLER      PIC X(20) VALUE '    GAP CUMULE      '.
       01  RPT-LIGNE-ECH.
           05  RPT-TRANCHE PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-ENTREES PIC -(11)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-SORTIES PIC -(11)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-GAP     PIC -(11)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-GAP-CUM PIC -(11)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-ALERTE  PIC X(04).
       01  RPT-TITRE-SRC.
           05  FILLER      PIC X(20) VALUE 'SOURCE            JJ'.
           05  FILLER      PIC X(30)
                           VALUE '   1 SEMAINE      1 MOIS      '.
           05  FILLER      PIC X(30)
                           VALUE '3 MOIS        1 AN     AU-DELA'.
       01  RPT-LIGNE-SRC.
           05  RPT-SRC     PIC X(08).
           05  RPT-SRC-MNT OCCURS 6 TIMES.
               10  FILLER      PIC X(01).
               10  RPT-SRC-TR  PIC -(10)9.
       01  RPT-BLANC       PIC X(80) VALUE SPACES.
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
               PERFORM 1100-CHARGER-COMPTES
               PERFORM 1200-CHARGER-DEPOTS
               PERFORM 1300-CHARGER-PRETS
               PERFORM 1400-CHARGER-FUTURES
               PERFORM 1500-CHARGER-ORDRES
               PERFORM 1700-ECRIRE-ECHEANCIER
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           PERFORM 1980-JOURNALISER-EXECUTION
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Derive the processing date (TBPRC's logical date when one is
      *  set, the machine date otherwise) - the ladder's day zero -
      *  and open the report.
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
           MOVE WS-AS-OF-DATE TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           MOVE WS-DATE-ENTIER TO WS-ENTIER-JOUR
           INITIALIZE WS-DEV-TABLE
           OPEN OUTPUT FILEOUT-ALM-FDNAME
           IF NOT FS-ALM-OK THEN
               MOVE '01' TO RC
           END-IF
           .

       1100-CHARGER-COMPTES.
      ******************************************************************EDEFAY
      *  Sight balances, overnight : a credit balance is a liability
      *  the customer can call tomorrow, a debit balance an overdraft
      *  repayable on demand. The bank's own internal accounts and
      *  written-off accounts are not customer funding.
           MOVE "OPN" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPT-CODRET-OK
               ADD 1 TO WS-NB-LUS
               IF ZACPT-CLIENT NOT = SPACES
                  AND NOT ZACPT-PASSE-PERTE
                  AND ZACPT-SOLDE NOT = ZERO THEN
                   MOVE ZACPT-DEVISE TO WS-FLUX-DEVISE
                   MOVE WS-AS-OF-DATE TO WS-FLUX-DATE
                   IF ZACPT-SOLDE > ZERO THEN
                       MOVE WS-SRC-DAV TO WS-FLUX-SRC
                       MOVE ZACPT-SOLDE TO WS-FLUX-MNT
                   ELSE
                       MOVE WS-SRC-DECOUV TO WS-FLUX-SRC
                       COMPUTE WS-FLUX-MNT = ZERO - ZACPT-SOLDE
                   END-IF
                   PERFORM 2000-VENTILER-FLUX
               END-IF
               MOVE "FET" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           .

       1200-CHARGER-DEPOTS.
      ******************************************************************EDEFAY
      *  Active term deposits : principal plus the contracted interest
      *  (GKDEP01's principal * rate * days / 360) fall due at
      *  maturity - or on the pending break date when GKMDEP01 has
      *  recorded one before it.
           MOVE "OPN" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZADEP-CODRET-OK
               ADD 1 TO WS-NB-LUS
               IF ZADEP-ACTIF THEN
                   MOVE ZADEP-DTMAT TO WS-FLUX-DATE
                   IF ZADEP-DTRUPT NOT = SPACES
                      AND ZADEP-DTRUPT < ZADEP-DTMAT THEN
                       MOVE ZADEP-DTRUPT TO WS-FLUX-DATE
                   END-IF
                   MOVE ZADEP-DTDEB TO WS-DATE-ISO
                   PERFORM 2200-DATE-EN-ENTIER
                   MOVE WS-DATE-ENTIER TO WS-ENTIER-DEB
                   MOVE ZADEP-DTMAT TO WS-DATE-ISO
                   PERFORM 2200-DATE-EN-ENTIER
                   MOVE WS-DATE-ENTIER TO WS-ENTIER-FIN
                   COMPUTE WS-NB-JOURS = WS-ENTIER-FIN - WS-ENTIER-DEB
                   IF WS-NB-JOURS < ZERO THEN
                       MOVE ZERO TO WS-NB-JOURS
                   END-IF
                   COMPUTE WS-INTERET ROUNDED =
                           ZADEP-MNTPRIN * ZADEP-TAUX * WS-NB-JOURS
                           / 360
                   COMPUTE WS-FLUX-MNT = ZADEP-MNTPRIN + WS-INTERET
                   MOVE ZADEP-CODDEV TO WS-FLUX-DEVISE
                   MOVE WS-SRC-DAT TO WS-FLUX-SRC
                   PERFORM 2000-VENTILER-FLUX
               END-IF
               MOVE "FET" TO ZADEP-FONCTION
               CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           .

       1300-CHARGER-PRETS.
      ******************************************************************EDEFAY
      *  Loan principal flows. An active loan's schedule is projected
      *  installment by installment from DATPROCH with GKLOAN01's own
      *  split (interest CRD * TAUX / 12, principal the rest, the
      *  last installment clamped to what is left) ; once a due date
      *  passes the one-year bound, or the installment no longer
      *  covers the interest, the remaining principal goes beyond. A
      *  suspended loan has no running schedule - its whole
      *  principal goes beyond.
           MOVE "OPN" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAPRT-CODRET-OK
               ADD 1 TO WS-NB-LUS
               MOVE ZAPRT-CODDEV TO WS-FLUX-DEVISE
               MOVE WS-SRC-PRET TO WS-FLUX-SRC
               EVALUATE TRUE
                   WHEN ZAPRT-CRD NOT > ZERO
                       CONTINUE
                   WHEN ZAPRT-ACTIF
                       PERFORM 1350-PROJETER-PRET
                   WHEN ZAPRT-SUSPENDU
                       MOVE '9999-12-31' TO WS-FLUX-DATE
                       MOVE ZAPRT-CRD TO WS-FLUX-MNT
                       PERFORM 2000-VENTILER-FLUX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE "FET" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           .

       1350-PROJETER-PRET.
      ******************************************************************EDEFAY
      *  Project one active loan's principal flows into the ladder.
           MOVE ZAPRT-CRD TO WS-SIM-CRD
           MOVE ZAPRT-NBECH TO WS-SIM-NBECH
           MOVE ZAPRT-DATPROCH TO WS-FLUX-DATE
           PERFORM UNTIL WS-SIM-CRD = ZERO
               MOVE WS-FLUX-DATE TO WS-DATE-ISO
               PERFORM 2200-DATE-EN-ENTIER
               COMPUTE WS-SIM-INTERET ROUNDED =
                       WS-SIM-CRD * ZAPRT-TAUX / 12
               COMPUTE WS-SIM-PRINCIPAL =
                       ZAPRT-MNTECH - WS-SIM-INTERET
               IF WS-DATE-ENTIER - WS-ENTIER-JOUR > WS-BORNE (5)
                  OR WS-SIM-PRINCIPAL NOT > ZERO THEN
                   MOVE WS-SIM-CRD TO WS-FLUX-MNT
                   PERFORM 2000-VENTILER-FLUX
                   MOVE ZERO TO WS-SIM-CRD
               ELSE
                   IF WS-SIM-PRINCIPAL > WS-SIM-CRD
                      OR WS-SIM-NBECH + 1 NOT < ZAPRT-DUREE THEN
                       MOVE WS-SIM-CRD TO WS-SIM-PRINCIPAL
                   END-IF
                   MOVE WS-SIM-PRINCIPAL TO WS-FLUX-MNT
                   PERFORM 2000-VENTILER-FLUX
                   SUBTRACT WS-SIM-PRINCIPAL FROM WS-SIM-CRD
                   ADD 1 TO WS-SIM-NBECH
                   MOVE 1 TO WS-NB-MOIS
                   PERFORM 2100-AVANCER-MOIS
               END-IF
           END-PERFORM
           .

       1400-CHARGER-FUTURES.
      ******************************************************************EDEFAY
      *  Future-dated operations still parked in TBFUT (CFUT returns
      *  only the waiting rows) : a debit CODOPE is a known outflow
      *  on its operation date. Credits are left out.
           MOVE "OPN" TO ZAFUT-FONCTION
           CALL "MAFUT" USING ZAFUT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAFUT-FONCTION
           CALL "MAFUT" USING ZAFUT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAFUT-CODRET-OK
               ADD 1 TO WS-NB-LUS
               MOVE ZAFUT-CODOPE TO ZAOPE-COPE
               MOVE "SEL" TO ZAOPE-FONCTION
               CALL "MAOPE" USING ZAOPE-ZCMA, AUTH-QUERY
               IF ZAOPE-CODRET-OK
                  AND ZAOPE-IS-DEBIT THEN
                   MOVE ZAFUT-CODDEV TO WS-FLUX-DEVISE
                   MOVE WS-SRC-FUT TO WS-FLUX-SRC
                   MOVE ZAFUT-DATOPE TO WS-FLUX-DATE
                   MOVE ZAFUT-MNTOPE TO WS-FLUX-MNT
                   PERFORM 2000-VENTILER-FLUX
               END-IF
               MOVE "FET" TO ZAFUT-FONCTION
               CALL "MAFUT" USING ZAFUT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAFUT-FONCTION
           CALL "MAFUT" USING ZAFUT-ZCMA, AUTH-QUERY
           .

       1500-CHARGER-ORDRES.
      ******************************************************************EDEFAY
      *  Active standing orders under a debit CODOPE : every
      *  occurrence from DATPROCH on, stepped at the order's
      *  frequency (GKSTOR01's H/M/T), is a known outflow up to the
      *  one-year bound. An open-ended order has no contractual end,
      *  so nothing is projected beyond.
           MOVE "OPN" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZASTO-CODRET-OK
               ADD 1 TO WS-NB-LUS
               IF ZASTO-ACTIF THEN
                   MOVE ZASTO-CODOPE TO ZAOPE-COPE
                   MOVE "SEL" TO ZAOPE-FONCTION
                   CALL "MAOPE" USING ZAOPE-ZCMA, AUTH-QUERY
                   IF ZAOPE-CODRET-OK
                      AND ZAOPE-IS-DEBIT THEN
                       PERFORM 1550-PROJETER-ORDRE
                   END-IF
               END-IF
               MOVE "FET" TO ZASTO-FONCTION
               CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASTO-FONCTION
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           .

       1550-PROJETER-ORDRE.
      ******************************************************************EDEFAY
      *  Project one debit standing order's occurrences over the
      *  coming year.
           MOVE ZASTO-CODDEV TO WS-FLUX-DEVISE
           MOVE WS-SRC-STO TO WS-FLUX-SRC
           MOVE ZASTO-DATPROCH TO WS-FLUX-DATE
           MOVE 'N' TO WS-FIN-PROJ
           PERFORM UNTIL FIN-PROJ
               MOVE WS-FLUX-DATE TO WS-DATE-ISO
               PERFORM 2200-DATE-EN-ENTIER
               IF WS-DATE-ENTIER - WS-ENTIER-JOUR > WS-BORNE (5) THEN
                   SET FIN-PROJ TO TRUE
               ELSE
                   MOVE ZASTO-MNTOPE TO WS-FLUX-MNT
                   PERFORM 2000-VENTILER-FLUX
                   EVALUATE TRUE
                       WHEN ZASTO-FREQ-HEBDO
                           ADD 7 TO WS-DATE-ENTIER
                           PERFORM 2210-ENTIER-EN-DATE
                       WHEN ZASTO-FREQ-TRIMESTRE
                           MOVE 3 TO WS-NB-MOIS
                           PERFORM 2100-AVANCER-MOIS
                       WHEN OTHER
                           MOVE 1 TO WS-NB-MOIS
                           PERFORM 2100-AVANCER-MOIS
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

       1700-ECRIRE-ECHEANCIER.
      ******************************************************************EDEFAY
      *  One report section per currency : header with the threshold,
      *  the ladder (inflows, outflows, gap, cumulative gap, alert
      *  flag) and the per-source detail in whole units.
           PERFORM VARYING WS-DEV-IX FROM 1 BY 1
                   UNTIL WS-DEV-IX > WS-DEV-NB
               PERFORM 1710-LIRE-SEUIL
               MOVE WS-DEV-CODE (WS-DEV-IX) TO RPT-ENT-DEVISE
               MOVE WS-AS-OF-DATE TO RPT-ENT-DATE
               IF SEUIL-LU THEN
                   MOVE WS-SEUIL TO RPT-ENT-SEUIL-ED
                   MOVE RPT-ENT-SEUIL-ED TO RPT-ENT-SEUIL
               ELSE
                   MOVE 'AUCUN' TO RPT-ENT-SEUIL
               END-IF
               WRITE FILEOUT-ALM-RECORD FROM RPT-ENTETE
               WRITE FILEOUT-ALM-RECORD FROM RPT-TITRE-ECH
               MOVE ZERO TO WS-GAP-CUMUL
               PERFORM VARYING WS-TR FROM 1 BY 1 UNTIL WS-TR > 6
                   PERFORM 1720-ECRIRE-TRANCHE
               END-PERFORM
               WRITE FILEOUT-ALM-RECORD FROM RPT-BLANC
               WRITE FILEOUT-ALM-RECORD FROM RPT-TITRE-SRC
               PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 6
                   MOVE SPACES TO RPT-LIGNE-SRC
                   MOVE WS-LIB-SRC (WS-SRC) TO RPT-SRC
                   PERFORM VARYING WS-TR FROM 1 BY 1 UNTIL WS-TR > 6
                       MOVE WS-DEV-MNT (WS-DEV-IX, WS-SRC, WS-TR)
                         TO RPT-SRC-TR (WS-TR)
                   END-PERFORM
                   WRITE FILEOUT-ALM-RECORD FROM RPT-LIGNE-SRC
               END-PERFORM
               WRITE FILEOUT-ALM-RECORD FROM RPT-BLANC
           END-PERFORM
           .

       1710-LIRE-SEUIL.
      ******************************************************************EDEFAY
      *  The currency's cumulative net outflow threshold, TBPRM
      *  'GKALM01 '/'SEUIL' + currency. No row, or a non-numeric
      *  value, leaves the currency unflagged.
           MOVE 'N' TO WS-SEUIL-LU
           MOVE ZERO TO WS-SEUIL
           MOVE 'GKALM01 ' TO ZAPRM-PGM
           MOVE SPACES TO ZAPRM-NOMPRM
           STRING 'SEUIL' WS-DEV-CODE (WS-DEV-IX)
                  DELIMITED BY SIZE INTO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               SET SEUIL-LU TO TRUE
               COMPUTE WS-SEUIL = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           .

       1720-ECRIRE-TRANCHE.
      ******************************************************************EDEFAY
      *  One ladder line : inflows (loans, overdrafts), outflows
      *  (sight, term, known outflows), the bucket's gap and the
      *  running cumulative gap - flagged when the cumulative net
      *  outflow exceeds the threshold.
           COMPUTE WS-ENTREES =
                   WS-DEV-MNT (WS-DEV-IX, WS-SRC-PRET, WS-TR)
                 + WS-DEV-MNT (WS-DEV-IX, WS-SRC-DECOUV, WS-TR)
           COMPUTE WS-SORTIES =
                   WS-DEV-MNT (WS-DEV-IX, WS-SRC-DAV, WS-TR)
                 + WS-DEV-MNT (WS-DEV-IX, WS-SRC-DAT, WS-TR)
                 + WS-DEV-MNT (WS-DEV-IX, WS-SRC-FUT, WS-TR)
                 + WS-DEV-MNT (WS-DEV-IX, WS-SRC-STO, WS-TR)
           COMPUTE WS-GAP = WS-ENTREES - WS-SORTIES
           ADD WS-GAP TO WS-GAP-CUMUL
           MOVE WS-LIB-TR (WS-TR) TO RPT-TRANCHE
           MOVE WS-ENTREES   TO RPT-ENTREES
           MOVE WS-SORTIES   TO RPT-SORTIES
           MOVE WS-GAP       TO RPT-GAP
           MOVE WS-GAP-CUMUL TO RPT-GAP-CUM
           MOVE SPACES TO RPT-ALERTE
           IF SEUIL-LU
              AND ZERO - WS-GAP-CUMUL > WS-SEUIL THEN
               MOVE '****' TO RPT-ALERTE
               ADD 1 TO WS-NB-ALERTES
               DISPLAY "GKALM01 : " WS-DEV-CODE (WS-DEV-IX) " "
                       WS-LIB-TR (WS-TR) " SORTIE NETTE CUMULEE "
                       "AU-DELA DU SEUIL"
           END-IF
           WRITE FILEOUT-ALM-RECORD FROM RPT-LIGNE-ECH
           .

       2000-VENTILER-FLUX.
      ******************************************************************EDEFAY
      *  Add WS-FLUX-MNT to its currency/source/bucket cell. The
      *  bucket is the first whose bound the flow's distance in days
      *  from the processing date does not pass ; anything already
      *  due lands overnight.
           MOVE 'N' TO WS-DEV-TROUVE
           PERFORM VARYING WS-DEV-IX FROM 1 BY 1
                   UNTIL WS-DEV-IX > WS-DEV-NB
               IF WS-DEV-CODE (WS-DEV-IX) = WS-FLUX-DEVISE THEN
                   SET DEV-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT DEV-TROUVE THEN
               IF WS-DEV-NB NOT < WS-DEV-MAX THEN
                   ADD 1 TO WS-NB-DEV-PLEIN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEV-NB
               SET WS-DEV-IX TO WS-DEV-NB
               MOVE WS-FLUX-DEVISE TO WS-DEV-CODE (WS-DEV-IX)
           END-IF
           IF WS-FLUX-DATE = '9999-12-31' THEN
               MOVE 6 TO WS-TR
           ELSE
               MOVE WS-FLUX-DATE TO WS-DATE-ISO
               PERFORM 2200-DATE-EN-ENTIER
               COMPUTE WS-FLUX-JOURS = WS-DATE-ENTIER - WS-ENTIER-JOUR
               MOVE 6 TO WS-TR
               PERFORM VARYING WS-RESTE-4 FROM 5 BY -1
                       UNTIL WS-RESTE-4 < 1
                   IF WS-FLUX-JOURS NOT > WS-BORNE (WS-RESTE-4) THEN
                       MOVE WS-RESTE-4 TO WS-TR
                   END-IF
               END-PERFORM
           END-IF
           ADD WS-FLUX-MNT
            TO WS-DEV-MNT (WS-DEV-IX, WS-FLUX-SRC, WS-TR)
           .

       2100-AVANCER-MOIS.
      ******************************************************************EDEFAY
      *  WS-FLUX-DATE := WS-FLUX-DATE + WS-NB-MOIS months, day-of-
      *  month clamped to the target month's own length - same idiom
      *  as GKLOAN01's 2100-AVANCER-ECHEANCE.
           MOVE WS-FLUX-DATE(1:4) TO WS-DATE-AA
           MOVE WS-FLUX-DATE(6:2) TO WS-DATE-MM
           MOVE WS-FLUX-DATE(9:2) TO WS-DATE-JJ
           ADD WS-NB-MOIS TO WS-DATE-MM
           PERFORM UNTIL WS-DATE-MM NOT > 12
               SUBTRACT 12 FROM WS-DATE-MM
               ADD 1 TO WS-DATE-AA
           END-PERFORM
           PERFORM 2110-DERNIER-JOUR-DU-MOIS
           IF WS-DATE-JJ > WS-DERNIER-JOUR THEN
               MOVE WS-DERNIER-JOUR TO WS-DATE-JJ
           END-IF
           STRING WS-DATE-AA '-' WS-DATE-MM '-' WS-DATE-JJ
                  DELIMITED BY SIZE INTO WS-FLUX-DATE
           .

       2110-DERNIER-JOUR-DU-MOIS.
      ******************************************************************EDEFAY
      *  Length of month WS-DATE-MM in year WS-DATE-AA, leap years
      *  handled the usual way (divisible by 4, except centuries not
      *  divisible by 400).
           EVALUATE WS-DATE-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DERNIER-JOUR
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DERNIER-JOUR
               WHEN 02
                   MOVE 28 TO WS-DERNIER-JOUR
                   COMPUTE WS-RESTE-4 =
                           FUNCTION MOD(WS-DATE-AA, 4)
                   IF WS-RESTE-4 = 0 THEN
                       MOVE 29 TO WS-DERNIER-JOUR
                       COMPUTE WS-RESTE-4 =
                               FUNCTION MOD(WS-DATE-AA, 100)
                       IF WS-RESTE-4 = 0 THEN
                           COMPUTE WS-RESTE-4 =
                                   FUNCTION MOD(WS-DATE-AA, 400)
                           IF WS-RESTE-4 NOT = 0 THEN
                               MOVE 28 TO WS-DERNIER-JOUR
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE
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
      *  WS-FLUX-DATE := the ISO date of WS-DATE-ENTIER.
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-FLUX-DATE
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKALM01 : " WS-NB-LUS " LIGNE(S) LUE(S), "
                   WS-DEV-NB " DEVISE(S), " WS-NB-ALERTES
                   " TRANCHE(S) AU-DELA DU SEUIL"
           IF WS-NB-DEV-PLEIN > 0 THEN
               DISPLAY "GKALM01 : TABLE DEVISES PLEINE - "
                       WS-NB-DEV-PLEIN " FLUX IGNORE(S)"
           END-IF
           IF WS-NB-ALERTES > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-ALM-FDNAME
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
           MOVE 'GKALM01 ' TO ZALOG-PGM
           MOVE WS-LOG-HRDEBUT TO ZALOG-HRDEBUT
           ACCEPT WS-LOG-HRFIN FROM TIME
           MOVE WS-LOG-HRFIN   TO ZALOG-HRFIN
           MOVE WS-NB-LUS      TO ZALOG-NBENR
           MOVE RC TO ZALOG-CODRC
           MOVE "INS" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           IF NOT ZALOG-CODRET-OK THEN
               DISPLAY "GKALM01 : JOURNAL TBLOG KO, CODRET="
                       ZALOG-CODRET
           END-IF
           .
