      *PROCESS TEST
      ******************************************************************
      * Program name   : GKRBA01
      * Original author: DEFAY E.
      *
      * Description    : Loan payoff quote and early repayment. Reads
      *                  the PARAMRBA request lines, one per customer
      *                  request on a TBPRT loan :
      *                    QUO  quote only, nothing is posted ;
      *                    PAY  the customer pays - the repayment is
      *                         posted and the loan updated.
      *                  A blank or zero PR-MONTANT (or one at least
      *                  the remaining principal) is a full payoff ;
      *                  otherwise PR-MONTANT is the principal repaid
      *                  and PR-MODE says how the schedule is redone :
      *                    E  same term, lower ZAPRT-MNTECH (annuity
      *                       recomputed on the remaining installments)
      *                    D  same installment, shorter term (the
      *                       remaining installments are counted off
      *                       the new principal and ZAPRT-DUREE cut).
      *                  The quote is the principal repaid, the
      *                  interest accrued on it since the last due
      *                  installment (principal * TAUX * days / 360,
      *                  days from ZAPRT-DATPROCH less one month to
      *                  PR-DATE) and the early-repayment indemnity
      *                  (principal * ZAPRD-TXIRA of the settlement
      *                  account's product). Open TBARR arrears on the
      *                  loan are shown with the quote and block a PAY
      *                  until collections has them regularised.
      *                  A PAY is also refused when the settlement
      *                  account cannot cover the total (ZACPT-SOLDE +
      *                  ZACPT-LIMDEC). An accepted PAY updates TBPRT
      *                  first (a full payoff ends ZAPRT-TERMINE), then
      *                  writes its legs to FILEOUT-RBAFLX in the CFLUX
      *                  layout - header 'INT', F1-ENREG-99 footer -
      *                  for the next GKRUN01 run, same shape as
      *                  GKLOAN01's installments : RPC principal, RPI
      *                  interest, IRA indemnity (IRA must be set up
      *                  on TBOPE as a debit code and mapped on
      *                  TBGLMAP to the indemnity income account).
      *                  FILEOUT-RBARPT lists every request with its
      *                  quote and outcome.
      * Rules handling :
      *             RC = 00 : Ran to completion
      *             RC = 01 : Could not open FILEOUT-RBAFLX or
      *                       FILEOUT-RBARPT
      *             RC = 05 : One or more requests rejected (see the
      *                       report and SYSOUT)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : PARAMRBA, FILEOUT-RBAFLX, FILEOUT-RBARPT -
      *                   see JCL/GKRBA01.jcl.
      *    TBPRM        : GKRBA01 /REFSEQ - reference sequence.
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
       PROGRAM-ID.    GKRBA01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMRBA-FDNAME
           ASSIGN TO DYNAMIC PARAMRBA-NAME
           FILE STATUS IS WS-FS-PARAMRBA
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-RBAFLX-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-RBAFLX-NAME
           FILE STATUS IS WS-FS-RBAFLX
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-RBARPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-RBARPT-NAME
           FILE STATUS IS WS-FS-RBARPT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  PARAMRBA-FDNAME RECORDING MODE F.
       01  PARAMRBA-RECORD.
          05  PR-FONCTION PIC X(03).
          05  PR-REFPRT   PIC X(10).
          05  PR-DATE     PIC X(10).
          05  PR-MONTANT  PIC X(15).
          05  PR-MODE     PIC X(01).
          05  FILLER      PIC X(41).
       FD  FILEOUT-RBAFLX-FDNAME RECORDING MODE F.
       01  FILEOUT-RBAFLX-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-RBARPT-FDNAME RECORDING MODE F.
       01  FILEOUT-RBARPT-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBPRT.cpy".
       COPY "./Copybooks/CTBARR.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRD.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBCAL.cpy".
       COPY "./Copybooks/CTBLOG.cpy".
       COPY 'CFLUX.cpy'.
      *  Run-log working fields, see 1980-JOURNALISER-EXECUTION
       01  WS-LOG-YYYYMMDD  PIC 9(08).
       01  WS-LOG-HRDEBUT   PIC 9(08).
       01  WS-LOG-HRFIN     PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  PARAMRBA-NAME   PIC X(30) VALUE 'PARAMRBA'.
       01  WS-FS-PARAMRBA  PIC X(02).
           88 FS-PARAMRBA-OK VALUE '00'.
       01  WS-EOF-PARAMRBA PIC X(01) VALUE 'N'.
           88 EOF-PARAMRBA VALUE 'Y'.
       01  FILEOUT-RBAFLX-NAME PIC X(30) VALUE 'FILEOUT-RBAFLX'.
       01  WS-FS-RBAFLX    PIC X(02).
           88 FS-RBAFLX-OK VALUE '00'.
       01  FILEOUT-RBARPT-NAME PIC X(30) VALUE 'FILEOUT-RBARPT'.
       01  WS-FS-RBARPT    PIC X(02).
           88 FS-RBARPT-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date (TBPRC when set, machine date otherwise), and
      *  its business-day-rolled form used as the flow file's header
      *  date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE     PIC X(10).
       01  WS-DATE-OUVREE    PIC X(10).
      *  Date working fields, same idiom as GKLOAN01
       01  WS-DATE-ISO       PIC X(10).
       01  WS-DATE-DIGITS    PIC X(08).
       01  WS-DATE-YYYYMMDD  PIC 9(08).
       01  WS-DATE-ENTIER    PIC 9(07).
       01  WS-DATE-AA        PIC 9(04).
       01  WS-DATE-MM        PIC 9(02).
       01  WS-DATE-JJ        PIC 9(02).
       01  WS-DERNIER-JOUR   PIC 9(02).
       01  WS-RESTE-4        PIC 9(04).
      *  Request in hand : repayment date, last due installment date
      *  and the accrual days between them
       01  WS-DATE-RBA       PIC X(10).
       01  WS-DT-DERN-ECH    PIC X(10).
       01  WS-ENTIER-RBA     PIC 9(07).
       01  WS-ENTIER-DERN    PIC 9(07).
       01  WS-NB-JOURS       PIC S9(05).
       01  WS-MONTANT-DEM    PIC S9(13)V9(2) COMP-3.
       01  WS-RBA-TOTAL      PIC X(01).
           88 RBA-TOTAL      VALUE 'Y'.
       01  WS-MOTIF          PIC X(30).
      *  Quote
       01  WS-PRINCIPAL      PIC S9(13)V9(2) COMP-3.
       01  WS-INTERET        PIC S9(11)V9(2) COMP-3.
       01  WS-INDEMNITE      PIC S9(11)V9(2) COMP-3.
       01  WS-TOTAL-DU       PIC S9(13)V9(2) COMP-3.
       01  WS-TXIRA          PIC S9(3)V9(4) COMP-3.
       01  WS-MT-ARRIERES    PIC S9(13)V9(2) COMP-3.
       01  WS-NB-ARRIERES    PIC 9(05).
       01  WS-FIN-ARR        PIC X(01).
           88 FIN-ARR        VALUE 'Y'.
      *  Schedule after the repayment
       01  WS-NV-CRD         PIC S9(13)V9(2) COMP-3.
       01  WS-NV-MNTECH      PIC S9(11)V9(2) COMP-3.
       01  WS-NV-DUREE       PIC 9(03).
       01  WS-NB-RESTANT     PIC 9(03).
       01  WS-TAUX-MENS      PIC S9(3)V9(10) COMP-3.
       01  WS-PUISSANCE      PIC S9(7)V9(10) COMP-3.
       01  WS-SIM-CRD        PIC S9(13)V9(2) COMP-3.
       01  WS-SIM-INTERET    PIC S9(11)V9(2) COMP-3.
       01  WS-SIM-PRINCIPAL  PIC S9(13)V9(2) COMP-3.
       01  WS-SIM-NB         PIC 9(04).
       01  WS-SIM-MAX        PIC 9(04).
      *  Reference sequence, persisted in TBPRM - see
      *  1050-ALLOUER-SEQ
       01  WS-SEQ            PIC 9(07) VALUE 0.
       01  WS-REFSEQ-LU    PIC X(01) VALUE 'N'.
           88 REFSEQ-LU    VALUE 'Y'.
      *  CODOPEs the legs post under - all debit codes on TBOPE
       01  WS-CODOPE-PRINCIPAL PIC X(03) VALUE 'RPC'.
       01  WS-CODOPE-INTERET   PIC X(03) VALUE 'RPI'.
       01  WS-CODOPE-INDEMNITE PIC X(03) VALUE 'IRA'.
      *  Counters
       01  WS-NB-LUS         PIC 9(06) VALUE 0.
       01  WS-NB-DEVIS       PIC 9(06) VALUE 0.
       01  WS-NB-EXECUTES    PIC 9(06) VALUE 0.
       01  WS-NB-REJETS      PIC 9(06) VALUE 0.
       01  WS-NB-LEGS        PIC 9(06) VALUE 0.
       01  WS-MT-GLOBAL      PIC 9(11)V99 VALUE 0.
      *  Report lines
       01  RPT-TITRE-DEMANDE.
           05  FILLER      PIC X(20) VALUE 'PRET       FCT M    '.
           05  FILLER      PIC X(25)
                           VALUE '  PRINCIPAL      INTERET '.
           05  FILLER      PIC X(35)
                           VALUE '   INDEMNITE          TOTAL STATUT '.
       01  RPT-TITRE-SUITE.
           05  FILLER      PIC X(20) VALUE '    SUITE / MOTIF   '.
           05  FILLER      PIC X(30)
                           VALUE '                    CRD APRES '.
           05  FILLER      PIC X(30)
                           VALUE '   ECH APRES DUR     ARRIERES '.
       01  RPT-LINE.
           05  RPT-REFPRT    PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  RPT-FCT       PIC X(03).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  RPT-MODE      PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  RPT-PRINCIPAL PIC -(10)9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  RPT-INTERET   PIC -(8)9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  RPT-IRA       PIC -(8)9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  RPT-TOTAL     PIC -(10)9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  RPT-STATUT    PIC X(07).
       01  RPT-SUITE.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  RPT-LIBELLE     PIC X(30).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-CRD-APRES   PIC -(10)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ECH-APRES   PIC -(8)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-DUREE-APRES PIC ZZ9.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-ARRIERES    PIC -(8)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
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
               OPEN INPUT PARAMRBA-FDNAME
               IF FS-PARAMRBA-OK THEN
                   PERFORM 1110-LIRE-PARAMRBA
                   PERFORM UNTIL EOF-PARAMRBA
                       ADD 1 TO WS-NB-LUS
                       PERFORM 1500-TRAITER-DEMANDE
                       PERFORM 1110-LIRE-PARAMRBA
                   END-PERFORM
                   CLOSE PARAMRBA-FDNAME
               ELSE
                   DISPLAY "GKRBA01 : PAS DE PARAMRBA - AUCUNE DEMANDE"
               END-IF
               PERFORM 1900-ECRIRE-PIED
               PERFORM 9999-CFILES
           END-IF
           PERFORM 1980-JOURNALISER-EXECUTION
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Derive the processing date (TBPRC's logical date when one is
      *  set, the machine date otherwise), roll it to the next
      *  business day for the flow file's header F1-DATE, open the
      *  outputs and write the flow header and the report titles.
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
           MOVE WS-AS-OF-DATE TO WS-DATE-OUVREE
           PERFORM 2000-ROULER-JOUR-OUVRE
           OPEN OUTPUT FILEOUT-RBAFLX-FDNAME
           IF NOT FS-RBAFLX-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-RBARPT-FDNAME
           IF NOT FS-RBARPT-OK THEN
               MOVE '01' TO RC
               CLOSE FILEOUT-RBAFLX-FDNAME
               EXIT PARAGRAPH
           END-IF
      *    Blank the whole header first - F1-SEQUENCE stays spaces,
      *    this is an unsequenced internal file
           MOVE SPACES TO F1-ENREG-00
           MOVE '00' TO F1-TYPE-00
           MOVE 'INT' TO F1-ORIGINE
           MOVE WS-DATE-OUVREE TO F1-DATE
           MOVE '01' TO F1-VERSION
           WRITE FILEOUT-RBAFLX-RECORD FROM F1-ENREG-00
           WRITE FILEOUT-RBARPT-RECORD FROM RPT-TITRE-DEMANDE
           WRITE FILEOUT-RBARPT-RECORD FROM RPT-TITRE-SUITE
           .

       1110-LIRE-PARAMRBA.
      ******************************************************************EDEFAY
      *  Read the next PARAMRBA request line.
           READ PARAMRBA-FDNAME
               AT END SET EOF-PARAMRBA TO TRUE
           END-READ
           .

       1500-TRAITER-DEMANDE.
      ******************************************************************EDEFAY
      *  One request : check it, quote it, and for a PAY carry it
      *  out ; every request gets its report lines whatever the
      *  outcome.
           MOVE SPACES TO WS-MOTIF
           MOVE ZERO TO WS-PRINCIPAL WS-INTERET WS-INDEMNITE
                        WS-TOTAL-DU WS-MT-ARRIERES WS-NB-ARRIERES
                        WS-NV-CRD WS-NV-MNTECH WS-NV-DUREE
           PERFORM 1510-CONTROLER-DEMANDE
           IF WS-MOTIF = SPACES THEN
               PERFORM 1550-CALCULER-DEVIS
           END-IF
           IF WS-MOTIF = SPACES THEN
               PERFORM 1580-RECALCULER-ECHEANCIER
           END-IF
           IF WS-MOTIF = SPACES
              AND PR-FONCTION = 'PAY' THEN
               PERFORM 1600-EXECUTER-REMBOURSEMENT
           END-IF
           PERFORM 1700-ECRIRE-RAPPORT
           .

       1510-CONTROLER-DEMANDE.
      ******************************************************************EDEFAY
      *  Validate the request line and load the loan. A blank date is
      *  the processing date ; a PAY cannot be dated after it (a
      *  quote can, for a customer asking ahead). A blank or zero
      *  amount, or one at least the remaining principal, is a full
      *  payoff ; a partial one needs its mode.
           IF PR-FONCTION NOT = 'QUO'
              AND PR-FONCTION NOT = 'PAY' THEN
               MOVE 'FONCTION INCONNUE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF PR-DATE = SPACES THEN
               MOVE WS-AS-OF-DATE TO WS-DATE-RBA
           ELSE
               MOVE PR-DATE TO WS-DATE-RBA
           END-IF
           IF WS-DATE-RBA(1:4) NOT NUMERIC
              OR WS-DATE-RBA(5:1) NOT = '-'
              OR WS-DATE-RBA(6:2) NOT NUMERIC
              OR WS-DATE-RBA(8:1) NOT = '-'
              OR WS-DATE-RBA(9:2) NOT NUMERIC THEN
               MOVE 'DATE INVALIDE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF PR-FONCTION = 'PAY'
              AND WS-DATE-RBA > WS-AS-OF-DATE THEN
               MOVE 'PAY DATE POSTERIEURE AU JOUR' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE PR-REFPRT TO ZAPRT-REFPRT
           MOVE "SEL" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           IF NOT ZAPRT-CODRET-OK THEN
               MOVE 'PRET INTROUVABLE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF NOT ZAPRT-ACTIF THEN
               MOVE 'PRET NON ACTIF' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF PR-MONTANT = SPACES THEN
               MOVE ZERO TO WS-MONTANT-DEM
           ELSE
               COMPUTE WS-MONTANT-DEM = FUNCTION NUMVAL(PR-MONTANT)
           END-IF
           IF WS-MONTANT-DEM < ZERO THEN
               MOVE 'MONTANT INVALIDE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTANT-DEM = ZERO
              OR WS-MONTANT-DEM NOT < ZAPRT-CRD THEN
               SET RBA-TOTAL TO TRUE
               MOVE ZAPRT-CRD TO WS-PRINCIPAL
           ELSE
               MOVE 'N' TO WS-RBA-TOTAL
               MOVE WS-MONTANT-DEM TO WS-PRINCIPAL
               IF PR-MODE NOT = 'E'
                  AND PR-MODE NOT = 'D' THEN
                   MOVE 'MODE E OU D OBLIGATOIRE' TO WS-MOTIF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           .

       1550-CALCULER-DEVIS.
      ******************************************************************EDEFAY
      *  Quote the repayment : interest accrued on the principal
      *  repaid since the last due installment (one month before
      *  DATPROCH), the product's indemnity on it, and the loan's
      *  open arrears. A date before the last installment accrues
      *  nothing.
           MOVE ZAPRT-DATPROCH TO WS-DT-DERN-ECH
           PERFORM 2120-RECULER-UN-MOIS
           MOVE WS-DATE-RBA TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           MOVE WS-DATE-ENTIER TO WS-ENTIER-RBA
           MOVE WS-DT-DERN-ECH TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           MOVE WS-DATE-ENTIER TO WS-ENTIER-DERN
           COMPUTE WS-NB-JOURS = WS-ENTIER-RBA - WS-ENTIER-DERN
           IF WS-NB-JOURS < ZERO THEN
               MOVE ZERO TO WS-NB-JOURS
           END-IF
           COMPUTE WS-INTERET ROUNDED =
                   WS-PRINCIPAL * ZAPRT-TAUX * WS-NB-JOURS / 360
      *    Indemnity rate off the settlement account's product - no
      *    product row (or no rate on it) means no indemnity
           MOVE ZERO TO WS-TXIRA
           MOVE ZAPRT-COMPTE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK
              AND ZACPT-PRODUIT NOT = SPACES THEN
               MOVE ZACPT-PRODUIT TO ZAPRD-PRODUIT
               MOVE "SEL" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
               IF ZAPRD-CODRET-OK THEN
                   MOVE ZAPRD-TXIRA TO WS-TXIRA
               END-IF
           END-IF
           COMPUTE WS-INDEMNITE ROUNDED = WS-PRINCIPAL * WS-TXIRA
           COMPUTE WS-TOTAL-DU =
                   WS-PRINCIPAL + WS-INTERET + WS-INDEMNITE
           PERFORM 1560-CUMULER-ARRIERES
           .

       1560-CUMULER-ARRIERES.
      ******************************************************************EDEFAY
      *  Count and total the loan's OPEN TBARR rows. CARR runs in
      *  REFPRT order, so the scan stops past the loan.
           MOVE 'N' TO WS-FIN-ARR
           MOVE "OPN" TO ZAARR-FONCTION
           CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
           PERFORM UNTIL FIN-ARR
               MOVE "FET" TO ZAARR-FONCTION
               CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
               EVALUATE TRUE
                   WHEN NOT ZAARR-CODRET-OK
                       SET FIN-ARR TO TRUE
                   WHEN ZAARR-REFPRT > ZAPRT-REFPRT
                       SET FIN-ARR TO TRUE
                   WHEN ZAARR-REFPRT = ZAPRT-REFPRT
                        AND ZAARR-OUVERT
                       ADD 1 TO WS-NB-ARRIERES
                       ADD ZAARR-MNTECH TO WS-MT-ARRIERES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           MOVE "CLO" TO ZAARR-FONCTION
           CALL "MAARR" USING ZAARR-ZCMA, AUTH-QUERY
           .

       1580-RECALCULER-ECHEANCIER.
      ******************************************************************EDEFAY
      *  The schedule left after the repayment. A full payoff leaves
      *  nothing. Mode E keeps the remaining installments and
      *  recomputes the annuity on the new principal, at the loan's
      *  monthly rate r = TAUX / 12 :
      *      MNTECH = CRD * r * (1+r)**n / ((1+r)**n - 1)
      *  (CRD / n at a zero rate). Mode D keeps the installment and
      *  counts, month by month with GKLOAN01's own split, how many
      *  are still needed ; ZAPRT-NBECH being the installments
      *  already generated, the shorter term lands in ZAPRT-DUREE.
           IF RBA-TOTAL THEN
               MOVE ZERO TO WS-NV-CRD WS-NV-MNTECH
               MOVE ZAPRT-NBECH TO WS-NV-DUREE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NV-CRD = ZAPRT-CRD - WS-PRINCIPAL
           COMPUTE WS-TAUX-MENS = ZAPRT-TAUX / 12
           IF PR-MODE = 'E' THEN
               IF ZAPRT-DUREE > ZAPRT-NBECH THEN
                   COMPUTE WS-NB-RESTANT = ZAPRT-DUREE - ZAPRT-NBECH
               ELSE
                   MOVE 1 TO WS-NB-RESTANT
               END-IF
               IF WS-TAUX-MENS = ZERO THEN
                   COMPUTE WS-NV-MNTECH ROUNDED =
                           WS-NV-CRD / WS-NB-RESTANT
               ELSE
                   COMPUTE WS-PUISSANCE ROUNDED =
                           (1 + WS-TAUX-MENS) ** WS-NB-RESTANT
                   COMPUTE WS-NV-MNTECH ROUNDED =
                           WS-NV-CRD * WS-TAUX-MENS * WS-PUISSANCE
                           / (WS-PUISSANCE - 1)
               END-IF
               MOVE ZAPRT-DUREE TO WS-NV-DUREE
               EXIT PARAGRAPH
           END-IF
           MOVE ZAPRT-MNTECH TO WS-NV-MNTECH
           COMPUTE WS-SIM-INTERET ROUNDED =
                   WS-NV-CRD * ZAPRT-TAUX / 12
           IF WS-SIM-INTERET NOT < ZAPRT-MNTECH THEN
               MOVE 'ECHEANCE < INTERETS DU MOIS' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NV-CRD TO WS-SIM-CRD
           MOVE ZERO TO WS-SIM-NB
           COMPUTE WS-SIM-MAX = 999 - ZAPRT-NBECH
           PERFORM UNTIL WS-SIM-CRD = ZERO
                      OR WS-SIM-NB > WS-SIM-MAX
               COMPUTE WS-SIM-INTERET ROUNDED =
                       WS-SIM-CRD * ZAPRT-TAUX / 12
               COMPUTE WS-SIM-PRINCIPAL =
                       ZAPRT-MNTECH - WS-SIM-INTERET
               IF WS-SIM-PRINCIPAL > WS-SIM-CRD THEN
                   MOVE WS-SIM-CRD TO WS-SIM-PRINCIPAL
               END-IF
               SUBTRACT WS-SIM-PRINCIPAL FROM WS-SIM-CRD
               ADD 1 TO WS-SIM-NB
           END-PERFORM
           IF WS-SIM-NB > WS-SIM-MAX THEN
               MOVE 'DUREE RESIDUELLE HORS LIMITE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NV-DUREE = ZAPRT-NBECH + WS-SIM-NB
           .

       1600-EXECUTER-REMBOURSEMENT.
      ******************************************************************EDEFAY
      *  Carry out a PAY. Open arrears must be regularised first and
      *  the settlement account must be able to cover the total. The
      *  loan is updated BEFORE the legs are written, so a failed
      *  update never leaves a posted repayment against an unchanged
      *  schedule.
           IF WS-NB-ARRIERES > 0 THEN
               MOVE 'ARRIERES OUVERTS A REGULARISER' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF NOT ZACPT-CODRET-OK THEN
               MOVE 'COMPTE DE REGLEMENT INTROUVABLE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF NOT ZACPT-ACTIF THEN
               MOVE 'COMPTE DE REGLEMENT NON ACTIF' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF ZACPT-SOLDE + ZACPT-LIMDEC < WS-TOTAL-DU THEN
               MOVE 'PROVISION INSUFFISANTE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NV-CRD TO ZAPRT-CRD
           MOVE WS-NV-MNTECH TO ZAPRT-MNTECH
           MOVE WS-NV-DUREE TO ZAPRT-DUREE
           IF RBA-TOTAL THEN
               SET ZAPRT-TERMINE TO TRUE
           END-IF
           MOVE "UPD" TO ZAPRT-FONCTION
           CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
           IF NOT ZAPRT-CODRET-OK THEN
               MOVE 'MAJ TBPRT REJETEE' TO WS-MOTIF
               DISPLAY "GKRBA01 : " ZAPRT-REFPRT
                       " : UPD REJETE, CODRET=" ZAPRT-CODRET
                       " " ZAPRT-LIBRET
               EXIT PARAGRAPH
           END-IF
           IF WS-PRINCIPAL > ZERO THEN
               PERFORM 1050-ALLOUER-SEQ
               MOVE WS-CODOPE-PRINCIPAL TO F1-CODE-OPER
               STRING 'AP' WS-SEQ DELIMITED BY SIZE INTO F1-REF-OPER
               MOVE WS-PRINCIPAL TO F1-MONTANT-OPER
               PERFORM 1650-ECRIRE-LEG
           END-IF
           IF WS-INTERET > ZERO THEN
               PERFORM 1050-ALLOUER-SEQ
               MOVE WS-CODOPE-INTERET TO F1-CODE-OPER
               STRING 'AI' WS-SEQ DELIMITED BY SIZE INTO F1-REF-OPER
               MOVE WS-INTERET TO F1-MONTANT-OPER
               PERFORM 1650-ECRIRE-LEG
           END-IF
           IF WS-INDEMNITE > ZERO THEN
               PERFORM 1050-ALLOUER-SEQ
               MOVE WS-CODOPE-INDEMNITE TO F1-CODE-OPER
               STRING 'AX' WS-SEQ DELIMITED BY SIZE INTO F1-REF-OPER
               MOVE WS-INDEMNITE TO F1-MONTANT-OPER
               PERFORM 1650-ECRIRE-LEG
           END-IF
           ADD 1 TO WS-NB-EXECUTES
           DISPLAY "GKRBA01 : " ZAPRT-REFPRT " REMBOURSE "
                   WS-PRINCIPAL " TOTAL " WS-TOTAL-DU
           .

       1650-ECRIRE-LEG.
      ******************************************************************EDEFAY
      *  Write one repayment leg on the settlement account - the
      *  caller has stamped the CODOPE, reference and amount.
           MOVE '10' TO F1-TYPE-00
           MOVE ZAPRT-COMPTE TO F1-COMPTE
           MOVE ZAPRT-CODDEV TO F1-CODE-DEV
           WRITE FILEOUT-RBAFLX-RECORD FROM F1-ENREG-10
           ADD 1 TO WS-NB-LEGS
           ADD F1-MONTANT-OPER TO WS-MT-GLOBAL
           .

       1700-ECRIRE-RAPPORT.
      ******************************************************************EDEFAY
      *  The request's two report lines : the quote and its status,
      *  then the schedule left after it (or the rejection motive)
      *  and the open arrears.
           MOVE PR-REFPRT     TO RPT-REFPRT
           MOVE PR-FONCTION   TO RPT-FCT
           MOVE PR-MODE       TO RPT-MODE
           MOVE WS-PRINCIPAL  TO RPT-PRINCIPAL
           MOVE WS-INTERET    TO RPT-INTERET
           MOVE WS-INDEMNITE  TO RPT-IRA
           MOVE WS-TOTAL-DU   TO RPT-TOTAL
           MOVE WS-NV-CRD     TO RPT-CRD-APRES
           MOVE WS-NV-MNTECH  TO RPT-ECH-APRES
           MOVE WS-NV-DUREE   TO RPT-DUREE-APRES
           MOVE WS-MT-ARRIERES TO RPT-ARRIERES
           EVALUATE TRUE
               WHEN WS-MOTIF NOT = SPACES
                   ADD 1 TO WS-NB-REJETS
                   MOVE 'REJETE' TO RPT-STATUT
                   MOVE WS-MOTIF TO RPT-LIBELLE
                   DISPLAY "GKRBA01 : " PR-FONCTION " " PR-REFPRT
                           " REJETE : " WS-MOTIF
               WHEN PR-FONCTION = 'QUO'
                   ADD 1 TO WS-NB-DEVIS
                   MOVE 'DEVIS' TO RPT-STATUT
                   IF RBA-TOTAL THEN
                       MOVE 'SOLDE TOTAL' TO RPT-LIBELLE
                   ELSE
                       MOVE 'NOUVEL ECHEANCIER' TO RPT-LIBELLE
                   END-IF
               WHEN OTHER
                   MOVE 'EXECUTE' TO RPT-STATUT
                   IF RBA-TOTAL THEN
                       MOVE 'PRET SOLDE' TO RPT-LIBELLE
                   ELSE
                       MOVE 'ECHEANCIER MIS A JOUR' TO RPT-LIBELLE
                   END-IF
           END-EVALUATE
           WRITE FILEOUT-RBARPT-RECORD FROM RPT-LINE
           WRITE FILEOUT-RBARPT-RECORD FROM RPT-SUITE
           .

       2000-ROULER-JOUR-OUVRE.
      ******************************************************************EDEFAY
      *  Roll WS-DATE-OUVREE forward one day at a time while MACAL
      *  finds it in TBCAL - a hit means it is a weekend or bank
      *  holiday - so the generated flow file is always dated on a
      *  business day, same idiom as GKLOAN01.
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
      *  WS-DATE-OUVREE := WS-DATE-OUVREE + 1 day, via
      *  INTEGER-OF-DATE/DATE-OF-INTEGER.
           MOVE WS-DATE-OUVREE TO WS-DATE-ISO
           PERFORM 2200-DATE-EN-ENTIER
           ADD 1 TO WS-DATE-ENTIER
           COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-ENTIER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-DIGITS
           STRING WS-DATE-DIGITS(1:4) '-' WS-DATE-DIGITS(5:2) '-'
                  WS-DATE-DIGITS(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-OUVREE
           .

       2120-RECULER-UN-MOIS.
      ******************************************************************EDEFAY
      *  WS-DT-DERN-ECH := WS-DT-DERN-ECH - 1 month, the day-of-month
      *  clamped to the target month's own length - the reverse of
      *  GKLOAN01's 2100-AVANCER-ECHEANCE.
           MOVE WS-DT-DERN-ECH(1:4) TO WS-DATE-AA
           MOVE WS-DT-DERN-ECH(6:2) TO WS-DATE-MM
           MOVE WS-DT-DERN-ECH(9:2) TO WS-DATE-JJ
           IF WS-DATE-MM = 1 THEN
               MOVE 12 TO WS-DATE-MM
               SUBTRACT 1 FROM WS-DATE-AA
           ELSE
               SUBTRACT 1 FROM WS-DATE-MM
           END-IF
           PERFORM 2110-DERNIER-JOUR-DU-MOIS
           IF WS-DATE-JJ > WS-DERNIER-JOUR THEN
               MOVE WS-DERNIER-JOUR TO WS-DATE-JJ
           END-IF
           STRING WS-DATE-AA '-' WS-DATE-MM '-' WS-DATE-JJ
                  DELIMITED BY SIZE INTO WS-DT-DERN-ECH
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

       1050-ALLOUER-SEQ.
      ******************************************************************EDEFAY
      *  Allocate the next reference sequence number - persisted in
      *  TBPRM ('GKRBA01 '/'REFSEQ'), loaded on first use and written
      *  back BEFORE the number is handed out, same discipline as
      *  GKLOAN01. A missing row (fresh install) starts from zero and
      *  is INSerted.
           IF NOT REFSEQ-LU THEN
               SET REFSEQ-LU TO TRUE
               MOVE 'GKRBA01 ' TO ZAPRM-PGM
               MOVE 'REFSEQ  ' TO ZAPRM-NOMPRM
               MOVE "SEL" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF ZAPRM-CODRET-OK
                  AND ZAPRM-VALPRM(1:7) IS NUMERIC THEN
                   MOVE ZAPRM-VALPRM(1:7) TO WS-SEQ
               END-IF
           END-IF
           ADD 1 TO WS-SEQ
           MOVE 'GKRBA01 ' TO ZAPRM-PGM
           MOVE 'REFSEQ  ' TO ZAPRM-NOMPRM
           MOVE SPACES TO ZAPRM-VALPRM
           MOVE WS-SEQ TO ZAPRM-VALPRM(1:7)
           MOVE "UPD" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF NOT ZAPRM-CODRET-OK THEN
               MOVE "INS" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF NOT ZAPRM-CODRET-OK THEN
                   DISPLAY "GKRBA01 : SEQUENCE REFSEQ NON PERSISTEE"
                           " CODRET=" ZAPRM-CODRET
               END-IF
           END-IF
           .

       1900-ECRIRE-PIED.
      ******************************************************************EDEFAY
      *  Write the flow file's footer once every request is done,
      *  and report the run totals.
           MOVE '99' TO F1-TYPE-00
           MOVE WS-NB-LEGS TO F1-NB-OPERATIONS
           MOVE WS-MT-GLOBAL TO F1-MT-GLOBAL
           WRITE FILEOUT-RBAFLX-RECORD FROM F1-ENREG-99
           DISPLAY "GKRBA01 : " WS-NB-LUS " DEMANDE(S), "
                   WS-NB-DEVIS " DEVIS, " WS-NB-EXECUTES
                   " EXECUTE(S), " WS-NB-REJETS " REJET(S)"
           DISPLAY "GKRBA01 : " WS-NB-LEGS " LEG(S), MT="
                   WS-MT-GLOBAL
           IF WS-NB-REJETS > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-RBAFLX-FDNAME
           CLOSE FILEOUT-RBARPT-FDNAME
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
           MOVE 'GKRBA01 ' TO ZALOG-PGM
           MOVE WS-LOG-HRDEBUT TO ZALOG-HRDEBUT
           ACCEPT WS-LOG-HRFIN FROM TIME
           MOVE WS-LOG-HRFIN   TO ZALOG-HRFIN
           MOVE WS-NB-LUS      TO ZALOG-NBENR
           MOVE RC TO ZALOG-CODRC
           MOVE "INS" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           IF NOT ZALOG-CODRET-OK THEN
               DISPLAY "GKRBA01 : JOURNAL TBLOG KO, CODRET="
                       ZALOG-CODRET
           END-IF
           .
