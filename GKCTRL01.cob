      *             RC = 6 : F1-MONTANT-OPER != F1-MT-GLOBAL
      *             RC = 7 : No header issue
      *             RC = 8 : No footer issue
      *             RC = 10 : Unknown F1-CODE-DEV, or a currency
      *                       retired (TBDEV) past its grace period,
      *                       no reject DDNAME
      *             RC = 12 : Duplicate F1-REF-OPER, no reject DDNAME
      *             RC = 13 : Type-20 reversal, F1-REF-OPER-ORIG not
      *                       found in history, no reject DDNAME
      *                       registered in TBREG - a re-transmission
      *                       of a whole file already accepted,
      *                       quarantined like RC 05/06/14/15/16
      *             RC = 19 : Type-60 currency conversion that does not
      *                       hold together (same currency both legs,
      *                       zero amount or rate, amounts disagreeing
      *                       with the dealt rate), no reject DDNAME
      *
      *  Format      : FILEIN is fixed-format CFLUX by default. Passing
      *                'CSV' in the OPTIONAL FILEIN-FORMAT parameter
      *                         matching CSV shapes; its work fields
      *                         widen to X(24) for the enrichment
      *                         record's counterparty account.
      * 15/10/26  EDEFAY        Validate type-60 customer currency
      *                         conversion records (new F1-ENREG-60,
      *                         new 1570-VERIFIER-CHANGE) : account
      *                         format on both legs, both currencies
      *                         in TBDEV and different, non-zero
      *                         amounts and rate, debit amount x rate
      *                         agreeing with the credit amount within
      *                         one cent ('FXINC', RC 19), duplicate
      *                         reference. Counted in WS-LUS-60, not
      *                         in the footer check ; the tolerance
      *                         band against the board rate is
      *                         GKMAJ001's, at posting time.
      *                         1450-PARSER-CSV reads the 9-field CSV
      *                         shape.
      * 15/10/26  EDEFAY        2000-VERIFIER-CODDEV also refuses a
      *                         currency retired in TBDEV (GKMRDV01)
      *                         once the header's F1-DATE reaches its
      *                         ZADEV-DTREFUS, the end of the grace
      *                         period - rejected like an unknown
      *                         currency but under its own 'RETDV'
      *                         reason. Records dated within the grace
      *                         period still pass.
      * 15/10/26  EDEFAY        1570-VERIFIER-CHANGE : the debit x
      *                         rate / credit gap tolerance is one
      *                         cent (0.01), not one whole currency
      *                         unit - a 0.99 counter-value mismatch
      *                         was passing as rounding.
      * 15/10/26  EDEFAY        Type-60 count handed back in the new
      *                         ZS-LUS-60 for GKRUN01's consolidated
      *                         report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-LUS-10      PIC 9(06).
           05  WS-LUS-20      PIC 9(06).
           05  WS-LUS-30      PIC 9(06).
           05  WS-LUS-60      PIC 9(06).
           05  WS-LUS-15      PIC 9(06).
           05  WS-LUS-40      PIC 9(06).
           05  WS-LUS-41      PIC 9(06).
           05  WS-CSV-F04 PIC X(24).
           05  WS-CSV-F05 PIC X(24).
           05  WS-CSV-F06 PIC X(24).
           05  WS-CSV-F07 PIC X(24).
           05  WS-CSV-F08 PIC X(24).
           05  WS-CSV-F09 PIC X(24).
      /  Accessors auth
       01  AUTH-QUERY             PIC 9(02) VALUE 0.
      /  Copybook
      /  different F1-ENREG-xx fields
       01  WS-CODDEV-TO-CHECK PIC X(03).
       01  WS-REF-TO-CHECK    PIC X(10).
      /  Reject reason 2000-VERIFIER-CODDEV leaves for its callers :
      /  BADEV unknown currency, RETDV currency retired past its grace
       01  WS-MOTIF-DEVISE    PIC X(05).
      /  F1-VERSION check, see 2400-VERIFIER-VERSION - the current
      /  flow-file layout, so old and new formats can run side by side
      /  during a migration instead of the new layout being silently
      /  rejected the type-30 record, so the later checks are skipped
       01  WS-TRF-REJETE         PIC X(01) VALUE 'N'.
           88 TRF-REJETE         VALUE 'Y'.
      /  Type-60 coherence check, see 1570-VERIFIER-CHANGE : the debit
      /  amount converted at the dealt rate, and its gap to the credit
      /  amount (one cent of rounding allowed either way)
       01  WS-CHG-CONTREVALEUR   PIC S9(13)V99 COMP-3.
       01  WS-CHG-ECART          PIC S9(13)V99 COMP-3.
      /  Account-number format/check-digit validation, see
      /  2700-VERIFIER-COMPTE - shared by type-10 and type-20 records
      /  off F1-COMPTE/F1-COMPTE-20 the same way WS-CODDEV-TO-CHECK is
                       MOVE F1-CODE-DEV TO WS-CODDEV-TO-CHECK
                       PERFORM 2000-VERIFIER-CODDEV
                       IF NOT ZADEV-CODRET-OK THEN
                           MOVE WS-MOTIF-DEVISE TO WS-REJECT-REASON
                           MOVE '10'     TO WS-REJECT-FALLBACK-RC
                           MOVE WS-COMPTE-TO-CHECK TO WS-REJECT-CLE
                           MOVE WS-CODDEV-TO-CHECK TO WS-REJECT-VALEUR
                       MOVE F1-CODE-DEV-20 TO WS-CODDEV-TO-CHECK
                       PERFORM 2000-VERIFIER-CODDEV
                       IF NOT ZADEV-CODRET-OK THEN
                           MOVE WS-MOTIF-DEVISE TO WS-REJECT-REASON
                           MOVE '10'     TO WS-REJECT-FALLBACK-RC
                           MOVE WS-COMPTE-TO-CHECK TO WS-REJECT-CLE
                           MOVE WS-CODDEV-TO-CHECK TO WS-REJECT-VALEUR
      *            ordinary type-10 volume, same treatment as type-20.
                   ADD 1 TO WS-LUS-30
                   PERFORM 1550-VERIFIER-TRANSFERT
               WHEN F1-TYPE-00 = '60'
      *            Customer currency conversion - both legs' account
      *            format, both currencies, the amounts against the
      *            dealt rate and the reference, before GKMAJ001 ever
      *            tries to post the pair. Not counted towards
      *            WS-LUS-10/WS-MT-GLOBAL, same treatment as type-30.
                   ADD 1 TO WS-LUS-60
                   PERFORM 1570-VERIFIER-CHANGE
               WHEN F1-TYPE-00 = '99'
                   ADD 1 TO WS-LUS-99
                   IF F1-NB-OPERATIONS NOT = WS-LUS-10    THEN
           UNSTRING FILEIN-RECORD DELIMITED BY ','
               INTO WS-CSV-F01 WS-CSV-F02 WS-CSV-F03
                    WS-CSV-F04 WS-CSV-F05 WS-CSV-F06
                    WS-CSV-F07 WS-CSV-F08 WS-CSV-F09
           END-UNSTRING
           MOVE WS-CSV-F01 TO F1-TYPE-00
           EVALUATE WS-CSV-F01
                   MOVE WS-CSV-F02 TO F1-REF-SET-49
                   COMPUTE F1-NB-41 = FUNCTION NUMVAL(WS-CSV-F03)
                   COMPUTE F1-MT-41 = FUNCTION NUMVAL(WS-CSV-F04)
               WHEN '60'
                   MOVE WS-CSV-F02 TO F1-COMPTE-DEB-60
                   MOVE WS-CSV-F03 TO F1-CODE-DEV-DEB-60
                   COMPUTE F1-MONTANT-DEB-60 =
                           FUNCTION NUMVAL(WS-CSV-F04)
                   MOVE WS-CSV-F05 TO F1-COMPTE-CRE-60
                   MOVE WS-CSV-F06 TO F1-CODE-DEV-CRE-60
                   COMPUTE F1-MONTANT-CRE-60 =
                           FUNCTION NUMVAL(WS-CSV-F07)
                   MOVE WS-CSV-F08 TO F1-REF-OPER-60
                   COMPUTE F1-TAUX-60 = FUNCTION NUMVAL(WS-CSV-F09)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               MOVE F1-CODE-DEV-30 TO WS-CODDEV-TO-CHECK
               PERFORM 2000-VERIFIER-CODDEV
               IF NOT ZADEV-CODRET-OK THEN
                   MOVE WS-MOTIF-DEVISE TO WS-REJECT-REASON
                   MOVE '10'     TO WS-REJECT-FALLBACK-RC
                   MOVE F1-COMPTE-DEBIT    TO WS-REJECT-CLE
                   MOVE WS-CODDEV-TO-CHECK TO WS-REJECT-VALEUR
               MOVE F1-CODE-DEV-40 TO WS-CODDEV-TO-CHECK
               PERFORM 2000-VERIFIER-CODDEV
               IF NOT ZADEV-CODRET-OK THEN
                   MOVE WS-MOTIF-DEVISE TO WS-REJECT-REASON
                   MOVE '10'     TO WS-REJECT-FALLBACK-RC
                   MOVE F1-COMPTE-FIN      TO WS-REJECT-CLE
                   MOVE WS-CODDEV-TO-CHECK TO WS-REJECT-VALEUR
           END-IF
           .

       1570-VERIFIER-CHANGE.
      ******************************************************************EDEFAY
      *  Validate one type-60 customer currency conversion : both
      *  accounts must pass the type-10 format/check-digit validation,
      *  both currencies must exist in TBDEV and differ, amounts and
      *  rate must be non-zero, the debit amount at the dealt rate
      *  must give the credit amount (to within one cent of rounding)
      *  and F1-REF-OPER-60 must not duplicate a reference already
      *  seen in this file.
           MOVE 'N' TO WS-TRF-REJETE
           MOVE F1-COMPTE-DEB-60 TO WS-COMPTE-TO-CHECK
           PERFORM 2700-VERIFIER-COMPTE
           IF NOT COMPTE-FORMAT-OK THEN
               MOVE 'BADCP' TO WS-REJECT-REASON
               MOVE '17'     TO WS-REJECT-FALLBACK-RC
               MOVE WS-COMPTE-TO-CHECK TO WS-REJECT-CLE
               MOVE WS-COMPTE-TO-CHECK TO WS-REJECT-VALEUR
               PERFORM 8200-REJETER-ENREGISTREMENT
               SET TRF-REJETE TO TRUE
           END-IF
           IF NOT TRF-REJETE THEN
               MOVE F1-COMPTE-CRE-60 TO WS-COMPTE-TO-CHECK
               PERFORM 2700-VERIFIER-COMPTE
               IF NOT COMPTE-FORMAT-OK THEN
                   MOVE 'BADCP' TO WS-REJECT-REASON
                   MOVE '17'     TO WS-REJECT-FALLBACK-RC
                   MOVE WS-COMPTE-TO-CHECK TO WS-REJECT-CLE
                   MOVE WS-COMPTE-TO-CHECK TO WS-REJECT-VALEUR
                   PERFORM 8200-REJETER-ENREGISTREMENT
                   SET TRF-REJETE TO TRUE
               END-IF
           END-IF
           IF NOT TRF-REJETE THEN
               MOVE F1-CODE-DEV-DEB-60 TO WS-CODDEV-TO-CHECK
               PERFORM 2000-VERIFIER-CODDEV
               IF ZADEV-CODRET-OK THEN
                   MOVE F1-CODE-DEV-CRE-60 TO WS-CODDEV-TO-CHECK
                   PERFORM 2000-VERIFIER-CODDEV
               END-IF
               IF NOT ZADEV-CODRET-OK THEN
                   MOVE WS-MOTIF-DEVISE TO WS-REJECT-REASON
                   MOVE '10'     TO WS-REJECT-FALLBACK-RC
                   MOVE F1-COMPTE-DEB-60   TO WS-REJECT-CLE
                   MOVE WS-CODDEV-TO-CHECK TO WS-REJECT-VALEUR
                   PERFORM 8200-REJETER-ENREGISTREMENT
                   SET TRF-REJETE TO TRUE
               END-IF
           END-IF
           IF NOT TRF-REJETE THEN
               IF F1-CODE-DEV-DEB-60 = F1-CODE-DEV-CRE-60
                  OR F1-MONTANT-DEB-60 NOT > 0
                  OR F1-MONTANT-CRE-60 NOT > 0
                  OR F1-TAUX-60 NOT > 0 THEN
                   MOVE 'FXINC' TO WS-REJECT-REASON
                   MOVE '19'    TO WS-REJECT-FALLBACK-RC
                   MOVE F1-COMPTE-DEB-60 TO WS-REJECT-CLE
                   MOVE F1-REF-OPER-60   TO WS-REJECT-VALEUR
                   PERFORM 8200-REJETER-ENREGISTREMENT
                   SET TRF-REJETE TO TRUE
               ELSE
                   COMPUTE WS-CHG-CONTREVALEUR ROUNDED =
                           F1-MONTANT-DEB-60 * F1-TAUX-60
                   COMPUTE WS-CHG-ECART =
                           WS-CHG-CONTREVALEUR - F1-MONTANT-CRE-60
                   IF WS-CHG-ECART > 0.01
                      OR WS-CHG-ECART < -0.01 THEN
                       MOVE 'FXINC' TO WS-REJECT-REASON
                       MOVE '19'    TO WS-REJECT-FALLBACK-RC
                       MOVE F1-COMPTE-DEB-60 TO WS-REJECT-CLE
                       MOVE F1-REF-OPER-60   TO WS-REJECT-VALEUR
                       PERFORM 8200-REJETER-ENREGISTREMENT
                       SET TRF-REJETE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT TRF-REJETE THEN
               MOVE F1-REF-OPER-60 TO WS-REF-TO-CHECK
               PERFORM 2100-VERIFIER-DOUBLON
               IF REF-FOUND THEN
                   MOVE 'DUPRF' TO WS-REJECT-REASON
                   MOVE '12'    TO WS-REJECT-FALLBACK-RC
                   MOVE F1-COMPTE-DEB-60 TO WS-REJECT-CLE
                   MOVE WS-REF-TO-CHECK  TO WS-REJECT-VALEUR
                   PERFORM 8200-REJETER-ENREGISTREMENT
                   SET TRF-REJETE TO TRUE
               END-IF
           END-IF
           IF TRF-REJETE
              AND NOT RC-IS-00 THEN
               PERFORM 1999-FIN
           END-IF
           .

       2000-VERIFIER-CODDEV.
      ******************************************************************EDEFAY
      *  Verify WS-CODDEV-TO-CHECK (caller moves in F1-CODE-DEV for a
           MOVE SPACES             TO ZADEV-DTEFF
           MOVE "SEL"              TO ZADEV-FONCTION
           CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
           MOVE 'BADEV' TO WS-MOTIF-DEVISE
      *    A retired currency is still accepted until the header date
      *    reaches the end of its grace period, then refused as if
      *    unknown
           IF ZADEV-CODRET-OK
              AND ZADEV-DTREFUS NOT = SPACES
              AND WS-HDR-DATE NOT < ZADEV-DTREFUS THEN
               MOVE 'RETDV' TO WS-MOTIF-DEVISE
               MOVE '60'    TO ZADEV-CODRET
               MOVE 'DEVISE RETIREE' TO ZADEV-LIBRET
           END-IF
           .

       2100-VERIFIER-DOUBLON.
               MOVE WS-LUS-10     TO ZS-LUS-10
               MOVE WS-LUS-20     TO ZS-LUS-20
               MOVE WS-LUS-30     TO ZS-LUS-30
               MOVE WS-LUS-60     TO ZS-LUS-60
               MOVE WS-LUS-99     TO ZS-LUS-99
               MOVE WS-LUS-REJETS TO ZS-LUS-REJETS
               MOVE WS-MT-GLOBAL  TO ZS-MT-GLOBAL
