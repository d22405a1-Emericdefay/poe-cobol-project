      *                       mandate (fallback when no reject DDNAME
      *                       is supplied)
      *             RC = 19 : 'CHQ' debit refused by the TBCHQ
      *                       cheque register check, or 'RCH' cheque
      *                       deposit without its cheque number
      *                       (fallback when no reject DDNAME is
      *                       supplied)
      *             RC = 20 : Branch debit submitted in an attorney's
      *                       name refused by the TBPOA power-of-
      *                       attorney check (fallback when no reject
      *                       DDNAME is supplied)
      *             RC = 21 : TBWLS watchlist too large for the
      *                       screening cache - the run stops rather
      *                       than post a single un-screened name
      *                         overflowing list now STOPS the run
      *                         (RC 21) instead of leaving the
      *                         overflow names un-screened.
      * 15/10/26  EDEFAY        1999-FIN asks MFMAJCPT for its
      *                         reference-data cache hit/miss counts
      *                         (ZF-IS-BILAN-CACHE call) after the
      *                         breakdown report.
      * 15/10/26  EDEFAY        Credits-before-debits posting order :
      *                         with TBPRM 'GKMAJ001'/'ORDR'+origin =
      *                         'CRDB' the type-10 credits post in a
      *                         first pass and the debits (TBOPE SENS
      *                         'D') in a second pass over FILEIN
      *                         (new 1550/1560/1620, 1015 loads the
      *                         policy). The checkpoint carries the
      *                         pass (CKPT-PASSE), correlation ids
      *                         keep the physical record position,
      *                         and the ACK record shows the policy
      *                         (ACK-ORDRE 'FILE'/'CRDB').
      * 15/10/26  EDEFAY        Deposited-cheque register : a posted
      *                         'RCH' deposit of another bank's cheque
      *                         is recorded in TBRCQ (new 1691-
      *                         ENREGISTRER-REMISE, also after a
      *                         successful retry) for GKPRES01's
      *                         outward presentment ; 1694 refuses an
      *                         'RCH' without its cheque number.
      * 15/10/26  EDEFAY        Type-60 customer currency conversion at
      *                         a dealt rate (new F1-ENREG-60, new
      *                         1740-1745) : both accounts screened,
      *                         each leg in its own account's currency
      *                         ('FXDEV'), the dealt rate within TBPRM
      *                         'GKMAJ001'/'TOLCHG' percent (default
      *                         2) of the TBDEV board cross mid
      *                         ('FXTOL'), then posted as an all-or-
      *                         nothing 'CHG' pair like type-30 (debit
      *                         leg compensated when the credit leg
      *                         rejects, 'FXKO'). The deal goes to
      *                         TBPOS (MAPOS INS) with the margin
      *                         against the cross mid, so GKPOS01/
      *                         GKPOS02 and GKGL001 see it. No
      *                         checkpoint position of its own : a
      *                         restarted run refuses the already
      *                         posted pair on its history key.
      * 15/10/26  EDEFAY        A debit MFMAJCPT parks for treasury
      *                         release (new CODRET-ATTENTE-
      *                         LIBERATION, TBLIB) is acknowledged
      *                         'TRESOR  ', not rejected ; the
      *                         end-of-run re-drive closes a retry
      *                         row that lands there the same way
      *                         as one landing in TBPAP.
      * 15/10/26  EDEFAY        New 1693-VERIFIER-PROCURATION : a
      *                         branch debit carrying the new
      *                         F1-ID-MANDATAIRE is refused ('NOPOA',
      *                         RC 20 fallback) unless that attorney
      *                         holds a TBPOA authority on the account
      *                         valid on the file date, beyond inquiry
      *                         only, and within its ceiling for a
      *                         limited one.
      * 15/10/26  EDEFAY        A detail's F1-ID-CREANCIER (and a
      *                         re-drive's TBRTY IDCREAN) is handed to
      *                         MFMAJCPT in the new ZF-CREANCIER, so
      *                         the history row keeps the creditor of
      *                         a collection for its categorisation.
      * 15/10/26  EDEFAY        Type-60 currency exchanges get their
      *                         own restart position (WS-LUS-60,
      *                         CKPT-LUS-60/RES-LUS-60) : a restarted
      *                         run no longer re-posts pairs already
      *                         posted into a TBHIS duplicate key.
      * 15/10/26  EDEFAY        Type-60 count handed back in the new
      *                         ZS-LUS-60 for GKRUN01's consolidated
      *                         report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
          05  CKPT-LUS-10     PIC 9(06).
          05  CKPT-LUS-20     PIC 9(06).
          05  CKPT-LUS-30     PIC 9(06).
          05  CKPT-LUS-60     PIC 9(06).
          05  CKPT-MT-GLOBAL  PIC 9(11)V99.
          05  CKPT-PASSE      PIC X(01).
       FD  RESTART-FDNAME RECORDING MODE F.
       01  RESTART-RECORD.
          05  RES-LUS-10      PIC 9(06).
          05  RES-LUS-20      PIC 9(06).
          05  RES-LUS-30      PIC 9(06).
          05  RES-LUS-60      PIC 9(06).
          05  RES-MT-GLOBAL   PIC 9(11)V99.
          05  RES-PASSE       PIC X(01).
       FD  PARAMCLOT-FDNAME RECORDING MODE F.
       01  PARAMCLOT-RECORD.
          05  FILLER      PIC X(80).
          05  ACK-LIBELLE PIC X(30).
          05  FILLER      PIC X(01).
          05  ACK-IDEXT   PIC X(11).
          05  FILLER      PIC X(01).
          05  ACK-ORDRE   PIC X(04).
          05  FILLER      PIC X(06).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CKPT-REM     PIC 9(06).
       01  WS-CKPT-REM-20  PIC 9(06).
       01  WS-CKPT-REM-30  PIC 9(06).
       01  WS-CKPT-REM-60  PIC 9(06).
       01  RESTART-NAME    PIC X(255).
       01  WS-FS-RESTART   PIC X(02).
           88 FS-RESTART-OK  VALUE '00'.
       01  WS-RESTART-SKIP     PIC 9(06) VALUE 0.
       01  WS-RESTART-SKIP-20  PIC 9(06) VALUE 0.
       01  WS-RESTART-SKIP-30  PIC 9(06) VALUE 0.
       01  WS-RESTART-SKIP-60  PIC 9(06) VALUE 0.
       01  WS-RESTART-MT-GLOBAL PIC 9(11)V99 VALUE 0.
      /  Pass the checkpoint was taken in (1, or 2 for the deferred
      /  debits of a credits-first file, see 1550-POSTER-DEBITS)
       01  WS-RESTART-PASSE    PIC 9(01) VALUE 1.
      /  Optional closing-date parameter file
       01  PARAMCLOT-NAME   PIC X(30) VALUE 'PARAMCLOT'.
       01  WS-FS-PARAMCLOT  PIC X(02).
       01  WS-CHEQUE-KO    PIC X(01).
           88 CHEQUE-KO    VALUE 'Y'.
       01  WS-CHQ-LIBELLE  PIC X(30).
      /  Outcome of the TBPOA power-of-attorney check on a branch
      /  debit made by an attorney, see 1693-VERIFIER-PROCURATION
       01  WS-PROCURATION-KO PIC X(01).
           88 PROCURATION-KO VALUE 'Y'.
       01  WS-POA-LIBELLE  PIC X(30).
      /  CODOPE of a deposit of another bank's cheque, recorded in
      /  the TBRCQ register once posted, see 1691-ENREGISTRER-REMISE
       01  WS-CODOPE-REMISE PIC X(03) VALUE 'RCH'.
       01  WS-REM-NUMCHQ   PIC X(07).
      /  Retry-queue state : the end-of-run re-drive runs once, the
      /  attempt bound comes from TBPRM 'GKMAJ001'/'MAXRETRY'
      /  (default 5)
           05  WS-CSV-F04 PIC X(15).
           05  WS-CSV-F05 PIC X(15).
           05  WS-CSV-F06 PIC X(15).
           05  WS-CSV-F07 PIC X(15).
           05  WS-CSV-F08 PIC X(15).
           05  WS-CSV-F09 PIC X(15).
       01  WS-VARS.
      /  Counters
           05  WS-LUS-00      PIC 9(06).
           05  WS-LUS-FILTRES PIC 9(06).
           05  WS-LUS-15      PIC 9(06).
           05  WS-LUS-SETS    PIC 9(06).
           05  WS-LUS-60      PIC 9(06).
      /  Operations
           05  WS-MT-GLOBAL   PIC 9(11)V99.
      /  Header data carried forward to each posting
       01  WS-REF-COMPENSE        PIC X(10).
      /  Credit leg's rejection saved around 1670's compensation call
       01  WS-RETOUR-SAUVE        PIC X(42).
      /  Fixed CODOPE both legs of a type-60 currency conversion post
      /  under, the same natural/flipped pairing as a transfer
       01  WS-CODOPE-CHANGE       PIC X(03) VALUE 'CHG'.
      /  Dealt-rate tolerance band, percent either side of the board
      /  cross mid (TBPRM 'GKMAJ001'/'TOLCHG', see 1016)
       01  WS-CHG-TOLERANCE       PIC 9(03)V99 VALUE 2.
      /  Type-60 checks and deal pricing, see 1744/1745 : each
      /  currency's board mid, the cross mid (credit currency units
      /  per debit currency unit), the dealt rate's gap to it and the
      /  margin earned against it, in the credit currency
       01  WS-CHG-MID-DEB         PIC S9(6)V9(4) COMP-3.
       01  WS-CHG-MID-CRE         PIC S9(6)V9(4) COMP-3.
       01  WS-CHG-COURS-CROISE    PIC S9(6)V9(6) COMP-3.
       01  WS-CHG-ECART-PCT       PIC S9(5)V9(4) COMP-3.
       01  WS-CHG-MARGE           PIC S9(13)V99 COMP-3.
       01  WS-CHG-MOTIF           PIC X(05).
       01  WS-CHG-LIBRET          PIC X(30).
      /  Accessors auth
       01  AUTH-QUERY             PIC 9(02) VALUE 0.
      /  Copybook
       COPY "./Copybooks/CTBMND.cpy".
      /  Cheque register check, see 1694-VERIFIER-CHEQUE
       COPY "./Copybooks/CTBCHQ.cpy".
      /  Power-of-attorney check, see 1693-VERIFIER-PROCURATION
       COPY "./Copybooks/CTBPOA.cpy".
      /  Deposited-cheque register, see 1691-ENREGISTRER-REMISE
       COPY "./Copybooks/CTBRCQ.cpy".
      /  Transient-failure retry queue, see 1685-PARQUER-RETRY and
      /  the 1850-REDRIVE-RETRIES end-of-run pass
       COPY "./Copybooks/CTBRTY.cpy".
      /  Reject-suspense register, see 8250-POSTER-SUSPENS /
      /  1698-APURER-SUSPENS
       COPY "./Copybooks/CTBSUS.cpy".
      /  Operation direction for the credits-first policy, see
      /  1620-CLASSER-SENS
       COPY "./Copybooks/CTBOPE.cpy".
      /  Board rates and the currency position ledger, for the type-60
      /  dealt-rate check and deal recording, see 1744/1745
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBPOS.cpy".
      *  Suspense working fields : the origin's configured suspense
      *  account (TBPRM 'SUSP'+origin, spaces = mode off) and the
      *  saved ZF-RETOUR around the extra MFMAJCPT calls
       01  WS-SUSP-RETOUR-SAVE PIC X(42).
       01  WS-NB-SUSPENS     PIC 9(06) VALUE 0.
       01  WS-NB-APURES      PIC 9(06) VALUE 0.
      *  Posting-order policy of the file (TBPRM 'GKMAJ001'/'ORDR'+
      *  origin) : 'FILE' posts in file order, 'CRDB' posts every
      *  type-10 credit in a first pass and the debits (by TBOPE
      *  SENS) in a second pass over the same file. WS-POS-10 is the
      *  type-10 position within the current pass - the restart
      *  and checkpoint position - WS-LUS-10 stays the file count.
       01  WS-ORDRE-NOMPRM   PIC X(08).
       01  WS-ORDRE-POSTAGE  PIC X(04) VALUE 'FILE'.
           88 ORDRE-FICHIER  VALUE 'FILE'.
           88 ORDRE-CREDITS-AVANT VALUE 'CRDB'.
       01  WS-PASSE          PIC 9(01) VALUE 1.
       01  WS-POS-10         PIC 9(06) VALUE 0.
       01  WS-SENS-OPE       PIC X(01).
           88 SENS-OPE-DEBIT VALUE 'D'.
       01  WS-NB-DIFFERES-DB PIC 9(06) VALUE 0.

      ******************************************************************
       LINKAGE SECTION.
               PERFORM UNTIL (FS-FLUX-END)
                   PERFORM 1500-TRAITEMENT
               END-PERFORM
               IF RC-IS-00
                  AND ORDRE-CREDITS-AVANT THEN
                   PERFORM 1550-POSTER-DEBITS
               END-IF
           END-IF
           PERFORM 1999-FIN
           EXIT PROGRAM
           MOVE 'N' TO WS-CHECKPOINT-OPEN
           MOVE 'N' TO WS-VALIDLOG-OPEN
           MOVE 'N' TO WS-ACK-OPEN
           MOVE 'FILE' TO WS-ORDRE-POSTAGE
           MOVE 1 TO WS-PASSE
           MOVE 1 TO WS-RESTART-PASSE
           MOVE 0 TO WS-POS-10
           MOVE 0 TO WS-NB-DIFFERES-DB
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF FILEIN-FORMAT IS NOT OMITTED
              AND FILEIN-FORMAT = 'CSV' THEN
           PERFORM 1003-CHARGER-RESTART
      *    Load the last accounting-period close, if configured
           PERFORM 1010-CHARGER-CLOTURE
      *    Load the dealt-rate tolerance band for type-60 records
           PERFORM 1016-CHARGER-TOLERANCE-CHANGE
      *    Setup file
           PERFORM 0000-OFILES
           IF RC-IS-00 THEN
                       MOVE RES-LUS-10    TO WS-RESTART-SKIP
                       MOVE RES-LUS-20    TO WS-RESTART-SKIP-20
                       MOVE RES-LUS-30    TO WS-RESTART-SKIP-30
                       MOVE RES-LUS-60    TO WS-RESTART-SKIP-60
                       MOVE RES-MT-GLOBAL TO WS-RESTART-MT-GLOBAL
                       IF RES-PASSE = '2' THEN
                           MOVE 2 TO WS-RESTART-PASSE
                       ELSE
                           MOVE 1 TO WS-RESTART-PASSE
                       END-IF
                       PERFORM 1004-LIRE-RESTART
                   END-PERFORM
                   CLOSE RESTART-FDNAME
           END-IF
           .

       1015-CHARGER-ORDRE.
      ******************************************************************EDEFAY
      *  Posting-order policy for the header's origin : TBPRM
      *  'GKMAJ001'/'ORDR'+origin = 'CRDB' posts the file's credits
      *  before its debits, so a salary landing later in the file
      *  than the rent it pays no longer rejects the rent on the
      *  overdraft check. No row, or any other value, keeps file
      *  order - the historical behavior.
           MOVE 'FILE' TO WS-ORDRE-POSTAGE
           MOVE SPACES TO WS-ORDRE-NOMPRM
           STRING 'ORDR' WS-HDR-ORIGINE(1:3)
                  DELIMITED BY SIZE INTO WS-ORDRE-NOMPRM
           MOVE 'GKMAJ001'      TO ZAPRM-PGM
           MOVE WS-ORDRE-NOMPRM TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:4) = 'CRDB' THEN
               SET ORDRE-CREDITS-AVANT TO TRUE
               DISPLAY "GKMAJ001 : ORIGINE " WS-HDR-ORIGINE(1:3)
                       " - CREDITS POSTES AVANT LES DEBITS"
           END-IF
           .

       1016-CHARGER-TOLERANCE-CHANGE.
      ******************************************************************EDEFAY
      *  Dealt-rate tolerance band for type-60 conversions : TBPRM
      *  'GKMAJ001'/'TOLCHG' as a percentage either side of the board
      *  cross mid. No row, or a non-numeric value, keeps 2 percent.
           MOVE 2 TO WS-CHG-TOLERANCE
           MOVE 'GKMAJ001' TO ZAPRM-PGM
           MOVE 'TOLCHG  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-CHG-TOLERANCE =
                       FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           .

       1020-CHARGER-WATCHLIST.
      ******************************************************************EDEFAY
      *  Load TBWLS's active entries into the screening cache (MAWLS
                       ELSE
                           MOVE F1-DATE    TO WS-HDR-DATE
                           MOVE F1-ORIGINE TO WS-HDR-ORIGINE
                           PERFORM 1015-CHARGER-ORDRE
                       END-IF
                   END-IF
               WHEN F1-TYPE-00 = '10'
                   ADD 1 TO WS-LUS-10
                   ADD F1-MONTANT-OPER TO WS-MT-GLOBAL
                   MOVE WS-LUS-10 TO WS-POS-10
                   PERFORM 1600-POSTER-OPERATION
               WHEN F1-TYPE-00 = '15'
                   ADD 1 TO WS-LUS-15
               WHEN F1-TYPE-00 = '30'
                   ADD 1 TO WS-LUS-30
                   PERFORM 1660-POSTER-TRANSFERT
               WHEN F1-TYPE-00 = '60'
                   ADD 1 TO WS-LUS-60
                   PERFORM 1740-POSTER-CHANGE
               WHEN F1-TYPE-00 = '40'
                   PERFORM 1710-DEBUTER-SET
               WHEN F1-TYPE-00 = '41'
           PERFORM 0100-READ-FILEIN
           .

       1550-POSTER-DEBITS.
      ******************************************************************EDEFAY
      *  Second pass of a credits-first file : FILEIN is read again
      *  from the top and only the type-10 debits the first pass
      *  left are posted, through the same 1600-POSTER-OPERATION.
      *  The header, footer and counts were all settled by the
      *  first pass (a footer mismatch has already quarantined the
      *  file before any debit posted) ; WS-REC-SEQ restarts so
      *  every correlation id still names the record's physical
      *  position, and WS-POS-10 restarts as the pass-2 restart and
      *  checkpoint position.
           CLOSE FILEIN-FDNAME
           MOVE 2 TO WS-PASSE
           MOVE 0 TO WS-REC-SEQ
           MOVE 0 TO WS-POS-10
           MOVE SPACES TO WS-CTP-REF
           OPEN INPUT FILEIN-FDNAME
           IF NOT FS-FLUX-OK THEN
               MOVE '03' TO RC
               SET FILEIN-IS-CLOSED TO TRUE
               PERFORM 1999-FIN
           END-IF
           PERFORM 0100-READ-FILEIN
           PERFORM UNTIL FS-FLUX-END
                      OR NOT RC-IS-00
               PERFORM 1560-TRAITEMENT-DEBIT
           END-PERFORM
           DISPLAY "GKMAJ001 : " WS-NB-DIFFERES-DB
                   " DEBIT(S) POSTE(S) APRES LES CREDITS"
           .

       1560-TRAITEMENT-DEBIT.
      ******************************************************************EDEFAY
      *  One record of the second pass : a type-10 debit posts, a
      *  type-15 enrichment is held again for the detail it keys to,
      *  everything else was already handled by the first pass.
           MOVE SPACES TO WS-IDEXT
           IF FILEIN-IS-CSV THEN
               PERFORM 1450-PARSER-CSV
           ELSE
               MOVE FILEIN-RECORD TO F1-ENREG-00
           END-IF
           EVALUATE TRUE
               WHEN F1-TYPE-00 = '10'
                   ADD 1 TO WS-POS-10
                   PERFORM 1620-CLASSER-SENS
                   IF SENS-OPE-DEBIT THEN
                       PERFORM 1600-POSTER-OPERATION
                   ELSE
                       MOVE SPACES TO WS-CTP-REF
                   END-IF
               WHEN F1-TYPE-00 = '15'
                   MOVE F1-REF-OPER-15 TO WS-CTP-REF
                   MOVE F1-CTP-NOM     TO WS-CTP-NOM
                   MOVE F1-CTP-COMPTE  TO WS-CTP-COMPTE
                   MOVE F1-CTP-LIBELLE TO WS-CTP-LIB
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 0100-READ-FILEIN
           .

       1450-PARSER-CSV.
      ******************************************************************EDEFAY
      *  Parse a comma-delimited FILEIN-RECORD into the same
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
               WHEN '99'
                   COMPUTE F1-NB-OPERATIONS =
                           FUNCTION NUMVAL(WS-CSV-F02)
      *  Build a ZF-MAJCPT group from the type-10 detail record and CALL
      *  MFMAJCPT so the flow file actually drives account postings -
      *  unless this record was already posted by a prior run before it
      *  stopped, per the loaded restart checkpoint. On a credits-first
      *  file the first pass only posts the credits : a debit is left
      *  for 1550-POSTER-DEBITS, which brings it back here in pass 2.
           IF ORDRE-CREDITS-AVANT
              AND WS-PASSE = 1 THEN
               PERFORM 1620-CLASSER-SENS
           ELSE
               MOVE SPACE TO WS-SENS-OPE
           END-IF
           IF RESTART-ACTIVE
          AND (WS-PASSE < WS-RESTART-PASSE
            OR (WS-PASSE = WS-RESTART-PASSE
           AND WS-POS-10 NOT > WS-RESTART-SKIP)) THEN
               CONTINUE
           ELSE
           IF SENS-OPE-DEBIT THEN
      *        Credits-first file : the debit waits for the second
      *        pass, its type-15 enrichment is picked up again there
               ADD 1 TO WS-NB-DIFFERES-DB
               MOVE SPACES TO WS-CTP-REF
           ELSE
               MOVE F1-REF-OPER TO WS-REF-TO-CHECK
               PERFORM 2100-VERIFIER-DOUBLON
                           PERFORM 1999-FIN
                       END-IF
                   ELSE
                   PERFORM 1693-VERIFIER-PROCURATION
                   IF PROCURATION-KO THEN
                       MOVE 'NOPOA' TO WS-REJECT-REASON
                       MOVE '20'    TO WS-REJECT-FALLBACK-RC
                       PERFORM 8200-REJETER-ENREGISTREMENT
                       MOVE F1-REF-OPER TO WS-ACK-REFOPE
                       MOVE 'REJETE  ' TO WS-ACK-STATUT
                       MOVE 'PA' TO ZF-CODRET
                       MOVE WS-POA-LIBELLE TO ZF-LIBRET
                       PERFORM 8600-ECRIRE-ACK
                       IF NOT RC-IS-00 THEN
                           PERFORM 1999-FIN
                       END-IF
                   ELSE
                   PERFORM 1694-VERIFIER-CHEQUE
                   IF CHEQUE-KO THEN
                       MOVE 'BADCQ' TO WS-REJECT-REASON
                   MOVE WS-HDR-ORIGINE(1:3) TO ZF-ORIGINE
                   MOVE WS-CORRELID     TO ZF-CORRELID
                   MOVE WS-DATE-CLOTURE TO ZF-DATE-CLOTURE
                   MOVE F1-ID-CREANCIER TO ZF-CREANCIER
      *            Attach the pending type-15 enrichment when it
      *            keys to this detail, and consume it either way -
      *            an enrichment never carries past its detail
                       DISPLAY "GKMAJ001 : " F1-REF-OPER
                               " EN ATTENTE DE DEUXIEME SIGNATURE"
                   ELSE
                   IF CODRET-ATTENTE-LIBERATION THEN
      *                Above its release threshold, the debit is
      *                queued in TBLIB for treasury - acknowledged as
      *                such ; GKLIB01 reposts it once released
                       MOVE 'TRESOR  ' TO WS-ACK-STATUT
                       PERFORM 8600-ECRIRE-ACK
                       DISPLAY "GKMAJ001 : " F1-REF-OPER
                               " EN ATTENTE DE LIBERATION TRESORERIE"
                   ELSE
                   IF NOT CODRET-OK THEN
                       IF CODRET-CONFLIT-MAJ
                          OR CODRET-ATTENTE-ECHEC THEN
                       PERFORM 1700-ACCUMULER-BREAKDOWN
                       PERFORM 1750-ACCUMULER-BREAKDOWN-CANAL
                       PERFORM 1696-MARQUER-CHEQUE-PAYE
                       MOVE F1-NUM-CHEQUE TO WS-REM-NUMCHQ
                       PERFORM 1691-ENREGISTRER-REMISE
                       PERFORM 1698-APURER-SUSPENS
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           IF RC-IS-00 THEN
               PERFORM 1800-CHECKPOINTER-SI-NECESSAIRE
           END-IF
           .

       1620-CLASSER-SENS.
      ******************************************************************EDEFAY
      *  Direction of the type-10 detail's CODOPE per TBOPE's SENS,
      *  for the credits-first policy. An unknown CODOPE is not held
      *  back : it posts in the first pass and MFMAJCPT rejects it
      *  there as usual.
           MOVE SPACE TO WS-SENS-OPE
           MOVE F1-CODE-OPER TO ZAOPE-COPE
           MOVE "SEL" TO ZAOPE-FONCTION
           CALL "MAOPE" USING ZAOPE-ZCMA, AUTH-QUERY
           IF ZAOPE-CODRET-OK
              AND ZAOPE-IS-DEBIT THEN
               MOVE 'D' TO WS-SENS-OPE
           END-IF
           .

       1710-DEBUTER-SET.
      ******************************************************************EDEFAY
      *  A type-40 set header opens a payroll batch set : remember
      *  the flag so the mandate check runs again and the debit parks
      *  properly for its second signature - re-driving it approved
      *  would skip GKSIG01's dual control. A repost that lands in
      *  TBPAP leaves the retry queue (GKSIG01 owns it from there) ;
      *  so does one a failed TBLIB park sent here, which lands in
      *  TBLIB this time (GKLIB01 owns it from there).
           INITIALIZE ZF-MAJCPT
           MOVE ZARTY-COMPTE  TO ZF-COMPTE
           MOVE ZARTY-CODOPE  TO ZF-CODOPE
           MOVE ZARTY-CTPNOM   TO ZF-CTP-NOM
           MOVE ZARTY-CTPCPT   TO ZF-CTP-COMPTE
           MOVE ZARTY-CTPLIB   TO ZF-CTP-LIBELLE
           MOVE ZARTY-IDCREAN  TO ZF-CREANCIER
           MOVE WS-DATE-CLOTURE TO ZF-DATE-CLOTURE
           IF ZARTY-CODDERN NOT = '26' THEN
               SET ZF-IS-APPROUVE TO TRUE
                   PERFORM 8600-ECRIRE-ACK
                   DISPLAY "GKMAJ001 : " ZARTY-REFOPE
                           " EN ATTENTE DE DEUXIEME SIGNATURE"
               WHEN CODRET-ATTENTE-LIBERATION
                   ADD 1 TO WS-NB-REDRIVES
                   SET ZARTY-POSTE TO TRUE
                   MOVE ZARTY-REFOPE TO WS-ACK-REFOPE
                   MOVE 'TRESOR  ' TO WS-ACK-STATUT
                   PERFORM 8600-ECRIRE-ACK
                   DISPLAY "GKMAJ001 : " ZARTY-REFOPE
                           " EN ATTENTE DE LIBERATION TRESORERIE"
               WHEN CODRET-CONFLIT-MAJ
               WHEN CODRET-ATTENTE-ECHEC
                   ADD 1 TO ZARTY-NBESSAIS
      *  The bookkeeping the synchronous path runs after a posted
      *  detail, repeated for an asynchronous success : a 'CHQ'
      *  debit's register row flips to paid (a second presentment
      *  must keep bouncing on 1694's already-paid check), an 'RCH'
      *  cheque deposit enters the TBRCQ register (ZF still holds
      *  the reposted fields), and an origin-'INT' repost clears its
      *  suspense entry through the ordinary 1698 tie.
           IF ZARTY-CODOPE = WS-CODOPE-CHEQUE
              AND ZARTY-NUMCHQ NOT = SPACES THEN
               MOVE ZARTY-COMPTE TO ZACHQ-COMPTE
                           "REESSAI - REPRISE MANUELLE REQUISE"
               END-IF
           END-IF
           MOVE ZARTY-NUMCHQ TO WS-REM-NUMCHQ
           PERFORM 1691-ENREGISTRER-REMISE
           IF ZARTY-ORIGINE(1:3) = 'INT' THEN
               PERFORM 1875-REBATIR-IMAGE-RETRY
               PERFORM 1698-APURER-SUSPENS
      *  register : a stopped cheque, an already-paid one (duplicate
      *  presentment under a fresh F1-REF-OPER - invisible to
      *  2100-VERIFIER-DOUBLON) and an out-of-range number are all
      *  refused before MFMAJCPT sees the debit. An 'RCH' deposit
      *  of another bank's cheque only needs its cheque number -
      *  without it the cheque cannot be presented. Every other
      *  operation code passes untouched.
           MOVE 'N' TO WS-CHEQUE-KO
           IF F1-CODE-OPER = WS-CODOPE-REMISE THEN
               IF F1-NUM-CHEQUE = SPACES
                  OR F1-NUM-CHEQUE NOT NUMERIC THEN
                   SET CHEQUE-KO TO TRUE
                   MOVE 'NUMERO DE CHEQUE ABSENT' TO WS-CHQ-LIBELLE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF F1-CODE-OPER NOT = WS-CODOPE-CHEQUE THEN
               EXIT PARAGRAPH
           END-IF
           END-IF
           .

       1691-ENREGISTRER-REMISE.
      ******************************************************************EDEFAY
      *  The 'RCH' cheque deposit in ZF just posted - record it in
      *  the TBRCQ register as deposited, for GKPRES01 to present to
      *  the clearing house. The drawer's account and name come from
      *  the type-15 enrichment. A dry run records nothing ; a failed
      *  INS is loud : an unregistered cheque is never presented.
           IF ZF-CODOPE NOT = WS-CODOPE-REMISE
              OR SIMULATION-ACTIVE THEN
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ZARCQ-DONNEES
           MOVE ZF-REFOPE      TO ZARCQ-REFOPE
           MOVE ZF-COMPTE      TO ZARCQ-COMPTE
           MOVE WS-REM-NUMCHQ  TO ZARCQ-NUMCHQ
           MOVE ZF-CTP-COMPTE  TO ZARCQ-TIRCPT
           MOVE ZF-CTP-NOM     TO ZARCQ-TIRNOM
           MOVE ZF-CODDEV      TO ZARCQ-CODDEV
           MOVE ZF-MNTOPE      TO ZARCQ-MNTCHQ
           MOVE ZF-DATOPE      TO ZARCQ-DTREM
           SET ZARCQ-DEPOSE TO TRUE
           MOVE "INS" TO ZARCQ-FONCTION
           CALL "MARCQ" USING ZARCQ-ZCMA, AUTH-QUERY
           IF NOT ZARCQ-CODRET-OK THEN
               DISPLAY "GKMAJ001 : REMISE " ZF-REFOPE " CHEQUE "
                       WS-REM-NUMCHQ " NON ENREGISTREE, CODRET="
                       ZARCQ-CODRET " - REPRISE MANUELLE REQUISE"
           END-IF
           .

       1693-FILTRER-COMPTE.
      ******************************************************************EDEFAY
      *  Screen one account's holder name (WS-COMPTE-FILTRE) against
           END-IF
           .

       1693-VERIFIER-PROCURATION.
      ******************************************************************EDEFAY
      *  A branch ('BRA') debit submitted by an attorney (new
      *  F1-ID-MANDATAIRE on the detail record) needs that attorney's
      *  TBPOA authority on the debited account : on file, started
      *  and not expired on the file date, and more than inquiry
      *  only - a limited authority also caps the amount, in the
      *  account's currency. Credits, other channels and a holder
      *  acting in person pass untouched.
           MOVE 'N' TO WS-PROCURATION-KO
           MOVE SPACES TO WS-POA-LIBELLE
           IF WS-HDR-ORIGINE(1:3) NOT = 'BRA'
              OR F1-ID-MANDATAIRE = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE F1-CODE-OPER TO ZAOPE-COPE
           MOVE "SEL" TO ZAOPE-FONCTION
           CALL "MAOPE" USING ZAOPE-ZCMA, AUTH-QUERY
           IF NOT ZAOPE-CODRET-OK
              OR NOT ZAOPE-IS-DEBIT THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPTE-RESOLU TO ZAPOA-COMPTE
           MOVE F1-ID-MANDATAIRE TO ZAPOA-MANDATAIRE
           MOVE "SEL" TO ZAPOA-FONCTION
           CALL "MAPOA" USING ZAPOA-ZCMA, AUTH-QUERY
           EVALUATE TRUE
               WHEN NOT ZAPOA-CODRET-OK
                   MOVE 'PROCURATION INCONNUE' TO WS-POA-LIBELLE
               WHEN WS-HDR-DATE < ZAPOA-DTDEB
                   MOVE 'PROCURATION HORS VALIDITE'
                     TO WS-POA-LIBELLE
               WHEN ZAPOA-DTFIN NOT = SPACES
                AND WS-HDR-DATE > ZAPOA-DTFIN
                   MOVE 'PROCURATION HORS VALIDITE'
                     TO WS-POA-LIBELLE
               WHEN ZAPOA-CONSULTATION
                   MOVE 'PROCURATION CONSULTATION SEULE'
                     TO WS-POA-LIBELLE
               WHEN ZAPOA-PLAFONNE
                AND (F1-CODE-DEV NOT = ZAPOA-CODDEV
                 OR F1-MONTANT-OPER > ZAPOA-PLAFOND)
                   MOVE 'PLAFOND PROCURATION DEPASSE'
                     TO WS-POA-LIBELLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-POA-LIBELLE NOT = SPACES THEN
               SET PROCURATION-KO TO TRUE
               DISPLAY "GKMAJ001 : " F1-REF-OPER " MANDATAIRE "
                       F1-ID-MANDATAIRE " : " WS-POA-LIBELLE
           END-IF
           .

       1690-RESOUDRE-ALIAS.
      ******************************************************************EDEFAY
      *  An F1-COMPTE that is an 11-digit number is the internal
           MOVE WS-RETOUR-SAUVE TO ZF-RETOUR
           .

       1740-POSTER-CHANGE.
      ******************************************************************EDEFAY
      *  Post one type-60 customer currency conversion as two MFMAJCPT
      *  calls with the type-30 all-or-nothing semantics : the debit
      *  leg takes F1-MONTANT-DEB-60 in F1-CODE-DEV-DEB-60 off
      *  F1-COMPTE-DEB-60 under WS-CODOPE-CHANGE, the credit leg adds
      *  F1-MONTANT-CRE-60 in F1-CODE-DEV-CRE-60 to F1-COMPTE-CRE-60
      *  under the same code flipped via ZF-REVERSAL, and a rejected
      *  credit leg has the debit leg compensated (1743). The dealt
      *  rate is what prices the pair - so each leg must already be in
      *  its account's currency (MFMAJCPT would otherwise convert it
      *  again at the board rate) and the rate must sit inside the
      *  tolerance band around the board cross mid (1744). A pair that
      *  posts is recorded in TBPOS as one deal (1745).
      *  Both legs carry ZF-REFOPE-LIE = 'X' + F1-REF-OPER-60 : linked,
      *  so GKRECO01's flow-file legs exclude them like any non-type-10
      *  row, but not equal to REFOPE, so GKGL002 does not take two
      *  legs in different currencies for a same-amount transfer pair.
      *  Gated by its own restart position (WS-LUS-60), like type-30.
           IF RESTART-ACTIVE
          AND WS-LUS-60 NOT > WS-RESTART-SKIP-60 THEN
               PERFORM 1800-CHECKPOINTER-SI-NECESSAIRE
               EXIT PARAGRAPH
           END-IF
           MOVE F1-REF-OPER-60 TO WS-REF-TO-CHECK
           PERFORM 2100-VERIFIER-DOUBLON
           IF REF-FOUND THEN
               MOVE 'DUPRF' TO WS-REJECT-REASON
               MOVE '12'    TO WS-REJECT-FALLBACK-RC
               PERFORM 8200-REJETER-ENREGISTREMENT
               MOVE F1-REF-OPER-60 TO WS-ACK-REFOPE
               MOVE 'DOUBLON ' TO WS-ACK-STATUT
               MOVE '12' TO ZF-CODRET
               MOVE 'REFERENCE EN DOUBLE' TO ZF-LIBRET
               PERFORM 8600-ECRIRE-ACK
               IF NOT RC-IS-00 THEN
                   PERFORM 1999-FIN
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 1744-CONTROLER-CHANGE
           IF WS-CHG-MOTIF NOT = SPACES THEN
               MOVE WS-CHG-MOTIF TO WS-REJECT-REASON
               MOVE '09'         TO WS-REJECT-FALLBACK-RC
               PERFORM 8200-REJETER-ENREGISTREMENT
               MOVE F1-REF-OPER-60 TO WS-ACK-REFOPE
               MOVE 'REJETE  ' TO WS-ACK-STATUT
               IF WS-CHG-MOTIF = 'WLHIT' THEN
                   MOVE 'WL' TO ZF-CODRET
               ELSE
                   MOVE 'FX' TO ZF-CODRET
               END-IF
               MOVE WS-CHG-LIBRET TO ZF-LIBRET
               PERFORM 8600-ECRIRE-ACK
               IF NOT RC-IS-00 THEN
                   PERFORM 1999-FIN
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 1741-POSTER-CHANGE-DEBIT
           IF CODRET-OK THEN
               PERFORM 1742-POSTER-CHANGE-CREDIT
               IF NOT CODRET-OK THEN
                   PERFORM 1743-COMPENSER-CHANGE
               END-IF
           END-IF
           MOVE F1-REF-OPER-60 TO WS-ACK-REFOPE
           IF NOT CODRET-OK THEN
               MOVE 'REJETE  ' TO WS-ACK-STATUT
               PERFORM 8600-ECRIRE-ACK
               PERFORM 8400-LOGGER-VALIDATION
               MOVE 'FXKO ' TO WS-REJECT-REASON
               MOVE '09'    TO WS-REJECT-FALLBACK-RC
               PERFORM 8200-REJETER-ENREGISTREMENT
               IF NOT RC-IS-00 THEN
                   PERFORM 1999-FIN
               END-IF
           ELSE
               MOVE 'POSTED  ' TO WS-ACK-STATUT
               PERFORM 8600-ECRIRE-ACK
               IF NOT SIMULATION-ACTIVE THEN
                   PERFORM 1745-ENREGISTRER-DEAL
               END-IF
           END-IF
           IF RC-IS-00 THEN
               PERFORM 1800-CHECKPOINTER-SI-NECESSAIRE
           END-IF
           .

       1741-POSTER-CHANGE-DEBIT.
      ******************************************************************EDEFAY
      *  Debit leg of the conversion - WS-CODOPE-CHANGE's natural
      *  direction on F1-COMPTE-DEB-60, in the debit currency.
           INITIALIZE ZF-MAJCPT
           PERFORM 1590-BATIR-CORRELID
           MOVE F1-COMPTE-DEB-60 TO ZF-COMPTE
           MOVE WS-CODOPE-CHANGE TO ZF-CODOPE
           MOVE F1-REF-OPER-60   TO ZF-REFOPE
           MOVE F1-CODE-DEV-DEB-60 TO ZF-CODDEV
           MOVE WS-HDR-DATE      TO ZF-DATOPE
           MOVE F1-MONTANT-DEB-60 TO ZF-MNTOPE
           STRING 'X' F1-REF-OPER-60(1:9)
                  DELIMITED BY SIZE INTO ZF-REFOPE-LIE
           MOVE WS-HDR-ORIGINE   TO ZF-OPERATEUR
           MOVE WS-HDR-ORIGINE(1:3) TO ZF-ORIGINE
           MOVE WS-CORRELID      TO ZF-CORRELID
           MOVE WS-DATE-CLOTURE  TO ZF-DATE-CLOTURE
      *    System-routed leg - bypasses the both-to-sign queue, see
      *    1661
           SET ZF-IS-APPROUVE    TO TRUE
           IF SIMULATION-ACTIVE THEN
               SET ZF-IS-SIMULATION TO TRUE
           END-IF
           CALL "MFMAJCPT" USING ZF-MAJCPT, ZF-RETOUR
           .

       1742-POSTER-CHANGE-CREDIT.
      ******************************************************************EDEFAY
      *  Credit leg of the conversion - the same CODOPE flipped to the
      *  add side via ZF-REVERSAL, on F1-COMPTE-CRE-60 in the credit
      *  currency. Same REFOPE as the debit leg, the account tells the
      *  two TBHIS rows apart.
           INITIALIZE ZF-MAJCPT
           PERFORM 1590-BATIR-CORRELID
           MOVE F1-COMPTE-CRE-60 TO ZF-COMPTE
           MOVE WS-CODOPE-CHANGE TO ZF-CODOPE
           MOVE F1-REF-OPER-60   TO ZF-REFOPE
           MOVE F1-CODE-DEV-CRE-60 TO ZF-CODDEV
           MOVE WS-HDR-DATE      TO ZF-DATOPE
           MOVE F1-MONTANT-CRE-60 TO ZF-MNTOPE
           SET ZF-REVERSAL       TO TRUE
           STRING 'X' F1-REF-OPER-60(1:9)
                  DELIMITED BY SIZE INTO ZF-REFOPE-LIE
           MOVE WS-HDR-ORIGINE   TO ZF-OPERATEUR
           MOVE WS-HDR-ORIGINE(1:3) TO ZF-ORIGINE
           MOVE WS-CORRELID      TO ZF-CORRELID
           MOVE WS-DATE-CLOTURE  TO ZF-DATE-CLOTURE
      *    System-routed leg - bypasses the both-to-sign queue, see
      *    1661
           SET ZF-IS-APPROUVE    TO TRUE
           IF SIMULATION-ACTIVE THEN
               SET ZF-IS-SIMULATION TO TRUE
           END-IF
           CALL "MFMAJCPT" USING ZF-MAJCPT, ZF-RETOUR
           .

       1743-COMPENSER-CHANGE.
      ******************************************************************EDEFAY
      *  The credit leg rejected after the debit leg already posted -
      *  repost the debit leg's inverse under 'C' + the reference, the
      *  same compensation 1670 does for a transfer, keeping the credit
      *  leg's ZF-RETOUR as the reason the record rejects with.
           MOVE ZF-RETOUR TO WS-RETOUR-SAUVE
           INITIALIZE ZF-MAJCPT
           PERFORM 1590-BATIR-CORRELID
           STRING 'C' F1-REF-OPER-60(1:9)
                  DELIMITED BY SIZE INTO WS-REF-COMPENSE
           MOVE F1-COMPTE-DEB-60 TO ZF-COMPTE
           MOVE WS-CODOPE-CHANGE TO ZF-CODOPE
           MOVE WS-REF-COMPENSE  TO ZF-REFOPE
           MOVE F1-CODE-DEV-DEB-60 TO ZF-CODDEV
           MOVE WS-HDR-DATE      TO ZF-DATOPE
           MOVE F1-MONTANT-DEB-60 TO ZF-MNTOPE
           SET ZF-REVERSAL       TO TRUE
           STRING 'X' F1-REF-OPER-60(1:9)
                  DELIMITED BY SIZE INTO ZF-REFOPE-LIE
           MOVE WS-HDR-ORIGINE   TO ZF-OPERATEUR
           MOVE WS-HDR-ORIGINE(1:3) TO ZF-ORIGINE
           MOVE WS-CORRELID      TO ZF-CORRELID
           MOVE WS-DATE-CLOTURE  TO ZF-DATE-CLOTURE
           SET ZF-IS-APPROUVE    TO TRUE
           IF SIMULATION-ACTIVE THEN
               SET ZF-IS-SIMULATION TO TRUE
           END-IF
           CALL "MFMAJCPT" USING ZF-MAJCPT, ZF-RETOUR
           IF NOT CODRET-OK THEN
               DISPLAY "GKMAJ001 : COMPENSATION DU CHANGE "
                       F1-REF-OPER-60 " A ECHOUE, CODRET=" ZF-CODRET
                       " - REPRISE MANUELLE REQUISE"
           END-IF
           MOVE WS-RETOUR-SAUVE TO ZF-RETOUR
           .

       1744-CONTROLER-CHANGE.
      ******************************************************************EDEFAY
      *  Pre-posting checks of a type-60 conversion, leaving the reject
      *  reason in WS-CHG-MOTIF (spaces = all clear) : both account
      *  holders screened like a transfer's (1693 - a hit rejects, a
      *  multi-leg record cannot park), each leg's currency equal to
      *  its account's, and the dealt rate within WS-CHG-TOLERANCE
      *  percent of the board cross mid at the header date - each
      *  currency's TBDEV mid (ACHAT+VENTE)/2, debit over credit, both
      *  being quoted against the same base currency. An unknown
      *  account passes through here : the posting rejects it with the
      *  proper CODRET.
           MOVE SPACES TO WS-CHG-MOTIF
           MOVE SPACES TO WS-CHG-LIBRET
           MOVE F1-COMPTE-DEB-60 TO WS-COMPTE-FILTRE
           PERFORM 1693-FILTRER-COMPTE
           IF NOT SANCTION-HIT THEN
               MOVE F1-COMPTE-CRE-60 TO WS-COMPTE-FILTRE
               PERFORM 1693-FILTRER-COMPTE
           END-IF
           IF SANCTION-HIT THEN
               MOVE 'WLHIT' TO WS-CHG-MOTIF
               MOVE 'FILTRAGE SANCTIONS - CHANGE' TO WS-CHG-LIBRET
               EXIT PARAGRAPH
           END-IF
           MOVE F1-COMPTE-DEB-60 TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK
              AND ZACPT-DEVISE NOT = F1-CODE-DEV-DEB-60 THEN
               MOVE 'FXDEV' TO WS-CHG-MOTIF
               MOVE 'DEVISE DEBIT <> DEVISE COMPTE' TO WS-CHG-LIBRET
               EXIT PARAGRAPH
           END-IF
           MOVE F1-COMPTE-CRE-60 TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK
              AND ZACPT-DEVISE NOT = F1-CODE-DEV-CRE-60 THEN
               MOVE 'FXDEV' TO WS-CHG-MOTIF
               MOVE 'DEVISE CREDIT <> DEVISE COMPTE' TO WS-CHG-LIBRET
               EXIT PARAGRAPH
           END-IF
           MOVE F1-CODE-DEV-DEB-60 TO ZADEV-CDEV
           MOVE WS-HDR-DATE        TO ZADEV-DTEFF
           MOVE "SEL"              TO ZADEV-FONCTION
           CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
           IF NOT ZADEV-CODRET-OK THEN
               MOVE 'FXTOL' TO WS-CHG-MOTIF
               MOVE 'COURS DEVISE DEBIT INCONNU' TO WS-CHG-LIBRET
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHG-MID-DEB = (ZADEV-ACHAT + ZADEV-VENTE) / 2
           MOVE F1-CODE-DEV-CRE-60 TO ZADEV-CDEV
           MOVE WS-HDR-DATE        TO ZADEV-DTEFF
           MOVE "SEL"              TO ZADEV-FONCTION
           CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
           IF NOT ZADEV-CODRET-OK THEN
               MOVE 'FXTOL' TO WS-CHG-MOTIF
               MOVE 'COURS DEVISE CREDIT INCONNU' TO WS-CHG-LIBRET
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHG-MID-CRE = (ZADEV-ACHAT + ZADEV-VENTE) / 2
           IF WS-CHG-MID-DEB NOT > 0
              OR WS-CHG-MID-CRE NOT > 0 THEN
               MOVE 'FXTOL' TO WS-CHG-MOTIF
               MOVE 'COURS DE REFERENCE NUL' TO WS-CHG-LIBRET
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHG-COURS-CROISE ROUNDED =
                   WS-CHG-MID-DEB / WS-CHG-MID-CRE
           COMPUTE WS-CHG-ECART-PCT ROUNDED =
                   (F1-TAUX-60 - WS-CHG-COURS-CROISE) * 100
                   / WS-CHG-COURS-CROISE
           IF WS-CHG-ECART-PCT > WS-CHG-TOLERANCE
              OR WS-CHG-ECART-PCT < 0 - WS-CHG-TOLERANCE THEN
               MOVE 'FXTOL' TO WS-CHG-MOTIF
               MOVE 'TAUX HORS BANDE DE TOLERANCE' TO WS-CHG-LIBRET
           END-IF
           .

       1745-ENREGISTRER-DEAL.
      ******************************************************************EDEFAY
      *  Record the posted conversion as one TBPOS deal, the shape
      *  MFMAJCPT's own conversions take : the bank bought the debit
      *  currency and sold the credit currency, keyed by the reference
      *  and the debit account. TAUXAPP is the dealt rate, TAUXMID the
      *  board cross mid, and the margin is what the deal earned
      *  against that mid in the credit currency - floored at zero,
      *  a deal struck inside the mid is a cost, not income, and
      *  GKGL001 journals MNTMRG as FX income.
           INITIALIZE ZAPOS-DONNEES
           MOVE F1-REF-OPER-60     TO ZAPOS-REFOPE
           MOVE WS-HDR-DATE        TO ZAPOS-DTPOS
           MOVE F1-COMPTE-DEB-60   TO ZAPOS-COMPTE
           MOVE F1-CODE-DEV-DEB-60 TO ZAPOS-DEVACH
           MOVE F1-MONTANT-DEB-60  TO ZAPOS-MNTACH
           MOVE F1-CODE-DEV-CRE-60 TO ZAPOS-DEVVEN
           MOVE F1-MONTANT-CRE-60  TO ZAPOS-MNTVEN
           MOVE F1-CODE-DEV-CRE-60 TO ZAPOS-DEVOPE
           MOVE F1-TAUX-60         TO ZAPOS-TAUXAPP
           MOVE WS-CHG-COURS-CROISE TO ZAPOS-TAUXMID
           MOVE F1-CODE-DEV-CRE-60 TO ZAPOS-DEVMRG
           COMPUTE WS-CHG-MARGE ROUNDED =
                   F1-MONTANT-DEB-60 * WS-CHG-COURS-CROISE
                   - F1-MONTANT-CRE-60
           IF WS-CHG-MARGE > 0 THEN
               MOVE WS-CHG-MARGE TO ZAPOS-MNTMRG
           ELSE
               MOVE 0 TO ZAPOS-MNTMRG
           END-IF
           MOVE "INS" TO ZAPOS-FONCTION
           CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           IF NOT ZAPOS-CODRET-OK THEN
               DISPLAY "GKMAJ001 : POSITION DU CHANGE " F1-REF-OPER-60
                       " NON ENREGISTREE, CODRET=" ZAPOS-CODRET
           END-IF
           .

       1800-CHECKPOINTER-SI-NECESSAIRE.
      ******************************************************************EDEFAY
      *  Every WS-CHECKPOINT-INTERVAL type-10 or type-20 records, write
      *  opening it on first use. Called from both 1600-POSTER-OPERATION
      *  and 1650-POSTER-REVERSAL since either counter can hit the
      *  interval first, depending on how the flow file interleaves
      *  the two record types. The type-10 position is WS-POS-10 and
      *  the record carries the pass (CKPT-PASSE) : the second pass of
      *  a credits-first file only sees debits, so only WS-POS-10
      *  drives it. While a restarted run replays a pass its
      *  checkpoint already covers, the loaded checkpoint is carried
      *  forward as is, so a second stop does not lose the first.
           IF CHECKPOINT-DDNAME IS OMITTED
              OR CHECKPOINT-DDNAME = SPACES THEN
               CONTINUE
           ELSE
               DIVIDE WS-POS-10 BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM
               DIVIDE WS-LUS-20 BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM-20
               DIVIDE WS-LUS-30 BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM-30
               DIVIDE WS-LUS-60 BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM-60
               IF (WS-POS-10 > 0 AND WS-CKPT-REM = 0)
              OR (WS-PASSE = 1
                  AND ((WS-LUS-20 > 0 AND WS-CKPT-REM-20 = 0)
                    OR (WS-LUS-30 > 0 AND WS-CKPT-REM-30 = 0)
                    OR (WS-LUS-60 > 0 AND WS-CKPT-REM-60 = 0))) THEN
                   IF NOT CHECKPOINT-IS-OPEN THEN
                       MOVE CHECKPOINT-DDNAME TO CHECKPOINT-NAME
                       OPEN OUTPUT CHECKPOINT-FDNAME
                       SET CHECKPOINT-IS-OPEN TO TRUE
                   END-IF
                   IF RESTART-ACTIVE
                      AND WS-PASSE < WS-RESTART-PASSE THEN
                       MOVE WS-RESTART-SKIP      TO CKPT-LUS-10
                       MOVE WS-RESTART-SKIP-20   TO CKPT-LUS-20
                       MOVE WS-RESTART-SKIP-30   TO CKPT-LUS-30
                       MOVE WS-RESTART-SKIP-60   TO CKPT-LUS-60
                       MOVE WS-RESTART-MT-GLOBAL TO CKPT-MT-GLOBAL
                       MOVE WS-RESTART-PASSE     TO CKPT-PASSE
                   ELSE
                       MOVE WS-POS-10    TO CKPT-LUS-10
                       MOVE WS-LUS-20    TO CKPT-LUS-20
                       MOVE WS-LUS-30    TO CKPT-LUS-30
                       MOVE WS-LUS-60    TO CKPT-LUS-60
                       MOVE WS-MT-GLOBAL TO CKPT-MT-GLOBAL
                       MOVE WS-PASSE     TO CKPT-PASSE
                   END-IF
                   WRITE CHECKPOINT-RECORD
               END-IF
           END-IF
      *    Breakdown report
           PERFORM 9500-IMPRIMER-BREAKDOWN
           PERFORM 9510-IMPRIMER-BREAKDOWN-CANAL
      *    MFMAJCPT's reference-data cache figures for the run
           INITIALIZE ZF-MAJCPT
           SET ZF-IS-BILAN-CACHE TO TRUE
           CALL "MFMAJCPT" USING ZF-MAJCPT, ZF-RETOUR
           IF SIMULATION-ACTIVE THEN
               DISPLAY "GKMAJ001 : SIMULATION MODE - ABOVE FIGURES ARE "
                       "PROJECTED, NOTHING WAS COMMITTED"
               MOVE WS-LUS-10     TO ZS-LUS-10
               MOVE WS-LUS-20     TO ZS-LUS-20
               MOVE WS-LUS-30     TO ZS-LUS-30
               MOVE WS-LUS-60     TO ZS-LUS-60
               MOVE WS-LUS-99     TO ZS-LUS-99
               MOVE WS-LUS-REJETS TO ZS-LUS-REJETS
               MOVE WS-MT-GLOBAL  TO ZS-MT-GLOBAL
      ******************************************************************EDEFAY
      *  One acknowledgment record for the reference just processed :
      *  the header's origin, the reference, its final status and -
      *  for a rejection - MFMAJCPT's own CODRET and libelle - and
      *  the posting-order policy the file ran under. No-op
      *  when no ACK DDNAME was supplied. Lazily opened on first use,
      *  like the reject/validlog outputs.
           IF FILEOUT-ACK-DDNAME IS OMITTED
               MOVE WS-ACK-REFOPE  TO ACK-REFOPE
               MOVE WS-ACK-STATUT  TO ACK-STATUT
               MOVE WS-IDEXT       TO ACK-IDEXT
               MOVE WS-ORDRE-POSTAGE TO ACK-ORDRE
               IF WS-ACK-STATUT = 'POSTED  ' THEN
                   MOVE '00'   TO ACK-CODRET
                   MOVE SPACES TO ACK-LIBELLE
