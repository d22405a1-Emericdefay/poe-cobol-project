      *                  when that statement went out" has an answer.
      *                  The customer's KYC/limit fields are never
      *                  touched here - they keep their own entry
      *                  points. A 'FIS' line (PARAMCLI-FISC-RECORD
      *                  layout) sets the tax residence block - up to
      *                  two residence countries with their foreign
      *                  TIN and the FATCA US-person indicator - under
      *                  the same flow and history. A 'DEV' line
      *                  (PARAMCLI-DEV-RECORD layout) sets the
      *                  customer's reference currency for the
      *                  consolidated statement (GKSTMT04). A 'TYP'
      *                  line (PARAMCLI-TYP-RECORD layout) sets the
      *                  customer type, private individual or company
      *                  - a company's beneficial owners are kept in
      *                  TBBEN (GKMBEN01). A new address applied to a
      *                  gone-away customer lifts the returned-mail
      *                  hold (ZACLI-NPAI).
      * Rules handling :
      *             RC = 00 : Every instruction processed cleanly
      *             RC = 01 : Could not open PARAMCLI
      *                         explicit value journals its own
      *                         TBCHJ row (old -> new, maker and
      *                         checker carried).
      * 15/10/26  EDEFAY        New 'FIS' instruction : tax residence
      *                         country(ies), foreign TIN(s) and
      *                         FATCA US-person indicator for the
      *                         FATCA/CRS extract (GKCRS01). Checked
      *                         at submission (1510-CONTROLER-FISC),
      *                         applied as a whole block under the
      *                         'CLI' maker/checker flow, before/
      *                         after kept in TBCLH (new FISCAV/
      *                         FISCAP) and journalled in TBCHJ.
      * 15/10/26  EDEFAY        New 'DEV' instruction : the customer's
      *                         reference currency (ZACLI-DEVREF) for
      *                         GKSTMT04's consolidated net worth.
      *                         Checked at submission against TBDEV
      *                         (1520-CONTROLER-DEVISE), applied under
      *                         the 'CLI' maker/checker flow and
      *                         journalled in TBCHJ (key client +
      *                         ' DEVREF').
      * 15/10/26  EDEFAY        New 'TYP' instruction : the customer
      *                         type (ZACLI-TYPCLI, P individual / E
      *                         company) GKKYC01's beneficial-owner
      *                         check keys on. Checked at submission
      *                         (1530-CONTROLER-TYPE), applied under
      *                         the 'CLI' maker/checker flow and
      *                         journalled in TBCHJ (key client +
      *                         ' TYPCLI').
      * 15/10/26  EDEFAY        An applied UPD that changes the
      *                         address of a gone-away customer
      *                         (ZACLI-NPAI, set by GKNPAI01) clears
      *                         the flag and its date, so mail is
      *                         released to the new address ; the
      *                         release is journalled in TBCHJ (key
      *                         client + ' NPAI').
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    Aggregate credit limit (text, FUNCTION NUMVAL) - blank
      *    leaves the limit in place on an UPD, zero on an INS
           05  PC-LIMGLOB      PIC X(11).
      *  'FIS' line : the tax residence block replaces the stored
      *  one as a whole (a blank second residence clears it) ;
      *  operator in the same columns as every other line
       01  PARAMCLI-FISC-RECORD.
           05  FILLER          PIC X(03).
           05  FILLER          PIC X(08).
           05  PF-RESFISC1     PIC X(02).
           05  PF-NIF1         PIC X(20).
           05  PF-RESFISC2     PIC X(02).
           05  PF-NIF2         PIC X(20).
           05  PF-USPERS       PIC X(01).
           05  FILLER          PIC X(05).
           05  FILLER          PIC X(08).
           05  FILLER          PIC X(11).
      *  'DEV' line : reference currency, blank = back to the bank's
      *  own ; operator in the same columns as every other line
       01  PARAMCLI-DEV-RECORD.
           05  FILLER          PIC X(03).
           05  FILLER          PIC X(08).
           05  PD-DEVREF       PIC X(03).
           05  FILLER          PIC X(47).
           05  FILLER          PIC X(08).
           05  FILLER          PIC X(11).
      *  'TYP' line : customer type, P private individual or E
      *  company ; operator in the same columns as every other line
       01  PARAMCLI-TYP-RECORD.
           05  FILLER          PIC X(03).
           05  FILLER          PIC X(08).
           05  PT-TYPCLI       PIC X(01).
           05  FILLER          PIC X(49).
           05  FILLER          PIC X(08).
           05  FILLER          PIC X(11).
       FD  PARAMAPPR-FDNAME RECORDING MODE F.
       01  PARAMAPPR-RECORD.
           05  PA-REFPND       PIC X(18).
       01  WS-LIGNE-TRAVAIL.
           05  WL-FONCTION     PIC X(03).
           05  WL-CLIENT       PIC X(08).
           05  WL-IDENTITE.
               10  WL-NOM      PIC X(20).
               10  WL-ADRESSE  PIC X(30).
      *        'FIS' line view - ZACLI-FISCALITE layout then filler
           05  WL-FISC REDEFINES WL-IDENTITE.
               10  WL-FISCALITE PIC X(45).
               10  FILLER      PIC X(05).
      *        'DEV' line view
           05  WL-DEV REDEFINES WL-IDENTITE.
               10  WL-DEVREF   PIC X(03).
               10  FILLER      PIC X(47).
      *        'TYP' line view
           05  WL-TYP REDEFINES WL-IDENTITE.
               10  WL-TYPCLI   PIC X(01).
               10  FILLER      PIC X(49).
           05  WL-OPERATEUR    PIC X(08).
           05  WL-LIMGLOB      PIC X(11).
      *  Previous values kept for the TBCLH history row and the
       01  WS-NOM-AVANT     PIC X(20).
       01  WS-ADR-AVANT     PIC X(30).
       01  WS-LIM-AVANT     PIC S9(13)V9(2) COMP-3.
       01  WS-FISC-AVANT    PIC X(45).
       01  WS-DEV-AVANT     PIC X(03).
       01  WS-TYP-AVANT     PIC X(01).
      *  Gone-away flag lifted by this UPD's new address, and the
      *  date it had been set on, for the TBCHJ row
       01  WS-NPAI-LEVE     PIC X(01).
           88 NPAI-LEVE     VALUE 'Y'.
       01  WS-DTNPAI-AVANT  PIC X(10).
      *  'DEV' line check (1520-CONTROLER-DEVISE) : the bank's own
      *  reference currency needs no TBDEV rate row
       COPY "./Copybooks/CTBDEV.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       01  WS-DEVREF-BANQUE PIC X(03) VALUE 'EUR'.
       01  WS-DEV-CTL       PIC X(01).
           88 DEV-OK        VALUE 'Y'.
      *  'TYP' line check (1530-CONTROLER-TYPE)
       01  WS-TYP-CTL       PIC X(01).
           88 TYP-OK        VALUE 'Y'.
      *  Tax residence block split out, for the checks and the TBCHJ
      *  summary (1570-RESUMER-FISC)
       01  WS-FISC-VUE.
           05  WV-RESFISC1  PIC X(02).
           05  WV-NIF1      PIC X(20).
           05  WV-RESFISC2  PIC X(02).
           05  WV-NIF2      PIC X(20).
           05  WV-USPERS    PIC X(01).
       01  WS-FISC-RESUME   PIC X(30).
       01  WS-FISC-CTL      PIC X(01).
           88 FISC-OK       VALUE 'Y'.
       01  WS-CHJ-ED1       PIC -(12)9.99.
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
      *  in TBPND instead of applying - a different operator
      *  approves it through PARAMAPPR before TBCLI changes.
           ADD 1 TO WS-NB-LUES
           IF PC-FONCTION = 'FIS' THEN
               PERFORM 1510-CONTROLER-FISC
               IF NOT FISC-OK THEN
                   ADD 1 TO WS-NB-KO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PC-FONCTION = 'DEV' THEN
               PERFORM 1520-CONTROLER-DEVISE
               IF NOT DEV-OK THEN
                   ADD 1 TO WS-NB-KO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PC-FONCTION = 'TYP' THEN
               PERFORM 1530-CONTROLER-TYPE
               IF NOT TYP-OK THEN
                   ADD 1 TO WS-NB-KO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PC-OPERATEUR = SPACES THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMCLI01 : " PC-CLIENT
           END-IF
           .

       1510-CONTROLER-FISC.
      ******************************************************************EDEFAY
      *  A 'FIS' block must hold together before it queues : a TIN
      *  needs its residence country, a second residence needs a
      *  first, the two must differ, countries are two letters and
      *  the US-person indicator is Y, N or blank. A residence with
      *  no TIN is accepted - the extract reports it as such.
           MOVE 'N' TO WS-FISC-CTL
           EVALUATE TRUE
               WHEN PF-RESFISC1 = SPACES AND PF-NIF1 NOT = SPACES
               WHEN PF-RESFISC2 = SPACES AND PF-NIF2 NOT = SPACES
                   DISPLAY "GKMCLI01 : FIS " PC-CLIENT
                           " : NIF SANS PAYS DE RESIDENCE - REJETEE"
               WHEN PF-RESFISC1 = SPACES AND PF-RESFISC2 NOT = SPACES
                   DISPLAY "GKMCLI01 : FIS " PC-CLIENT
                           " : 2E RESIDENCE SANS 1RE - REJETEE"
               WHEN PF-RESFISC1 NOT ALPHABETIC-UPPER
               WHEN PF-RESFISC2 NOT ALPHABETIC-UPPER
                   DISPLAY "GKMCLI01 : FIS " PC-CLIENT
                           " : CODE PAYS INVALIDE - REJETEE"
               WHEN PF-RESFISC2 NOT = SPACES
                    AND PF-RESFISC2 = PF-RESFISC1
                   DISPLAY "GKMCLI01 : FIS " PC-CLIENT
                           " : RESIDENCES IDENTIQUES - REJETEE"
               WHEN PF-USPERS NOT = 'Y' AND PF-USPERS NOT = 'N'
                    AND PF-USPERS NOT = SPACE
                   DISPLAY "GKMCLI01 : FIS " PC-CLIENT
                           " : INDICATEUR US " PF-USPERS
                           " INVALIDE - REJETEE"
               WHEN OTHER
                   SET FISC-OK TO TRUE
           END-EVALUATE
           .

       1520-CONTROLER-DEVISE.
      ******************************************************************EDEFAY
      *  A 'DEV' currency must be one the bank can convert : blank
      *  (back to the bank's reference currency), the bank's own
      *  reference currency (TBPRM 'MFMAJCPT'/'DEVREF'), or a
      *  currency with a TBDEV rate row.
           MOVE 'N' TO WS-DEV-CTL
           IF PD-DEVREF = SPACES THEN
               SET DEV-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'MFMAJCPT' TO ZAPRM-PGM
           MOVE 'DEVREF  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               MOVE ZAPRM-VALPRM(1:3) TO WS-DEVREF-BANQUE
           END-IF
           IF PD-DEVREF = WS-DEVREF-BANQUE THEN
               SET DEV-OK TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE PD-DEVREF TO ZADEV-CDEV
           MOVE SPACES TO ZADEV-DTEFF
           MOVE "SEL" TO ZADEV-FONCTION
           CALL "MADEV" USING ZADEV-ZCMA, AUTH-QUERY
           IF ZADEV-CODRET-OK THEN
               SET DEV-OK TO TRUE
           ELSE
               DISPLAY "GKMCLI01 : DEV " PC-CLIENT " : DEVISE "
                       PD-DEVREF " SANS COURS TBDEV - REJETEE"
           END-IF
           .

       1530-CONTROLER-TYPE.
      ******************************************************************EDEFAY
      *  A 'TYP' line carries P (private individual) or E (company) -
      *  nothing else, not even blank : the type is set explicitly.
           MOVE 'N' TO WS-TYP-CTL
           IF PT-TYPCLI = 'P' OR PT-TYPCLI = 'E' THEN
               SET TYP-OK TO TRUE
           ELSE
               DISPLAY "GKMCLI01 : TYP " PC-CLIENT " : TYPE "
                       PT-TYPCLI " INVALIDE (P/E) - REJETEE"
           END-IF
           .

       1550-APPLIQUER-LIGNE.
      ******************************************************************EDEFAY
      *  Apply one approved instruction against MACLI. An UPD reads
      *  limit) are carried over untouched. A DEL needs no history -
      *  the change record would outlive its key.
           MOVE 'N' TO WS-APPLIQUE
           MOVE 'N' TO WS-NPAI-LEVE
           EVALUATE WL-FONCTION
               WHEN 'INS'
                   INITIALIZE ZACLI-DONNEES
                   MOVE ZACLI-NOM     TO WS-NOM-AVANT
                   MOVE ZACLI-ADRESSE TO WS-ADR-AVANT
                   MOVE ZACLI-LIMGLOB TO WS-LIM-AVANT
                   MOVE ZACLI-FISCALITE TO WS-FISC-AVANT
                   MOVE WL-NOM     TO ZACLI-NOM
                   MOVE WL-ADRESSE TO ZACLI-ADRESSE
      *            Mail came back from the old address : the new one
      *            lifts the hold
                   IF ZACLI-NPAI-OUI
                      AND WL-ADRESSE NOT = WS-ADR-AVANT THEN
                       SET NPAI-LEVE TO TRUE
                       MOVE ZACLI-DTNPAI TO WS-DTNPAI-AVANT
                       MOVE SPACES TO ZACLI-NPAI
                       MOVE SPACES TO ZACLI-DTNPAI
                   END-IF
      *            Blank leaves the aggregate limit exactly as it
      *            stands - only an explicit value (zero included)
      *            changes it
                   END-IF
                   MOVE "UPD" TO ZACLI-FONCTION
                   CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               WHEN 'FIS'
                   MOVE WL-CLIENT TO ZACLI-CLIENT
                   MOVE "SEL" TO ZACLI-FONCTION
                   CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
                   IF NOT ZACLI-CODRET-OK THEN
                       ADD 1 TO WS-NB-KO
                       DISPLAY "GKMCLI01 : FIS " WL-CLIENT
                               " : CLIENT INCONNU"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ZACLI-NOM       TO WS-NOM-AVANT
                   MOVE ZACLI-ADRESSE   TO WS-ADR-AVANT
                   MOVE ZACLI-FISCALITE TO WS-FISC-AVANT
                   MOVE WL-FISCALITE    TO ZACLI-FISCALITE
                   MOVE "UPD" TO ZACLI-FONCTION
                   CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               WHEN 'DEV'
                   MOVE WL-CLIENT TO ZACLI-CLIENT
                   MOVE "SEL" TO ZACLI-FONCTION
                   CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
                   IF NOT ZACLI-CODRET-OK THEN
                       ADD 1 TO WS-NB-KO
                       DISPLAY "GKMCLI01 : DEV " WL-CLIENT
                               " : CLIENT INCONNU"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ZACLI-DEVREF TO WS-DEV-AVANT
                   MOVE WL-DEVREF    TO ZACLI-DEVREF
                   MOVE "UPD" TO ZACLI-FONCTION
                   CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               WHEN 'TYP'
                   MOVE WL-CLIENT TO ZACLI-CLIENT
                   MOVE "SEL" TO ZACLI-FONCTION
                   CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
                   IF NOT ZACLI-CODRET-OK THEN
                       ADD 1 TO WS-NB-KO
                       DISPLAY "GKMCLI01 : TYP " WL-CLIENT
                               " : CLIENT INCONNU"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ZACLI-TYPCLI TO WS-TYP-AVANT
                   MOVE WL-TYPCLI    TO ZACLI-TYPCLI
                   MOVE "UPD" TO ZACLI-FONCTION
                   CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
               WHEN 'DEL'
                   MOVE WL-CLIENT TO ZACLI-CLIENT
                   MOVE "DEL" TO ZACLI-FONCTION
               DISPLAY "GKMCLI01 : " WL-FONCTION " " WL-CLIENT
                       " : APPLIQUE (MAKER " ZAPND-MAKER
                       " CHECKER " ZAPND-CHECKER ")"
               IF WL-FONCTION = 'UPD' OR WL-FONCTION = 'FIS' THEN
                   PERFORM 1560-HISTORISER-CHANGEMENT
               END-IF
      *        TBCLH keeps the full before/after name AND address ;
                   WHEN 'INS'
                       MOVE '(NOUVEAU)' TO ZACHJ-ANCVAL
                       MOVE WL-NOM      TO ZACHJ-NOUVAL
                   WHEN 'FIS'
                       MOVE SPACES TO ZACHJ-CLE
                       STRING WL-CLIENT ' FISC'
                              DELIMITED BY SIZE INTO ZACHJ-CLE
                       MOVE WS-FISC-AVANT TO WS-FISC-VUE
                       PERFORM 1570-RESUMER-FISC
                       MOVE WS-FISC-RESUME TO ZACHJ-ANCVAL
                       MOVE ZACLI-FISCALITE TO WS-FISC-VUE
                       PERFORM 1570-RESUMER-FISC
                       MOVE WS-FISC-RESUME TO ZACHJ-NOUVAL
                   WHEN 'DEV'
                       MOVE SPACES TO ZACHJ-CLE
                       STRING WL-CLIENT ' DEVREF'
                              DELIMITED BY SIZE INTO ZACHJ-CLE
                       MOVE WS-DEV-AVANT TO ZACHJ-ANCVAL
                       IF WS-DEV-AVANT = SPACES THEN
                           MOVE '(BANQUE)' TO ZACHJ-ANCVAL
                       END-IF
                       MOVE WL-DEVREF TO ZACHJ-NOUVAL
                       IF WL-DEVREF = SPACES THEN
                           MOVE '(BANQUE)' TO ZACHJ-NOUVAL
                       END-IF
                   WHEN 'TYP'
                       MOVE SPACES TO ZACHJ-CLE
                       STRING WL-CLIENT ' TYPCLI'
                              DELIMITED BY SIZE INTO ZACHJ-CLE
                       MOVE WS-TYP-AVANT TO ZACHJ-ANCVAL
                       MOVE WL-TYPCLI    TO ZACHJ-NOUVAL
                   WHEN OTHER
                       MOVE WL-CLIENT TO ZACHJ-ANCVAL
                       MOVE '(SUPPRIME)' TO ZACHJ-NOUVAL
               MOVE ZAPND-MAKER   TO ZACHJ-MAKER
               MOVE ZAPND-CHECKER TO ZACHJ-CHECKER
               PERFORM 8500-JOURNALISER-CHANGEMENT
               IF NPAI-LEVE THEN
                   INITIALIZE ZACHJ-DONNEES
                   MOVE 'CLI' TO ZACHJ-DOMAINE
                   STRING WL-CLIENT ' NPAI'
                          DELIMITED BY SIZE INTO ZACHJ-CLE
                   STRING 'NPAI DEPUIS ' WS-DTNPAI-AVANT
                          DELIMITED BY SIZE INTO ZACHJ-ANCVAL
                   MOVE '(NOUVELLE ADRESSE)' TO ZACHJ-NOUVAL
                   MOVE ZAPND-MAKER   TO ZACHJ-MAKER
                   MOVE ZAPND-CHECKER TO ZACHJ-CHECKER
                   PERFORM 8500-JOURNALISER-CHANGEMENT
                   DISPLAY "GKMCLI01 : " WL-CLIENT
                           " : NPAI LEVE (NOUVELLE ADRESSE)"
               END-IF
      *        An explicit limit on the line journals its own row -
      *        a wrong aggregate limit arms or disarms the exposure
      *        check on every account the customer holds
               IF WL-FONCTION NOT = 'DEL'
                  AND WL-FONCTION NOT = 'FIS'
                  AND WL-FONCTION NOT = 'DEV'
                  AND WL-FONCTION NOT = 'TYP'
                  AND WL-LIMGLOB NOT = SPACES THEN
                   INITIALIZE ZACHJ-DONNEES
                   MOVE 'CLI' TO ZACHJ-DOMAINE
           MOVE WS-HRDEM      TO ZACLH-HRCHG
           MOVE WS-NOM-AVANT  TO ZACLH-NOMAV
           MOVE WS-ADR-AVANT  TO ZACLH-ADRAV
           MOVE ZACLI-NOM     TO ZACLH-NOMAP
           MOVE ZACLI-ADRESSE TO ZACLH-ADRAP
           MOVE WS-FISC-AVANT TO ZACLH-FISCAV
           MOVE ZACLI-FISCALITE TO ZACLH-FISCAP
           MOVE ZAPND-MAKER   TO ZACLH-MAKER
           MOVE ZAPND-CHECKER TO ZACLH-CHECKER
           MOVE "INS" TO ZACLH-FONCTION
           END-IF
           .

       1570-RESUMER-FISC.
      ******************************************************************EDEFAY
      *  The tax residence block in WS-FISC-VUE summarised for one
      *  TBCHJ value column : countries, US-person indicator and the
      *  start of the first TIN (TBCLH keeps the full block).
           MOVE SPACES TO WS-FISC-RESUME
           STRING WV-RESFISC1 '/' WV-RESFISC2 ' US=' WV-USPERS ' '
                  WV-NIF1(1:19)
                  DELIMITED BY SIZE INTO WS-FISC-RESUME
           .

       1800-TRAITER-APPROBATIONS.
      ******************************************************************EDEFAY
      *  Approval pass, same shape as GKMOPE01's : each PARAMAPPR
