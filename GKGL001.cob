      *                  transmit step is skipped on COND) a file whose
      *                  debits and credits do not tie or that had
      *                  unmapped operation codes.
      *                  A cross-currency posting also carries the FX
      *                  spread MFMAJCPT earned on its conversion
      *                  (TBPOS ZAPOS-MNTMRG, via MAPOS) : it is
      *                  journalized as its own FX income pair under
      *                  the TBGLMAP pseudo-code 'FXM' (debit the FX
      *                  position account, credit FX income), the
      *                  line tagged with the operation currency.
      * Rules handling :
      *             RC = 00 : Journal balanced, released
      *             RC = 01 : Could not open FILEOUT-JOURNAL
      *             RC = 05 : One or more CODOPEs (or the 'FXM' FX
      *                       income pseudo-code) had no TBGLMAP row -
      *                       their rows are missing from the journal,
      *                       file must not be loaded
      *             RC = 06 : Debits and credits do not tie
      *                         transfer loaded half a journal into
      *                         the GL before anyone noticed. GKVERF01
      *                         verifies the file against it.
      * 15/10/26  EDEFAY        New 1650-JOURNALISER-MARGE-CHANGE : the
      *                         FX spread MFMAJCPT now records on each
      *                         TBPOS row is journalized as FX income
      *                         (TBGLMAP 'FXM'/'C'), the line carrying
      *                         the margin currency (ZAPOS-DEVMRG) in
      *                         new JNL-DEVOPE ; FX income total
      *                         displayed at 1900-BILAN.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBOPE.cpy".
       COPY "./Copybooks/CTBGLM.cpy".
       COPY "./Copybooks/CTBPOS.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTRLEXT.cpy".
      *  Optional as-of override parameter + TBPRC lookup fields, see
           05  JNL-COMPTE   PIC X(11).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  JNL-REFOPE   PIC X(10).
           05  FILLER       PIC X(01) VALUE SPACE.
      *    Currency of JNL-MONTANT - filled on FX income lines only
           05  JNL-DEVOPE   PIC X(03).
           05  FILLER       PIC X(13) VALUE SPACES.
      *  Totals - the file only releases when these tie
       01  WS-TOTAL-DEBIT   PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CREDIT  PIC 9(13)V99 VALUE 0.
       01  WS-NB-LIGNES     PIC 9(06) VALUE 0.
       01  WS-NB-SANS-MAP   PIC 9(06) VALUE 0.
      *  FX spread income journalized, see 1650 - TBGLMAP pseudo-code
      *  the spread maps under
       01  WS-TOTAL-MARGE   PIC 9(13)V99 VALUE 0.
       01  WS-COPE-MARGE    PIC X(03) VALUE 'FXM'.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
                   WRITE FILEOUT-JOURNAL-RECORD FROM JNL-LINE
                   ADD ZAHIS-MNTOPE TO WS-TOTAL-CREDIT
                   ADD 2 TO WS-NB-LIGNES
                   PERFORM 1650-JOURNALISER-MARGE-CHANGE
               END-IF
           END-IF
           .

       1650-JOURNALISER-MARGE-CHANGE.
      ******************************************************************EDEFAY
      *  A posting MFMAJCPT converted has a TBPOS row (REFOPE + COMPTE)
      *  carrying the spread its rate earned against the mid rate, in
      *  the margin currency ZAPOS-DEVMRG (the account's currency, a
      *  type-60 deal's credit currency) : journalize it as a second
      *  balanced pair under TBGLMAP 'FXM'/'C' - debit the FX position
      *  account, credit FX income. No row, or a zero margin, writes
      *  nothing ; a missing 'FXM' mapping counts as unmapped (RC 05).
           MOVE ZAHIS-REFOPE TO ZAPOS-REFOPE
           MOVE ZAHIS-COMPTE TO ZAPOS-COMPTE
           MOVE "SEL" TO ZAPOS-FONCTION
           CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           IF NOT ZAPOS-CODRET-OK
              OR ZAPOS-MNTMRG = ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COPE-MARGE TO ZAGLM-COPE
           MOVE 'C'           TO ZAGLM-SENS
           MOVE "SEL" TO ZAGLM-FONCTION
           CALL "MAGLM" USING ZAGLM-ZCMA, AUTH-QUERY
           IF NOT ZAGLM-CODRET-OK THEN
               ADD 1 TO WS-NB-SANS-MAP
               DISPLAY "GKGL001 : PAS DE MAPPING TBGLMAP POUR "
                       WS-COPE-MARGE "/C (" ZAHIS-COMPTE " "
                       ZAHIS-REFOPE ")"
               EXIT PARAGRAPH
           END-IF
           MOVE ZAHIS-DTOPER  TO JNL-DATE
           MOVE WS-COPE-MARGE TO JNL-CODOPE
           MOVE ZAHIS-COMPTE  TO JNL-COMPTE
           MOVE ZAHIS-REFOPE  TO JNL-REFOPE
           MOVE ZAPOS-DEVMRG  TO JNL-DEVOPE
           MOVE ZAPOS-MNTMRG  TO JNL-MONTANT
           MOVE ZAGLM-CPTDEBIT TO JNL-CPTGL
           MOVE 'D' TO JNL-SENS
           WRITE FILEOUT-JOURNAL-RECORD FROM JNL-LINE
           ADD ZAPOS-MNTMRG TO WS-TOTAL-DEBIT
           MOVE ZAGLM-CPTCREDIT TO JNL-CPTGL
           MOVE 'C' TO JNL-SENS
           WRITE FILEOUT-JOURNAL-RECORD FROM JNL-LINE
           ADD ZAPOS-MNTMRG TO WS-TOTAL-CREDIT
           ADD ZAPOS-MNTMRG TO WS-TOTAL-MARGE
           ADD 2 TO WS-NB-LIGNES
           MOVE SPACES TO JNL-DEVOPE
           .

       1800-FERMER-COMPTES.
      ******************************************************************EDEFAY
      *  Close MACPT's CACC cursor.
      *  equal credits and every operation must have been mapped.
           DISPLAY "GKGL001 : " WS-NB-LIGNES " LIGNE(S), DEBIT="
                   WS-TOTAL-DEBIT " CREDIT=" WS-TOTAL-CREDIT
           DISPLAY "GKGL001 : DONT MARGE DE CHANGE=" WS-TOTAL-MARGE
           IF WS-NB-SANS-MAP > 0 THEN
               MOVE '05' TO RC
               DISPLAY "GKGL001 : " WS-NB-SANS-MAP " OPERATION(S) SANS"
