      *                         spool ages off in days, the journal
      *                         answers who/what/when forever
      *                         (GKCHJ01 is the inquiry).
      * 15/10/26  EDEFAY        New PP-GARANTIE column (deposit-
      *                         guarantee eligibility, 'N' = left out
      *                         of GKSCV01's Single Customer View),
      *                         carried to ZAPRD-GARANTIE, the journal
      *                         and the catalog listing.
      * 15/10/26  EDEFAY        New PP-TXIRA column (early-repayment
      *                         indemnity rate charged by GKRBA01)
      *                         carried to ZAPRD-TXIRA ; a change of
      *                         rate is journalled as its own TBCHJ
      *                         row (key product + 'TXIRA'), the
      *                         catalog summary being full.
      * 15/10/26  EDEFAY        New PP-RUPTURE / PP-TXRUPT columns
      *                         (term-deposit early-break rule and
      *                         penalty rate applied by GKDEP01)
      *                         carried to ZAPRD-RUPTURE/TXRUPT ; a
      *                         change is journalled as its own TBCHJ
      *                         row (key product + 'RUPT').
      * 15/10/26  EDEFAY        New PP-PLAFFRAIS column (monthly fee
      *                         cap whose excess GKPLF01 refunds)
      *                         carried to ZAPRD-PLAFFRAIS ; a change
      *                         is journalled as its own TBCHJ row
      *                         (key product + 'PLAF').
      * 15/10/26  EDEFAY        New PP-PREAVIS / PP-MODPREAV /
      *                         PP-TXPREAV columns (notice period,
      *                         uncovered-withdrawal rule and penalty
      *                         rate enforced by MFMAJCPT) carried to
      *                         ZAPRD-PREAVIS/MODPREAV/TXPREAV ; a
      *                         change is journalled as its own TBCHJ
      *                         row (key product + 'PREAV').
      * 15/10/26  EDEFAY        New PP-ANALYSE column (corporate
      *                         account analysis billing by GKANA01)
      *                         carried to ZAPRD-ANALYSE ; a change
      *                         is journalled as its own TBCHJ row
      *                         (key product + 'ANAL').
      * 15/10/26  EDEFAY        New PP-LTVMAX column (maximum loan-
      *                         to-value monitored by GKLTV01) carried
      *                         to ZAPRD-LTVMAX ; a change is
      *                         journalled as its own TBCHJ row (key
      *                         product + 'LTV').
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  PP-INTERET      PIC X(01).
           05  PP-JRSDORM      PIC X(05).
           05  PP-FREQRLV      PIC X(01).
           05  PP-GARANTIE     PIC X(01).
           05  PP-TXIRA        PIC X(08).
           05  PP-RUPTURE      PIC X(01).
           05  PP-TXRUPT       PIC X(08).
           05  PP-PLAFFRAIS    PIC X(14).
           05  PP-PREAVIS      PIC X(03).
           05  PP-MODPREAV     PIC X(01).
           05  PP-TXPREAV      PIC X(08).
           05  PP-ANALYSE      PIC X(01).
           05  PP-LTVMAX       PIC X(08).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
       01  WS-CHJ-HHMMSS    PIC 9(08).
       01  WS-ANCIEN-RESUME PIC X(30).
       01  WS-CHJ-ED1       PIC -(2)9.9999.
      *  Early-repayment indemnity rate before / after the action
       01  WS-TXIRA-AVANT   PIC S9(3)V9(4) COMP-3.
       01  WS-TXIRA-APRES   PIC S9(3)V9(4) COMP-3.
      *  Early-break rule and penalty rate before / after the action
       01  WS-RUPT-AVANT    PIC X(12).
       01  WS-RUPT-APRES    PIC X(12).
      *  Monthly fee cap before / after the action
       01  WS-PLAF-AVANT    PIC S9(11)V99 COMP-3.
       01  WS-PLAF-APRES    PIC S9(11)V99 COMP-3.
       01  WS-PLAF-ED       PIC -(11)9.99.
      *  Notice period, rule and penalty rate before / after the action
       01  WS-PREAV-AVANT   PIC X(16).
       01  WS-PREAV-APRES   PIC X(16).
      *  Account analysis billing flag before / after the action
       01  WS-ANAL-AVANT    PIC X(01).
       01  WS-ANAL-APRES    PIC X(01).
      *  Maximum loan-to-value before / after the action
       01  WS-LTV-AVANT     PIC S9(3)V9(4) COMP-3.
       01  WS-LTV-APRES     PIC S9(3)V9(4) COMP-3.
       01  WS-ANCIEN-TROUVE PIC X(01).
           88 ANCIEN-TROUVE VALUE 'Y'.
      *  Accessors auth
           ADD 1 TO WS-NB-LUES
      *    The catalog row in place, if any - the journal's old value
           MOVE 'N' TO WS-ANCIEN-TROUVE
           MOVE ZERO TO WS-TXIRA-AVANT
           MOVE SPACES TO WS-RUPT-AVANT
           MOVE ZERO TO WS-PLAF-AVANT
           MOVE SPACES TO WS-PREAV-AVANT
           MOVE SPACES TO WS-ANAL-AVANT
           MOVE ZERO TO WS-LTV-AVANT
           MOVE PP-PRODUIT TO ZAPRD-PRODUIT
           MOVE "SEL" TO ZAPRD-FONCTION
           CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
               MOVE SPACES TO WS-ANCIEN-RESUME
               STRING 'DEC=' ZAPRD-DECOUVERT ' FAM='
                      ZAPRD-FAMFRAIS ' INT=' ZAPRD-INTERET
                      ' RLV=' ZAPRD-FREQRLV ' GAR=' ZAPRD-GARANTIE
                      DELIMITED BY SIZE INTO WS-ANCIEN-RESUME
               MOVE ZAPRD-TXIRA TO WS-TXIRA-AVANT
               MOVE ZAPRD-TXRUPT TO WS-CHJ-ED1
               STRING ZAPRD-RUPTURE ' ' WS-CHJ-ED1
                      DELIMITED BY SIZE INTO WS-RUPT-AVANT
               MOVE ZAPRD-PLAFFRAIS TO WS-PLAF-AVANT
               MOVE ZAPRD-TXPREAV TO WS-CHJ-ED1
               STRING ZAPRD-PREAVIS ' ' ZAPRD-MODPREAV ' ' WS-CHJ-ED1
                      DELIMITED BY SIZE INTO WS-PREAV-AVANT
               MOVE ZAPRD-ANALYSE TO WS-ANAL-AVANT
               MOVE ZAPRD-LTVMAX TO WS-LTV-AVANT
           END-IF
           MOVE PP-FONCTION  TO ZAPRD-FONCTION
           MOVE PP-PRODUIT   TO ZAPRD-PRODUIT
           MOVE PP-FAMFRAIS  TO ZAPRD-FAMFRAIS
           MOVE PP-INTERET   TO ZAPRD-INTERET
           MOVE PP-FREQRLV   TO ZAPRD-FREQRLV
           MOVE PP-GARANTIE  TO ZAPRD-GARANTIE
           IF PP-JRSDORM = SPACES THEN
               MOVE ZERO TO ZAPRD-JRSDORM
           ELSE
               COMPUTE ZAPRD-JRSDORM = FUNCTION NUMVAL(PP-JRSDORM)
           END-IF
           IF PP-TXIRA = SPACES THEN
               MOVE ZERO TO ZAPRD-TXIRA
           ELSE
               COMPUTE ZAPRD-TXIRA = FUNCTION NUMVAL(PP-TXIRA)
           END-IF
           MOVE ZAPRD-TXIRA TO WS-TXIRA-APRES
           MOVE PP-RUPTURE   TO ZAPRD-RUPTURE
           IF PP-TXRUPT = SPACES THEN
               MOVE ZERO TO ZAPRD-TXRUPT
           ELSE
               COMPUTE ZAPRD-TXRUPT = FUNCTION NUMVAL(PP-TXRUPT)
           END-IF
           MOVE SPACES TO WS-RUPT-APRES
           IF PP-FONCTION NOT = 'DEL' THEN
               MOVE ZAPRD-TXRUPT TO WS-CHJ-ED1
               STRING ZAPRD-RUPTURE ' ' WS-CHJ-ED1
                      DELIMITED BY SIZE INTO WS-RUPT-APRES
           END-IF
           IF PP-PLAFFRAIS = SPACES THEN
               MOVE ZERO TO ZAPRD-PLAFFRAIS
           ELSE
               COMPUTE ZAPRD-PLAFFRAIS = FUNCTION NUMVAL(PP-PLAFFRAIS)
           END-IF
           MOVE ZAPRD-PLAFFRAIS TO WS-PLAF-APRES
           IF PP-PREAVIS = SPACES THEN
               MOVE ZERO TO ZAPRD-PREAVIS
           ELSE
               COMPUTE ZAPRD-PREAVIS = FUNCTION NUMVAL(PP-PREAVIS)
           END-IF
           MOVE PP-MODPREAV  TO ZAPRD-MODPREAV
           IF PP-TXPREAV = SPACES THEN
               MOVE ZERO TO ZAPRD-TXPREAV
           ELSE
               COMPUTE ZAPRD-TXPREAV = FUNCTION NUMVAL(PP-TXPREAV)
           END-IF
           MOVE SPACES TO WS-PREAV-APRES
           IF PP-FONCTION NOT = 'DEL' THEN
               MOVE ZAPRD-TXPREAV TO WS-CHJ-ED1
               STRING ZAPRD-PREAVIS ' ' ZAPRD-MODPREAV ' ' WS-CHJ-ED1
                      DELIMITED BY SIZE INTO WS-PREAV-APRES
           END-IF
           MOVE PP-ANALYSE   TO ZAPRD-ANALYSE
           MOVE SPACES TO WS-ANAL-APRES
           IF PP-FONCTION NOT = 'DEL' THEN
               MOVE ZAPRD-ANALYSE TO WS-ANAL-APRES
           END-IF
           IF PP-LTVMAX = SPACES THEN
               MOVE ZERO TO ZAPRD-LTVMAX
           ELSE
               COMPUTE ZAPRD-LTVMAX = FUNCTION NUMVAL(PP-LTVMAX)
           END-IF
           MOVE ZAPRD-LTVMAX TO WS-LTV-APRES
           CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
           IF ZAPRD-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
                   MOVE SPACES TO ZACHJ-NOUVAL
                   STRING 'DEC=' PP-DECOUVERT ' FAM='
                          PP-FAMFRAIS ' INT=' PP-INTERET
                          ' RLV=' PP-FREQRLV ' GAR=' PP-GARANTIE
                          DELIMITED BY SIZE INTO ZACHJ-NOUVAL
               END-IF
      *        The PARAMPRD line carries no operator id - the
      *        journal still pins the change to the day and second
               PERFORM 8500-JOURNALISER-CHANGEMENT
               IF PP-FONCTION = 'DEL' THEN
                   MOVE ZERO TO WS-TXIRA-APRES
                   MOVE ZERO TO WS-PLAF-APRES
                   MOVE ZERO TO WS-LTV-APRES
               END-IF
               IF WS-TXIRA-APRES NOT = WS-TXIRA-AVANT THEN
                   INITIALIZE ZACHJ-DONNEES
                   MOVE 'PRD' TO ZACHJ-DOMAINE
                   STRING PP-PRODUIT ' TXIRA'
                          DELIMITED BY SIZE INTO ZACHJ-CLE
                   MOVE WS-TXIRA-AVANT TO WS-CHJ-ED1
                   MOVE WS-CHJ-ED1 TO ZACHJ-ANCVAL
                   MOVE WS-TXIRA-APRES TO WS-CHJ-ED1
                   MOVE WS-CHJ-ED1 TO ZACHJ-NOUVAL
                   PERFORM 8500-JOURNALISER-CHANGEMENT
               END-IF
               IF WS-RUPT-APRES NOT = WS-RUPT-AVANT THEN
                   INITIALIZE ZACHJ-DONNEES
                   MOVE 'PRD' TO ZACHJ-DOMAINE
                   STRING PP-PRODUIT ' RUPT'
                          DELIMITED BY SIZE INTO ZACHJ-CLE
                   MOVE WS-RUPT-AVANT TO ZACHJ-ANCVAL
                   MOVE WS-RUPT-APRES TO ZACHJ-NOUVAL
                   PERFORM 8500-JOURNALISER-CHANGEMENT
               END-IF
               IF WS-PLAF-APRES NOT = WS-PLAF-AVANT THEN
                   INITIALIZE ZACHJ-DONNEES
                   MOVE 'PRD' TO ZACHJ-DOMAINE
                   STRING PP-PRODUIT ' PLAF'
                          DELIMITED BY SIZE INTO ZACHJ-CLE
                   MOVE WS-PLAF-AVANT TO WS-PLAF-ED
                   MOVE WS-PLAF-ED TO ZACHJ-ANCVAL
                   MOVE WS-PLAF-APRES TO WS-PLAF-ED
                   MOVE WS-PLAF-ED TO ZACHJ-NOUVAL
                   PERFORM 8500-JOURNALISER-CHANGEMENT
               END-IF
               IF WS-PREAV-APRES NOT = WS-PREAV-AVANT THEN
                   INITIALIZE ZACHJ-DONNEES
                   MOVE 'PRD' TO ZACHJ-DOMAINE
                   STRING PP-PRODUIT ' PREAV'
                          DELIMITED BY SIZE INTO ZACHJ-CLE
                   MOVE WS-PREAV-AVANT TO ZACHJ-ANCVAL
                   MOVE WS-PREAV-APRES TO ZACHJ-NOUVAL
                   PERFORM 8500-JOURNALISER-CHANGEMENT
               END-IF
               IF WS-ANAL-APRES NOT = WS-ANAL-AVANT THEN
                   INITIALIZE ZACHJ-DONNEES
                   MOVE 'PRD' TO ZACHJ-DOMAINE
                   STRING PP-PRODUIT ' ANAL'
                          DELIMITED BY SIZE INTO ZACHJ-CLE
                   MOVE WS-ANAL-AVANT TO ZACHJ-ANCVAL
                   MOVE WS-ANAL-APRES TO ZACHJ-NOUVAL
                   PERFORM 8500-JOURNALISER-CHANGEMENT
               END-IF
               IF WS-LTV-APRES NOT = WS-LTV-AVANT THEN
                   INITIALIZE ZACHJ-DONNEES
                   MOVE 'PRD' TO ZACHJ-DOMAINE
                   STRING PP-PRODUIT ' LTV'
                          DELIMITED BY SIZE INTO ZACHJ-CLE
                   MOVE WS-LTV-AVANT TO WS-CHJ-ED1
                   MOVE WS-CHJ-ED1 TO ZACHJ-ANCVAL
                   MOVE WS-LTV-APRES TO WS-CHJ-ED1
                   MOVE WS-CHJ-ED1 TO ZACHJ-NOUVAL
                   PERFORM 8500-JOURNALISER-CHANGEMENT
               END-IF
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMPRD01 : " PP-FONCTION " " PP-PRODUIT
                       ZAPRD-DECOUVERT " FAM=" ZAPRD-FAMFRAIS
                       " INT=" ZAPRD-INTERET " DORM="
                       ZAPRD-JRSDORM " RLV=" ZAPRD-FREQRLV
                       " GAR=" ZAPRD-GARANTIE " IRA=" ZAPRD-TXIRA
                       " RUPT=" ZAPRD-RUPTURE " " ZAPRD-TXRUPT
                       " PLAF=" ZAPRD-PLAFFRAIS
                       " PREAV=" ZAPRD-PREAVIS " " ZAPRD-MODPREAV
                       " " ZAPRD-TXPREAV " ANAL=" ZAPRD-ANALYSE
                       " LTV=" ZAPRD-LTVMAX
               MOVE "FET" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
           END-PERFORM
