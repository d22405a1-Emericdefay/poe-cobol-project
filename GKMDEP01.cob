      * Original author: DEFAY E.
      *
      * Description    : TBDEP term-deposit maintenance batch, the
      *                  authorized entry point that books, amends,
      *                  breaks and removes term deposits through MADEP
      *                  instead of parking fixed-term money in
      *                  ordinary accounts with the maturity dates in
      *                  a spreadsheet. Reads one instruction per
      *                  PARAMDEP line (INS/UPD/DEL plus the deposit's
      *                  fields), verifies on an INS that the linked
      *                  settlement account exists on TBCPT, and
      *                  reports each line's outcome, same shape as
      *                  GKMSTO01 does for standing orders. A 'RUP'
      *                  line records a customer's early-break request
      *                  (break date, blank = withdraw the request) on
      *                  an active deposit ; GKDEP01 carries it out on
      *                  that date.
      * Rules handling :
      *             RC = 00 : Every instruction applied cleanly
      *             RC = 01 : Could not open PARAMDEP
      *                         spool ages off in days, the journal
      *                         answers who/what/when forever
      *                         (GKCHJ01 is the inquiry).
      * 15/10/26  EDEFAY        New 'RUP' line (early-break request :
      *                         ZADEP-DTRUPT set or withdrawn, see
      *                         1600-DEMANDER-RUPTURE) ; an UPD keeps
      *                         the deposit's pending break date.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  PD-ROLL         PIC X(01).
           05  PD-STATUT       PIC X(01).
           05  FILLER          PIC X(05).
      *  'RUP' line : the early-break date follows the reference
       01  PARAMDEP-RUPTURE.
           05  FILLER          PIC X(03).
           05  FILLER          PIC X(10).
           05  PD-DTRUPT       PIC X(10).
           05  FILLER          PIC X(57).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       01  WS-ANCIEN-RESUME PIC X(30).
       01  WS-ANCIEN-TROUVE PIC X(01).
           88 ANCIEN-TROUVE VALUE 'Y'.
      *  Pending break date of the deposit in place, kept across UPD
       01  WS-DTRUPT-ANCIEN PIC X(10).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Input file
           ADD 1 TO WS-NB-LUES
      *    The deposit in place, if any - the journal's old value
           MOVE 'N' TO WS-ANCIEN-TROUVE
           MOVE SPACES TO WS-DTRUPT-ANCIEN
           MOVE PD-REFDEP TO ZADEP-REFDEP
           MOVE "SEL" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
               STRING ZADEP-COMPTE ' ' ZADEP-DTMAT ' '
                      ZADEP-ROLL ZADEP-STATUT
                      DELIMITED BY SIZE INTO WS-ANCIEN-RESUME
               MOVE ZADEP-DTRUPT TO WS-DTRUPT-ANCIEN
           END-IF
           IF PD-FONCTION = 'RUP' THEN
               PERFORM 1600-DEMANDER-RUPTURE
               EXIT PARAGRAPH
           END-IF
           IF PD-FONCTION = 'INS' THEN
               MOVE PD-COMPTE TO ZACPT-COMPTE
           MOVE PD-DTMAT    TO ZADEP-DTMAT
           MOVE PD-ROLL     TO ZADEP-ROLL
           MOVE PD-STATUT   TO ZADEP-STATUT
           MOVE WS-DTRUPT-ANCIEN TO ZADEP-DTRUPT
           COMPUTE ZADEP-MNTPRIN = FUNCTION NUMVAL(PD-MNTPRIN)
           COMPUTE ZADEP-TAUX    = FUNCTION NUMVAL(PD-TAUX)
           COMPUTE ZADEP-DUREE   = FUNCTION NUMVAL(PD-DUREE)
           END-IF
           .

       1600-DEMANDER-RUPTURE.
      ******************************************************************EDEFAY
      *  Record (or, with a blank date, withdraw) a customer's early-
      *  break request on an active deposit. The break date must fall
      *  inside the term - from the start date to the day before
      *  maturity ; at maturity the normal payout applies. GKDEP01
      *  breaks the deposit once the processing date reaches it.
           IF NOT ANCIEN-TROUVE THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMDEP01 : RUP " PD-REFDEP " : INTROUVABLE"
               EXIT PARAGRAPH
           END-IF
           IF NOT ZADEP-ACTIF THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMDEP01 : RUP " PD-REFDEP " : DEPOT NON ACTIF"
               EXIT PARAGRAPH
           END-IF
           IF PD-DTRUPT NOT = SPACES THEN
               IF PD-DTRUPT(1:4) NOT NUMERIC
                  OR PD-DTRUPT(5:1) NOT = '-'
                  OR PD-DTRUPT(6:2) NOT NUMERIC
                  OR PD-DTRUPT(8:1) NOT = '-'
                  OR PD-DTRUPT(9:2) NOT NUMERIC
                  OR PD-DTRUPT < ZADEP-DTDEB
                  OR PD-DTRUPT NOT < ZADEP-DTMAT THEN
                   ADD 1 TO WS-NB-KO
                   DISPLAY "GKMDEP01 : RUP " PD-REFDEP
                           " : DATE DE RUPTURE '" PD-DTRUPT
                           "' HORS DU TERME"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE PD-DTRUPT TO ZADEP-DTRUPT
           MOVE "UPD" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           IF NOT ZADEP-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKMDEP01 : RUP " PD-REFDEP
                       " : REJETE, CODRET=" ZADEP-CODRET
                       " " ZADEP-LIBRET
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-OK
           DISPLAY "GKMDEP01 : RUP " PD-REFDEP " : OK"
           INITIALIZE ZACHJ-DONNEES
           MOVE 'DEP' TO ZACHJ-DOMAINE
           MOVE PD-REFDEP TO ZACHJ-CLE
           MOVE SPACES TO ZACHJ-ANCVAL ZACHJ-NOUVAL
           STRING 'RUPTURE=' WS-DTRUPT-ANCIEN
                  DELIMITED BY SIZE INTO ZACHJ-ANCVAL
           IF PD-DTRUPT = SPACES THEN
               MOVE '(RUPTURE ANNULEE)' TO ZACHJ-NOUVAL
           ELSE
               STRING 'RUPTURE=' PD-DTRUPT
                      DELIMITED BY SIZE INTO ZACHJ-NOUVAL
           END-IF
           PERFORM 8500-JOURNALISER-CHANGEMENT
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
