      *                  so treasury sees the bank's implicit FX
      *                  exposure daily instead of discovering it at
      *                  month-end in GKTRIAL2.
      *                  A second section totals the FX spread
      *                  margin MFMAJCPT recorded on each conversion
      *                  per operation currency, margin currency and
      *                  month (DTPOS YYYY-MM) - what the buy/sell
      *                  spread earns.
      * Rules handling :
      *             RC = 00 : Report printed
      *             RC = 01 : One or more currencies had no current
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 22/08/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        New spread-margin section : TBPOS now
      *                         carries the margin earned per
      *                         conversion, totalled here per operation
      *                         currency, margin currency and month
      *                         (new 1600-ACCUMULER-MARGE, 3100).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TOTAL-CTRVAL PIC S9(13)V9(2) COMP-3 VALUE 0.
       01  WS-NB-SANS-TAUX PIC 9(04) VALUE 0.
       01  WS-NB-LIGNES    PIC 9(06) VALUE 0.
      *  Spread margin per operation currency, margin currency and
      *  month, see 1600-ACCUMULER-MARGE
       01  WS-MRG-NB       PIC 9(04) VALUE 0.
       01  WS-MARGES.
           05  WS-MRG-ENTRY OCCURS 200 TIMES
               INDEXED BY WS-MRG-IX.
               10  WS-MRG-DEVOPE PIC X(03).
               10  WS-MRG-DEVMRG PIC X(03).
               10  WS-MRG-MOIS   PIC X(07).
               10  WS-MRG-MNT    PIC S9(13)V9(2) COMP-3.
               10  WS-MRG-NBCONV PIC 9(06).
       01  WS-MRG-FOUND    PIC X(01).
           88 MRG-FOUND    VALUE 'Y'.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
               MOVE ZAPOS-DEVVEN TO WS-DEV-COURANTE
               COMPUTE WS-MNT-COURANT = 0 - ZAPOS-MNTVEN
               PERFORM 1500-ACCUMULER-DEVISE
               IF ZAPOS-DEVOPE NOT = SPACES THEN
                   PERFORM 1600-ACCUMULER-MARGE
               END-IF
               MOVE "FET" TO ZAPOS-FONCTION
               CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAPOS-FONCTION
           CALL "MAPOS" USING ZAPOS-ZCMA, AUTH-QUERY
           PERFORM 3000-IMPRIMER-RAPPORT
           PERFORM 3100-IMPRIMER-MARGES
           .

       1500-ACCUMULER-DEVISE.
           END-IF
           .

       1600-ACCUMULER-MARGE.
      ******************************************************************EDEFAY
      *  Fold this conversion's spread margin into its (operation
      *  currency, margin currency, month) bucket, adding a new entry
      *  the first time the combination is seen. Rows written before
      *  the pricing columns existed carry no DEVOPE and are skipped
      *  by the caller.
           MOVE 'N' TO WS-MRG-FOUND
           PERFORM VARYING WS-MRG-IX FROM 1 BY 1
                   UNTIL WS-MRG-IX > WS-MRG-NB
               IF WS-MRG-DEVOPE (WS-MRG-IX) = ZAPOS-DEVOPE
                  AND WS-MRG-DEVMRG (WS-MRG-IX) = ZAPOS-DEVMRG
                  AND WS-MRG-MOIS (WS-MRG-IX) = ZAPOS-DTPOS(1:7) THEN
                   SET MRG-FOUND TO TRUE
                   ADD ZAPOS-MNTMRG TO WS-MRG-MNT (WS-MRG-IX)
                   ADD 1 TO WS-MRG-NBCONV (WS-MRG-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT MRG-FOUND
              AND WS-MRG-NB < 200 THEN
               ADD 1 TO WS-MRG-NB
               SET WS-MRG-IX TO WS-MRG-NB
               MOVE ZAPOS-DEVOPE      TO WS-MRG-DEVOPE (WS-MRG-IX)
               MOVE ZAPOS-DEVMRG      TO WS-MRG-DEVMRG (WS-MRG-IX)
               MOVE ZAPOS-DTPOS(1:7)  TO WS-MRG-MOIS (WS-MRG-IX)
               MOVE ZAPOS-MNTMRG      TO WS-MRG-MNT (WS-MRG-IX)
               MOVE 1                 TO WS-MRG-NBCONV (WS-MRG-IX)
           END-IF
           .

       3000-IMPRIMER-RAPPORT.
      ******************************************************************EDEFAY
      *  Print the net position per currency with its countervalue at
               MOVE '01' TO RC
           END-IF
           .

       3100-IMPRIMER-MARGES.
      ******************************************************************EDEFAY
      *  Print the spread margin earned per operation currency, margin
      *  currency and month.
           DISPLAY "==== MARGE DE CHANGE PAR DEVISE ET PAR MOIS ===="
           DISPLAY "DEVOPE  MOIS     NB CONV   MARGE (DEVISE)"
           PERFORM VARYING WS-MRG-IX FROM 1 BY 1
                   UNTIL WS-MRG-IX > WS-MRG-NB
               DISPLAY WS-MRG-DEVOPE (WS-MRG-IX) "     "
                       WS-MRG-MOIS (WS-MRG-IX) "  "
                       WS-MRG-NBCONV (WS-MRG-IX) "  "
                       WS-MRG-MNT (WS-MRG-IX) " "
                       WS-MRG-DEVMRG (WS-MRG-IX)
           END-PERFORM
           DISPLAY "================================================"
           .
