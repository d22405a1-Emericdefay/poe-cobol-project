      *                  (SEL) and prints its history rows for the
      *                  period through MAHIS's CHIS cursor (OPN/FET/
      *                  CLO), for a customer-ready statement.
      *                  The TBMSG statement messages in force over
      *                  the range that target the account print at
      *                  the foot, each delivery added to the TBMSC
      *                  count of the range-end month (channel
      *                  GKSTMT01).
      * Rules handling :
      *             RC = 00 : Account found, statement printed
      *             RC = other : ZACPT-CODRET forwarded as-is
      *                         date (new ZAHIS-DTVAL) alongside the
      *                         operation date - interest and funds
      *                         availability follow the value date.
      * 15/10/26  EDEFAY        TBMSG statement messages targeting the
      *                         account printed at the foot, counted
      *                         in TBMSC.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBALI.cpy".
       COPY "./Copybooks/CTBACC.cpy".
       COPY "./Copybooks/CTBMSG.cpy".
       COPY "./Copybooks/CTBMSC.cpy".
      *  Access-log working fields, see 2900-JOURNALISER-ACCES
       01  WS-OPER-ACCES    PIC X(08).
       01  WS-CPT-ACCES     PIC X(11).
       01  WS-TYPE-ACCES    PIC X(03).
       01  WS-ACC-YYYYMMDD  PIC 9(08).
       01  WS-ACC-HEURE     PIC 9(08).
      *  Statement messages, see 3200-IMPRIMER-MESSAGES
       01  WS-MSG-CIBLE     PIC X(01).
           88 MSG-CIBLE     VALUE 'Y'.
       01  WS-MSG-MSGID     PIC X(08).
       01  WS-MSG-YYYYMMDD  PIC 9(08).
       01  WS-MSG-DTMAJ     PIC X(10).

      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
           IF ZS-CODRET-OK THEN
               PERFORM 3000-IMPRIMER-ENTETE
               PERFORM 3100-IMPRIMER-HISTORIQUE
               PERFORM 3200-IMPRIMER-MESSAGES
           END-IF
           .

           DISPLAY "==== FIN DE RELEVE - " ZS-NBLIGNES " LIGNE(S) ===="
           .

       3200-IMPRIMER-MESSAGES.
      ******************************************************************EDEFAY
      *  Walk MAMSG's CMSG cursor over the messages in force for the
      *  range and print those targeting the account - every filled
      *  target column must match, a blank one matches any ; the
      *  bank's internal accounts get none. Each one printed counts
      *  as delivered in TBMSC.
           IF ZACPT-INTERNE THEN
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-MSG-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-MSG-YYYYMMDD(1:4) '-' WS-MSG-YYYYMMDD(5:2)
                  '-' WS-MSG-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-MSG-DTMAJ
           MOVE ZS-DATDEB TO ZAMSG-DTDEB
           MOVE ZS-DATFIN TO ZAMSG-DTFIN
           MOVE "OPN" TO ZAMSG-FONCTION
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAMSG-FONCTION
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZAMSG-CODRET-EOF
               MOVE 'N' TO WS-MSG-CIBLE
               IF ZAMSG-TEXTE1 NOT = SPACES
                  AND (ZAMSG-PRODUIT = SPACES
                       OR ZAMSG-PRODUIT = ZACPT-PRODUIT)
                  AND (ZAMSG-AGENCE = SPACES
                       OR ZAMSG-AGENCE = ZACPT-AGENCE)
                  AND (ZAMSG-TIER = SPACES
                       OR ZAMSG-TIER = ZACPT-TIER)
                  AND (ZAMSG-DEVISE = SPACES
                       OR ZAMSG-DEVISE = ZACPT-DEVISE) THEN
                   SET MSG-CIBLE TO TRUE
               END-IF
               IF MSG-CIBLE THEN
                   DISPLAY "MESSAGE : " ZAMSG-TEXTE1
                   IF ZAMSG-TEXTE2 NOT = SPACES THEN
                       DISPLAY "          " ZAMSG-TEXTE2
                   END-IF
                   MOVE ZAMSG-MSGID TO WS-MSG-MSGID
                   PERFORM 3250-COMPTER-REMISE
               END-IF
               MOVE "FET" TO ZAMSG-FONCTION
               CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAMSG-FONCTION
           CALL "MAMSG" USING ZAMSG-ZCMA, AUTH-QUERY
           .

       3250-COMPTER-REMISE.
      ******************************************************************EDEFAY
      *  Add this delivery to the message's TBMSC row for the month
      *  the range ends in (UPD, INS on the month's first one). A
      *  failed count is displayed, never blocks the statement.
           INITIALIZE ZAMSC-DONNEES
           MOVE WS-MSG-MSGID   TO ZAMSC-MSGID
           MOVE ZS-DATFIN(1:7) TO ZAMSC-CYCLE
           MOVE 'GKSTMT01'     TO ZAMSC-CANAL
           MOVE "SEL" TO ZAMSC-FONCTION
           CALL "MAMSC" USING ZAMSC-ZCMA, AUTH-QUERY
           IF ZAMSC-CODRET-OK THEN
               MOVE "UPD" TO ZAMSC-FONCTION
           ELSE
               MOVE ZERO TO ZAMSC-NBCIBLE
               MOVE ZERO TO ZAMSC-NBREMIS
               MOVE ZERO TO ZAMSC-NBRETENU
               MOVE "INS" TO ZAMSC-FONCTION
           END-IF
           ADD 1 TO ZAMSC-NBCIBLE
           ADD 1 TO ZAMSC-NBREMIS
           MOVE WS-MSG-DTMAJ TO ZAMSC-DTMAJ
           CALL "MAMSC" USING ZAMSC-ZCMA, AUTH-QUERY
           IF NOT ZAMSC-CODRET-OK THEN
               DISPLAY "REMISE MESSAGE NON COMPTEE " WS-MSG-MSGID
                       " CODRET=" ZAMSC-CODRET
           END-IF
           .

       2900-JOURNALISER-ACCES.
      ******************************************************************EDEFAY
      *  One TBACC access-log row for this inquiry - who looked, at
