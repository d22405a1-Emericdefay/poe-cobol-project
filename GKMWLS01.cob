      *                         spool ages off in days, the journal
      *                         answers who/what/when forever
      *                         (GKCHJ01 is the inquiry).
      * 15/10/26  EDEFAY        Each run allocates a load number
      *                         (TBPRM 'GKMWLS01'/'LOTCHG', new
      *                         1050-ALLOUER-LOT) and stamps it on
      *                         every entry it lists or keeps active,
      *                         so GKWRS01 re-screens the customer
      *                         base against just this load's names.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBWLS.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
      *  8500-JOURNALISER-CHANGEMENT
       COPY "./Copybooks/CTBCHJ.cpy".
       01  WS-CHJ-YYYYMMDD  PIC 9(08).
           88 EOF-PARAMWLS  VALUE 'Y'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  This run's load number, see 1050-ALLOUER-LOT
       01  WS-LOTCHG        PIC 9(06) VALUE 0.
      *  Line counters
       01  WS-NB-LUES       PIC 9(06) VALUE 0.
       01  WS-NB-OK         PIC 9(06) VALUE 0.
           OPEN INPUT PARAMWLS-FDNAME
           IF NOT FS-PARAMWLS-OK THEN
               MOVE '01' TO RC
           ELSE
               PERFORM 1050-ALLOUER-LOT
           END-IF
           .

       1050-ALLOUER-LOT.
      ******************************************************************EDEFAY
      *  Allocate this run's load number - persisted in TBPRM
      *  ('GKMWLS01'/'LOTCHG') and written back before any entry is
      *  stamped, same discipline as GKRBA01's sequences. A missing
      *  row (fresh install) starts from zero and is INSerted.
           MOVE 'GKMWLS01' TO ZAPRM-PGM
           MOVE 'LOTCHG  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM(1:6) IS NUMERIC THEN
               MOVE ZAPRM-VALPRM(1:6) TO WS-LOTCHG
           END-IF
           ADD 1 TO WS-LOTCHG
           MOVE 'GKMWLS01' TO ZAPRM-PGM
           MOVE 'LOTCHG  ' TO ZAPRM-NOMPRM
           MOVE SPACES TO ZAPRM-VALPRM
           MOVE WS-LOTCHG TO ZAPRM-VALPRM(1:6)
           MOVE "UPD" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF NOT ZAPRM-CODRET-OK THEN
               MOVE "INS" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF NOT ZAPRM-CODRET-OK THEN
                   DISPLAY "GKMWLS01 : NUMERO DE CHARGEMENT NON "
                           "PERSISTE, CODRET=" ZAPRM-CODRET
               END-IF
           END-IF
           DISPLAY "GKMWLS01 : CHARGEMENT NUMERO " WS-LOTCHG
           .

       1100-LIRE-PARAMWLS.
      ******************************************************************EDEFAY
      *  Read the next PARAMWLS instruction line.
           MOVE PW-NOM      TO ZAWLS-NOM
           MOVE PW-LISTE    TO ZAWLS-LISTE
           MOVE PW-STATUT   TO ZAWLS-STATUT
      *    An entry listed or kept active by this load is re-screened
      *    by GKWRS01 ; a retired one keeps the load that last
      *    listed it
           IF NOT ANCIEN-TROUVE THEN
               MOVE ZERO TO ZAWLS-LOTCHG
           END-IF
           IF ZAWLS-ACTIF THEN
               MOVE WS-LOTCHG TO ZAWLS-LOTCHG
           END-IF
           CALL "MAWLS" USING ZAWLS-ZCMA, AUTH-QUERY
           IF ZAWLS-CODRET-OK THEN
               ADD 1 TO WS-NB-OK
