      *                         gone through - new RC 08 when the
      *                         closure's own history row fails to
      *                         write.
      * 15/10/26  EDEFAY        2300-CLOTURER-COMPTE first registers
      *                         the account, its customer and the
      *                         closure date in TBCPF (MACPF INS) -
      *                         once the TBCPT row is gone it is the
      *                         only link GKPSD01's retention run has
      *                         from a former customer to their past
      *                         accounts. A failed register row
      *                         refuses the closure (RC 07) ; a failed
      *                         DEL takes the register row back out.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBOPE.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBCPF.cpy".
       COPY "./Copybooks/ZFMAJCPT.cpy".
      *  Accessors auth
       01 AUTH-QUERY               PIC 9(02) VALUE 0.

       2300-CLOTURER-COMPTE.
      ******************************************************************EDEFAY
      *  Balance is zero - register the closure in TBCPF, remove the
      *  account via MACPT (DEL) and log the closure itself to
      *  history via MAHIS.
           INITIALIZE ZACPF-DONNEES
           MOVE ZR-COMPTE     TO ZACPF-COMPTE
           MOVE ZACPT-CLIENT  TO ZACPF-CLIENT
           MOVE WS-JOUR-ISO   TO ZACPF-DTCLOT
           MOVE ZR-OPERATEUR  TO ZACPF-OPERATEUR
           MOVE "INS" TO ZACPF-FONCTION
           CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           IF NOT ZACPF-CODRET-OK THEN
               SET ZR-CODRET-DEL-ECHEC TO TRUE
               MOVE "REGISTRE COMPTES FERMES KO" TO ZR-LIBRET
               EXIT PARAGRAPH
           END-IF
           MOVE "DEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               SET ZR-CODRET-DEL-ECHEC TO TRUE
               MOVE "ECHEC SUPPRESSION COMPTE" TO ZR-LIBRET
      *        The account stays open - its register row goes
               MOVE "DEL" TO ZACPF-FONCTION
               CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           ELSE
               INITIALIZE ZAHIS-ZCMA
               MOVE ZR-COMPTE     TO ZAHIS-COMPTE
