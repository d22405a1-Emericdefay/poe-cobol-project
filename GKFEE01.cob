      *                         RESTART DD resumes past them - the
      *                         February abend double-charged every
      *                         already-assessed account on rerun.
      * 15/10/26  EDEFAY        Written-off accounts (ZACPT-STATUT
      *                         'W', GKCHO01) are skipped like dormant
      *                         ones - no maintenance fee on a
      *                         charged-off debt.
      * 15/10/26  EDEFAY        Internal accounts (ZACPT-INTERNE, new
      *                         ZACPT-CLASSE) are never charged the
      *                         monthly fee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GKFEE01.

       1500-COTISER-COMPTE.
      ******************************************************************EDEFAY
      *  One account's assessment : dormant, written-off and internal
      *  accounts skip, tiers with no 'MEN' TBFEE row owe nothing,
      *  accounts whose month balance (minimum or average, per the
      *  configured basis) holds above the threshold are waived, the
      *  rest are charged through MFMAJCPT under the schedule's
      *  CODOPE.
           IF ZACPT-DORMANT
              OR ZACPT-PASSE-PERTE
              OR ZACPT-INTERNE THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COPE-MENSUEL TO ZAFEE-COPE
