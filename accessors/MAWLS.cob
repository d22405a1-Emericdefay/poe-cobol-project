      *                         watchlist. CWLS cursor (OPN/FET/CLO on
      *                         FONCTION) scans every entry for
      *                         GKMAJ001's screening cache load.
      * 15/10/26  EDEFAY        Added LOTCHG (the GKMWLS01 load that
      *                         last listed the entry, GKWRS01's
      *                         re-screen watermark), threaded through
      *                         SELECT/INSERT/UPDATE/the CWLS cursor
      *                         as a new trailing TBWLS column.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CWLS CURSOR FOR
               SELECT REFWLS, NOM, LISTE, STATUT, LOTCHG
                 FROM TBWLS
                ORDER BY REFWLS
           END-EXEC
                 REFWLS ,
                 NOM ,
                 LISTE ,
                 STATUT ,
                 LOTCHG
             INTO
                :ZAWLS-REFWLS ,
                :ZAWLS-NOM ,
                :ZAWLS-LISTE ,
                :ZAWLS-STATUT ,
                :ZAWLS-LOTCHG
             FROM TBWLS
             WHERE REFWLS=:ZAWLS-REFWLS
           END-EXEC
               INTO :ZAWLS-REFWLS ,
                    :ZAWLS-NOM ,
                    :ZAWLS-LISTE ,
                    :ZAWLS-STATUT ,
                    :ZAWLS-LOTCHG
           END-EXEC
           .

               (:ZAWLS-REFWLS ,
                :ZAWLS-NOM ,
                :ZAWLS-LISTE ,
                :ZAWLS-STATUT ,
                :ZAWLS-LOTCHG)
           END-EXEC
           .

                UPDATE TBWLS
       SET   NOM =:ZAWLS-NOM ,
             LISTE =:ZAWLS-LISTE ,
             STATUT =:ZAWLS-STATUT ,
             LOTCHG =:ZAWLS-LOTCHG
       WHERE REFWLS =:ZAWLS-REFWLS
           END-EXEC
           .
