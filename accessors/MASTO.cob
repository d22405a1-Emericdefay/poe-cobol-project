      *                         reason), threaded through SELECT/
      *                         INSERT/UPDATE/the CSTO cursor as new
      *                         trailing TBSTO columns.
      * 15/10/26  EDEFAY        Added NOMBEN (the beneficiary's name,
      *                         screened by GKWRS01 when the watchlist
      *                         changes), threaded through SELECT/
      *                         INSERT/UPDATE/the CSTO cursor as a new
      *                         trailing TBSTO column.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               DECLARE CSTO CURSOR FOR
               SELECT REFSTO, COMPTE, CODOPE, CODDEV, MNTOPE, FREQ,
                      DATPROCH, STATUT, NBECHECS, MOTIF, NOMBEN
                 FROM TBSTO
                ORDER BY REFSTO
           END-EXEC
                 DATPROCH ,
                 STATUT ,
                 NBECHECS ,
                 MOTIF ,
                 NOMBEN
             INTO
                :ZASTO-REFSTO ,
                :ZASTO-COMPTE ,
                :ZASTO-DATPROCH ,
                :ZASTO-STATUT ,
                :ZASTO-NBECHECS ,
                :ZASTO-MOTIF ,
                :ZASTO-NOMBEN
             FROM TBSTO
             WHERE REFSTO=:ZASTO-REFSTO
           END-EXEC
                    :ZASTO-DATPROCH ,
                    :ZASTO-STATUT ,
                    :ZASTO-NBECHECS ,
                    :ZASTO-MOTIF ,
                    :ZASTO-NOMBEN
           END-EXEC
           .

                :ZASTO-DATPROCH ,
                :ZASTO-STATUT ,
                :ZASTO-NBECHECS ,
                :ZASTO-MOTIF ,
                :ZASTO-NOMBEN)
           END-EXEC
           .

                 DATPROCH=:ZASTO-DATPROCH ,
                 STATUT =:ZASTO-STATUT ,
                 NBECHECS=:ZASTO-NBECHECS ,
                 MOTIF  =:ZASTO-MOTIF ,
                 NOMBEN =:ZASTO-NOMBEN
           WHERE REFSTO =:ZASTO-REFSTO
           END-EXEC
           .
