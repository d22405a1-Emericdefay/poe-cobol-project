      *                         FET/CLO on FONCTION) scans every
      *                         deposit for GKDEP01's daily maturity
      *                         sweep.
      * 15/10/26  EDEFAY        New CDE2 by-account cursor (OP2/FE2/
      *                         CL2, the MAHIS second-cursor idiom) :
      *                         one settlement account's deposits,
      *                         for GKSCV01's depositor view.
      * 15/10/26  EDEFAY        Added DTRUPT (requested early-break
      *                         date, GKMDEP01 'RUP' / GKDEP01) as a
      *                         new trailing TBDEP column.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               DECLARE CDEP CURSOR FOR
               SELECT REFDEP, COMPTE, CODDEV, MNTPRIN, TAUX, DUREE,
                      DTDEB, DTMAT, ROLL, STATUT, DTRUPT
                 FROM TBDEP
                ORDER BY REFDEP
           END-EXEC
           EXEC SQL
               DECLARE CDE2 CURSOR FOR
               SELECT REFDEP, COMPTE, CODDEV, MNTPRIN, TAUX, DUREE,
                      DTDEB, DTMAT, ROLL, STATUT, DTRUPT
                 FROM TBDEP
                WHERE COMPTE = :ZADEP-COMPTE
                ORDER BY REFDEP
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZADEP-FONCTION = 'OP2'
                   IF SELECT-DEP = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZADEP-FONCTION = 'FE2'
                   IF SELECT-DEP = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZADEP-FONCTION = 'CL2'
                   IF SELECT-DEP = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZADEP-FONCTION = 'OPN'
                   IF SELECT-DEP = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                 DTDEB ,
                 DTMAT ,
                 ROLL ,
                 STATUT ,
                 DTRUPT
             INTO
                :ZADEP-REFDEP ,
                :ZADEP-COMPTE ,
                :ZADEP-DTDEB ,
                :ZADEP-DTMAT ,
                :ZADEP-ROLL ,
                :ZADEP-STATUT ,
                :ZADEP-DTRUPT
             FROM TBDEP
             WHERE REFDEP=:ZADEP-REFDEP
           END-EXEC
                    :ZADEP-DTDEB ,
                    :ZADEP-DTMAT ,
                    :ZADEP-ROLL ,
                    :ZADEP-STATUT ,
                    :ZADEP-DTRUPT
           END-EXEC
           .

           END-EXEC
           .

       8210-OPEN-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CDE2 cursor (one settlement account's
      *deposits) - GKSCV01's depositor view
           EXEC SQL
               OPEN CDE2
           END-EXEC
           .

       8310-FETCH-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CDE2 cursor row
           EXEC SQL
               FETCH CDE2
               INTO :ZADEP-REFDEP ,
                    :ZADEP-COMPTE ,
                    :ZADEP-CODDEV ,
                    :ZADEP-MNTPRIN ,
                    :ZADEP-TAUX ,
                    :ZADEP-DUREE ,
                    :ZADEP-DTDEB ,
                    :ZADEP-DTMAT ,
                    :ZADEP-ROLL ,
                    :ZADEP-STATUT ,
                    :ZADEP-DTRUPT
           END-EXEC
           .

       8910-CLOSE-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CDE2 cursor
           EXEC SQL
               CLOSE CDE2
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
                :ZADEP-DTDEB ,
                :ZADEP-DTMAT ,
                :ZADEP-ROLL ,
                :ZADEP-STATUT ,
                :ZADEP-DTRUPT)
           END-EXEC
           .

             DTDEB =:ZADEP-DTDEB ,
             DTMAT =:ZADEP-DTMAT ,
             ROLL =:ZADEP-ROLL ,
             STATUT =:ZADEP-STATUT ,
             DTRUPT =:ZADEP-DTRUPT
       WHERE REFDEP =:ZADEP-REFDEP
           END-EXEC
           .
