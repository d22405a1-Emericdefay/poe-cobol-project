      *                  TBCHQ holds one row per issued cheque
      *                  (account + number) with its lifecycle
      *                  status - issued, stopped, paid.
      *                  Written by GKMCHQ01 and GKCHB02,
      *                  checked and marked paid by GKMAJ001
      *                  at clearing.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      *                         register. CCHQ cursor (OPN/FET/CLO on
      *                         FONCTION) lists the register in
      *                         account/number order.
      * 15/10/26  EDEFAY        Second cursor CCHQ2 (OP2/FE2/CL2 on
      *                         FONCTION) over one account's cheques
      *                         (ZACHQ-COMPTE), highest number first,
      *                         for GKCHB01's next range allocation.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                 FROM TBCHQ
                ORDER BY COMPTE, NUMCHQ
           END-EXEC
           EXEC SQL
               DECLARE CCHQ2 CURSOR FOR
               SELECT COMPTE, NUMCHQ, DTEMIS, STATUT
                 FROM TBCHQ
                WHERE COMPTE = :ZACHQ-COMPTE
                ORDER BY NUMCHQ DESC
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACHQ-FONCTION = 'OP2'
                   IF SELECT-CHQ = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACHQ-FONCTION = 'FE2'
                   IF SELECT-CHQ = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACHQ-FONCTION = 'CL2'
                   IF SELECT-CHQ = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CCHQ2 by-account cursor (the cheques of
      *the ZACHQ-COMPTE the caller moved in, highest number first)
           EXEC SQL
               OPEN CCHQ2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CCHQ2 cursor row
           EXEC SQL
               FETCH CCHQ2
               INTO :ZACHQ-COMPTE ,
                    :ZACHQ-NUMCHQ ,
                    :ZACHQ-DTEMIS ,
                    :ZACHQ-STATUT
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CCHQ2 by-account cursor
           EXEC SQL
               CLOSE CCHQ2
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
