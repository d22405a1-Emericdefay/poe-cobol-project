      * --------- ------------  ---------------------------------------
      * 22/08/26  EDEFAY        Created from MAXXX, for the pending-
      *                         approval payment queue.
      * 15/10/26  EDEFAY        Second cursor CPAP2 (OP2/FE2/CL2 on
      *                         FONCTION) over every decided (STATUT
      *                         A/R) row dated at or before
      *                         ZAPAP-DATOPE, plus DL2 : DELETE
      *                         positioned on its current row, for the
      *                         GKPURG01 retention housekeeping. No
      *                         ORDER BY so the cursor stays deletable.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                WHERE STATUT = 'P'
                ORDER BY REFOPE
           END-EXEC
           EXEC SQL
               DECLARE CPAP2 CURSOR FOR
               SELECT REFOPE, COMPTE, CODOPE, CODDEV, DATOPE, MNTOPE,
                      OPERATEUR, APPROBATEUR, STATUT
                 FROM TBPAP
                WHERE DATOPE <= :ZAPAP-DATOPE
                  AND STATUT IN ('A','R')
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPAP-FONCTION = 'OP2'
                   IF SELECT-PAP = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPAP-FONCTION = 'FE2'
                   IF SELECT-PAP = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPAP-FONCTION = 'CL2'
                   IF SELECT-PAP = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPAP-FONCTION = 'DL2'
                   IF DELETE-PAP = DELETE-AUTH THEN
                       PERFORM 8810-DELETE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
           WHERE REFOPE =:ZAPAP-REFOPE
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CPAP2 retention cursor
           EXEC SQL
               OPEN CPAP2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CPAP2 cursor row
           EXEC SQL
               FETCH CPAP2
               INTO :ZAPAP-REFOPE ,
                    :ZAPAP-COMPTE ,
                    :ZAPAP-CODOPE ,
                    :ZAPAP-CODDEV ,
                    :ZAPAP-DATOPE ,
                    :ZAPAP-MNTOPE ,
                    :ZAPAP-OPERATEUR ,
                    :ZAPAP-APPROBATEUR ,
                    :ZAPAP-STATUT
           END-EXEC
           .

       8810-DELETE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for DELETE positioned on the CPAP2 cursor's current row :
      *the retention purge deletes while that same cursor is still
      *scrolling over TBPAP, same reasoning as MAAUD's DELETE.
           EXEC SQL
             DELETE FROM TBPAP
           WHERE CURRENT OF CPAP2
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CPAP2 retention cursor
           EXEC SQL
               CLOSE CPAP2
           END-EXEC
           .
