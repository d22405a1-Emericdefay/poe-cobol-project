      * --------- ------------  ---------------------------------------
      * 22/08/26  EDEFAY        Created from MAXXX, for the future-
      *                         dated operation warehouse.
      * 15/10/26  EDEFAY        Second cursor CFUT2 (OP2/FE2/CL2 on
      *                         FONCTION) over every released (STATUT
      *                         R) row dated at or before ZAFUT-DATOPE,
      *                         plus DL2 : DELETE positioned on its
      *                         current row, for the GKPURG01 retention
      *                         housekeeping. No ORDER BY so the cursor
      *                         stays deletable.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                WHERE STATUT = 'W'
                ORDER BY DATOPE, REFOPE
           END-EXEC
           EXEC SQL
               DECLARE CFUT2 CURSOR FOR
               SELECT REFOPE, COMPTE, CODOPE, CODDEV, DATOPE, MNTOPE,
                      ORIGINE, STATUT, DTREL
                 FROM TBFUT
                WHERE DATOPE <= :ZAFUT-DATOPE
                  AND STATUT = 'R'
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAFUT-FONCTION = 'OP2'
                   IF SELECT-FUT = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAFUT-FONCTION = 'FE2'
                   IF SELECT-FUT = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAFUT-FONCTION = 'CL2'
                   IF SELECT-FUT = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAFUT-FONCTION = 'DL2'
                   IF DELETE-FUT = DELETE-AUTH THEN
                       PERFORM 8810-DELETE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
           WHERE REFOPE =:ZAFUT-REFOPE
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CFUT2 retention cursor
           EXEC SQL
               OPEN CFUT2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CFUT2 cursor row
           EXEC SQL
               FETCH CFUT2
               INTO :ZAFUT-REFOPE ,
                    :ZAFUT-COMPTE ,
                    :ZAFUT-CODOPE ,
                    :ZAFUT-CODDEV ,
                    :ZAFUT-DATOPE ,
                    :ZAFUT-MNTOPE ,
                    :ZAFUT-ORIGINE ,
                    :ZAFUT-STATUT ,
                    :ZAFUT-DTREL
           END-EXEC
           .

       8810-DELETE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for DELETE positioned on the CFUT2 cursor's current row :
      *the retention purge deletes while that same cursor is still
      *scrolling over TBFUT, same reasoning as MAAUD's DELETE.
           EXEC SQL
             DELETE FROM TBFUT
           WHERE CURRENT OF CFUT2
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CFUT2 retention cursor
           EXEC SQL
               CLOSE CFUT2
           END-EXEC
           .
