      * --------- ------------  ---------------------------------------
      * 22/08/26  EDEFAY        Created from MAXXX, for the daily
      *                         balance snapshots.
      * 15/10/26  EDEFAY        Second cursor CSNP2 (OP2/FE2/CL2 on
      *                         FONCTION) over every row dated at or
      *                         before ZASNP-DTSNP, plus DL2 : DELETE
      *                         positioned on its current row, for the
      *                         GKPURG01 retention housekeeping. No
      *                         ORDER BY so the cursor stays deletable.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                WHERE COMPTE = :ZASNP-COMPTE
                ORDER BY DTSNP
           END-EXEC
           EXEC SQL
               DECLARE CSNP2 CURSOR FOR
               SELECT COMPTE, DTSNP, SOLDE, DEVISE
                 FROM TBSNP
                WHERE DTSNP <= :ZASNP-DTSNP
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZASNP-FONCTION = 'OP2'
                   IF SELECT-SNP = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZASNP-FONCTION = 'FE2'
                   IF SELECT-SNP = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZASNP-FONCTION = 'CL2'
                   IF SELECT-SNP = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZASNP-FONCTION = 'DL2'
                   IF DELETE-SNP = DELETE-AUTH THEN
                       PERFORM 8810-DELETE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
           AND   DTSNP =:ZASNP-DTSNP
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CSNP2 retention cursor
           EXEC SQL
               OPEN CSNP2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CSNP2 cursor row
           EXEC SQL
               FETCH CSNP2
               INTO :ZASNP-COMPTE ,
                    :ZASNP-DTSNP ,
                    :ZASNP-SOLDE ,
                    :ZASNP-DEVISE
           END-EXEC
           .

       8810-DELETE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for DELETE positioned on the CSNP2 cursor's current row :
      *the retention purge deletes while that same cursor is still
      *scrolling over TBSNP, same reasoning as MAAUD's DELETE.
           EXEC SQL
             DELETE FROM TBSNP
           WHERE CURRENT OF CSNP2
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CSNP2 retention cursor
           EXEC SQL
               CLOSE CSNP2
           END-EXEC
           .
