      * --------- ------------  ---------------------------------------
      * 22/08/26  EDEFAY        Created from MAXXX, for the inquiry
      *                         access log.
      * 15/10/26  EDEFAY        Second cursor CACL2 (OP2/FE2/CL2 on
      *                         FONCTION) over every row dated at or
      *                         before ZAACC-DTACC, plus DL2 : DELETE
      *                         positioned on its current row, for the
      *                         GKPURG01 retention housekeeping. No
      *                         ORDER BY so the cursor stays deletable.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                              AND :ZAACC-DATFIN
                ORDER BY OPERATEUR, COMPTE, DTACC
           END-EXEC
           EXEC SQL
               DECLARE CACL2 CURSOR FOR
               SELECT OPERATEUR, COMPTE, TYPEINQ, DTACC, HRACC
                 FROM TBACC
                WHERE DTACC <= :ZAACC-DTACC
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAACC-FONCTION = 'OP2'
                   IF SELECT-ACC = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAACC-FONCTION = 'FE2'
                   IF SELECT-ACC = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAACC-FONCTION = 'CL2'
                   IF SELECT-ACC = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAACC-FONCTION = 'DL2'
                   IF DELETE-ACC = DELETE-AUTH THEN
                       PERFORM 8810-DELETE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
           AND   HRACC =:ZAACC-HRACC
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CACL2 retention cursor
           EXEC SQL
               OPEN CACL2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CACL2 cursor row
           EXEC SQL
               FETCH CACL2
               INTO :ZAACC-OPERATEUR ,
                    :ZAACC-COMPTE ,
                    :ZAACC-TYPEINQ ,
                    :ZAACC-DTACC ,
                    :ZAACC-HRACC
           END-EXEC
           .

       8810-DELETE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for DELETE positioned on the CACL2 cursor's current row :
      *the retention purge deletes while that same cursor is still
      *scrolling over TBACC, same reasoning as MAAUD's DELETE.
           EXEC SQL
             DELETE FROM TBACC
           WHERE CURRENT OF CACL2
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CACL2 retention cursor
           EXEC SQL
               CLOSE CACL2
           END-EXEC
           .
