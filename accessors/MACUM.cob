      *                         (OPN/FET/CLO on FONCTION, bounded to
      *                         one DTCUM) feeds GKCUM01's nightly
      *                         reconcile.
      * 15/10/26  EDEFAY        Second cursor CCUM2 (OP2/FE2/CL2 on
      *                         FONCTION) over every row dated at or
      *                         before ZACUM-DTCUM, plus DL2 : DELETE
      *                         positioned on its current row, for the
      *                         GKPURG01 retention housekeeping. No
      *                         ORDER BY so the cursor stays deletable.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                WHERE DTCUM = :ZACUM-DTCUM
                ORDER BY COMPTE, CODOPE
           END-EXEC
           EXEC SQL
               DECLARE CCUM2 CURSOR FOR
               SELECT COMPTE, CODOPE, DTCUM, MNTCUM, NBOPS
                 FROM TBCUM
                WHERE DTCUM <= :ZACUM-DTCUM
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACUM-FONCTION = 'OP2'
                   IF SELECT-CUM = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACUM-FONCTION = 'FE2'
                   IF SELECT-CUM = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACUM-FONCTION = 'CL2'
                   IF SELECT-CUM = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACUM-FONCTION = 'DL2'
                   IF DELETE-CUM = DELETE-AUTH THEN
                       PERFORM 8810-DELETE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
       AND   DTCUM =:ZACUM-DTCUM
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CCUM2 retention cursor
           EXEC SQL
               OPEN CCUM2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CCUM2 cursor row
           EXEC SQL
               FETCH CCUM2
               INTO :ZACUM-COMPTE ,
                    :ZACUM-CODOPE ,
                    :ZACUM-DTCUM ,
                    :ZACUM-MNTCUM ,
                    :ZACUM-NBOPS
           END-EXEC
           .

       8810-DELETE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for DELETE positioned on the CCUM2 cursor's current row :
      *the retention purge deletes while that same cursor is still
      *scrolling over TBCUM, same reasoning as MAAUD's DELETE.
           EXEC SQL
             DELETE FROM TBCUM
           WHERE CURRENT OF CCUM2
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CCUM2 retention cursor
           EXEC SQL
               CLOSE CCUM2
           END-EXEC
           .
