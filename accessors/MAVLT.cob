      * --------- ------------  ---------------------------------------
      * 02/09/26  EDEFAY        Created from MAXXX, for the velocity
      *                         trip register.
      * 15/10/26  EDEFAY        Second cursor CVLT2 (OP2/FE2/CL2 on
      *                         FONCTION) over every row dated at or
      *                         before ZAVLT-DTTRIP, plus DL2 : DELETE
      *                         positioned on its current row, for the
      *                         GKPURG01 retention housekeeping. No
      *                         ORDER BY so the cursor stays deletable.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                WHERE DTTRIP = :ZAVLT-DTTRIP
                ORDER BY REFVEL, COMPTE
           END-EXEC
           EXEC SQL
               DECLARE CVLT2 CURSOR FOR
               SELECT REFVEL, COMPTE, ORIGINE, CODOPE, DTTRIP, MESUREE,
                      ACTION
                 FROM TBVLT
                WHERE DTTRIP <= :ZAVLT-DTTRIP
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAVLT-FONCTION = 'OP2'
                   IF SELECT-VLT = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAVLT-FONCTION = 'FE2'
                   IF SELECT-VLT = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAVLT-FONCTION = 'CL2'
                   IF SELECT-VLT = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAVLT-FONCTION = 'DL2'
                   IF DELETE-VLT = DELETE-AUTH THEN
                       PERFORM 8810-DELETE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
           WHERE DTTRIP =:ZAVLT-DTTRIP
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CVLT2 retention cursor
           EXEC SQL
               OPEN CVLT2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CVLT2 cursor row
           EXEC SQL
               FETCH CVLT2
               INTO :ZAVLT-REFVEL ,
                    :ZAVLT-COMPTE ,
                    :ZAVLT-ORIGINE ,
                    :ZAVLT-CODOPE ,
                    :ZAVLT-DTTRIP ,
                    :ZAVLT-MESUREE ,
                    :ZAVLT-ACTION
           END-EXEC
           .

       8810-DELETE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for DELETE positioned on the CVLT2 cursor's current row :
      *the retention purge deletes while that same cursor is still
      *scrolling over TBVLT, same reasoning as MAAUD's DELETE.
           EXEC SQL
             DELETE FROM TBVLT
           WHERE CURRENT OF CVLT2
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CVLT2 retention cursor
           EXEC SQL
               CLOSE CVLT2
           END-EXEC
           .
