      * --------- ------------  ---------------------------------------
      * 22/08/26  EDEFAY        Created from MAXXX, for the batch-
      *                         window run log.
      * 15/10/26  EDEFAY        Second cursor CLOG2 (OP2/FE2/CL2 on
      *                         FONCTION) over every row dated at or
      *                         before ZALOG-DTRUN, plus DL2 : DELETE
      *                         positioned on its current row, for the
      *                         GKPURG01 retention housekeeping. No
      *                         ORDER BY so the cursor stays deletable.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                WHERE PGM = :ZALOG-PGM
                ORDER BY DTRUN, HRDEBUT
           END-EXEC
           EXEC SQL
               DECLARE CLOG2 CURSOR FOR
               SELECT PGM, DTRUN, HRDEBUT, HRFIN, NBENR, CODRC
                 FROM TBLOG
                WHERE DTRUN <= :ZALOG-DTRUN
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALOG-FONCTION = 'OP2'
                   IF SELECT-LOG = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALOG-FONCTION = 'FE2'
                   IF SELECT-LOG = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALOG-FONCTION = 'CL2'
                   IF SELECT-LOG = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALOG-FONCTION = 'DL2'
                   IF DELETE-LOG = DELETE-AUTH THEN
                       PERFORM 8810-DELETE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
           AND   HRDEBUT =:ZALOG-HRDEBUT
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CLOG2 retention cursor
           EXEC SQL
               OPEN CLOG2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CLOG2 cursor row
           EXEC SQL
               FETCH CLOG2
               INTO :ZALOG-PGM ,
                    :ZALOG-DTRUN ,
                    :ZALOG-HRDEBUT ,
                    :ZALOG-HRFIN ,
                    :ZALOG-NBENR ,
                    :ZALOG-CODRC
           END-EXEC
           .

       8810-DELETE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for DELETE positioned on the CLOG2 cursor's current row :
      *the retention purge deletes while that same cursor is still
      *scrolling over TBLOG, same reasoning as MAAUD's DELETE.
           EXEC SQL
             DELETE FROM TBLOG
           WHERE CURRENT OF CLOG2
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CLOG2 retention cursor
           EXEC SQL
               CLOSE CLOG2
           END-EXEC
           .
