      * --------- ------------  ---------------------------------------
      * 22/08/26  EDEFAY        Created from MAXXX, for the end-of-day
      *                         orchestrator's step-status table.
      * 15/10/26  EDEFAY        Second cursor CJOB2 (OP2/FE2/CL2 on
      *                         FONCTION) over every completed (STATUT
      *                         C) row dated at or before ZAJOB-DTJOB,
      *                         plus DL2 : DELETE positioned on its
      *                         current row, for the GKPURG01 retention
      *                         housekeeping. No ORDER BY so the cursor
      *                         stays deletable.
      * 15/10/26  EDEFAY        Third cursor CJOB3 (OP3/FE3/CL3) over
      *                         the steps dated before ZAJOB-DTJOB
      *                         still recorded en-cours (STATUT E),
      *                         for the GKPRF01 end-of-day pre-flight.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROCEDURE DIVISION USING ZAJOB-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CJOB2 CURSOR FOR
               SELECT DTJOB, ETAPE, HRDEBUT, HRFIN, CODRC, STATUT
                 FROM TBJOB
                WHERE DTJOB <= :ZAJOB-DTJOB
                  AND STATUT = 'C'
           END-EXEC
           EXEC SQL
               DECLARE CJOB3 CURSOR FOR
               SELECT DTJOB, ETAPE, HRDEBUT, HRFIN, CODRC, STATUT
                 FROM TBJOB
                WHERE DTJOB < :ZAJOB-DTJOB
                  AND STATUT = 'E'
                ORDER BY DTJOB, ETAPE
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAJOB-FONCTION = 'OP2'
                   IF SELECT-JOB = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAJOB-FONCTION = 'FE2'
                   IF SELECT-JOB = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAJOB-FONCTION = 'CL2'
                   IF SELECT-JOB = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAJOB-FONCTION = 'DL2'
                   IF DELETE-JOB = DELETE-AUTH THEN
                       PERFORM 8810-DELETE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAJOB-FONCTION = 'OP3'
                   IF SELECT-JOB = SELECT-AUTH THEN
                       PERFORM 8220-OPEN-CURSOR3
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAJOB-FONCTION = 'FE3'
                   IF SELECT-JOB = SELECT-AUTH THEN
                       PERFORM 8320-FETCH-CURSOR3
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAJOB-FONCTION = 'CL3'
                   IF SELECT-JOB = SELECT-AUTH THEN
                       PERFORM 8920-CLOSE-CURSOR3
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
           AND   ETAPE =:ZAJOB-ETAPE
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CJOB2 retention cursor
           EXEC SQL
               OPEN CJOB2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CJOB2 cursor row
           EXEC SQL
               FETCH CJOB2
               INTO :ZAJOB-DTJOB ,
                    :ZAJOB-ETAPE ,
                    :ZAJOB-HRDEBUT ,
                    :ZAJOB-HRFIN ,
                    :ZAJOB-CODRC ,
                    :ZAJOB-STATUT
           END-EXEC
           .

       8810-DELETE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for DELETE positioned on the CJOB2 cursor's current row :
      *the retention purge deletes while that same cursor is still
      *scrolling over TBJOB, same reasoning as MAAUD's DELETE.
           EXEC SQL
             DELETE FROM TBJOB
           WHERE CURRENT OF CJOB2
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CJOB2 retention cursor
           EXEC SQL
               CLOSE CJOB2
           END-EXEC
           .

       8220-OPEN-CURSOR3.
      ******************************************************************EDEFAY
      *Code for OPEN of the CJOB3 stale en-cours cursor
           EXEC SQL
               OPEN CJOB3
           END-EXEC
           .

       8320-FETCH-CURSOR3.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CJOB3 cursor row
           EXEC SQL
               FETCH CJOB3
               INTO :ZAJOB-DTJOB ,
                    :ZAJOB-ETAPE ,
                    :ZAJOB-HRDEBUT ,
                    :ZAJOB-HRFIN ,
                    :ZAJOB-CODRC ,
                    :ZAJOB-STATUT
           END-EXEC
           .

       8920-CLOSE-CURSOR3.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CJOB3 stale en-cours cursor
           EXEC SQL
               CLOSE CJOB3
           END-EXEC
           .
