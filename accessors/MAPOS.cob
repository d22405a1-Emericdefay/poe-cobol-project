      * --------- ------------  ---------------------------------------
      * 22/08/26  EDEFAY        Created from MAXXX, for the currency
      *                         position ledger.
      * 15/10/26  EDEFAY        New COMPTE, DEVOPE, TAUXAPP, TAUXMID,
      *                         DEVMRG, MNTMRG columns (the converted
      *                         account and the conversion's applied/
      *                         mid rate and spread margin) ; SEL, UPD
      *                         and DEL now key on REFOPE + COMPTE -
      *                         a transfer's two legs share a REFOPE.
      * 15/10/26  EDEFAY        Second cursor CPOS2 (OP2/FE2/CL2 on
      *                         FONCTION) over every row dated at or
      *                         before ZAPOS-DTPOS, plus DL2 : DELETE
      *                         positioned on its current row, for the
      *                         GKPURG01 retention housekeeping. No
      *                         ORDER BY so the cursor stays deletable.
      * 15/10/26  EDEFAY        Third cursor CPOS3 (OP3/FE3/CL3 on
      *                         FONCTION) over one account's rows
      *                         (ZAPOS-COMPTE) dated from ZAPOS-DTPOS
      *                         on, for GKRNT01's FX spread income.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CPOS CURSOR FOR
               SELECT REFOPE, DTPOS, DEVACH, MNTACH, DEVVEN, MNTVEN,
                      COMPTE, DEVOPE, TAUXAPP, TAUXMID, DEVMRG, MNTMRG
                 FROM TBPOS
                ORDER BY DTPOS, REFOPE
           END-EXEC
           EXEC SQL
               DECLARE CPOS2 CURSOR FOR
               SELECT REFOPE, DTPOS, DEVACH, MNTACH, DEVVEN, MNTVEN,
                      COMPTE, DEVOPE, TAUXAPP, TAUXMID, DEVMRG, MNTMRG
                 FROM TBPOS
                WHERE DTPOS <= :ZAPOS-DTPOS
           END-EXEC
           EXEC SQL
               DECLARE CPOS3 CURSOR FOR
               SELECT REFOPE, DTPOS, DEVACH, MNTACH, DEVVEN, MNTVEN,
                      COMPTE, DEVOPE, TAUXAPP, TAUXMID, DEVMRG, MNTMRG
                 FROM TBPOS
                WHERE COMPTE = :ZAPOS-COMPTE
                  AND DTPOS >= :ZAPOS-DTPOS
                ORDER BY DTPOS, REFOPE
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOS-FONCTION = 'OP2'
                   IF SELECT-POS = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOS-FONCTION = 'FE2'
                   IF SELECT-POS = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOS-FONCTION = 'CL2'
                   IF SELECT-POS = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOS-FONCTION = 'DL2'
                   IF DELETE-POS = DELETE-AUTH THEN
                       PERFORM 8810-DELETE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOS-FONCTION = 'OP3'
                   IF SELECT-POS = SELECT-AUTH THEN
                       PERFORM 8220-OPEN-CURSOR3
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOS-FONCTION = 'FE3'
                   IF SELECT-POS = SELECT-AUTH THEN
                       PERFORM 8320-FETCH-CURSOR3
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOS-FONCTION = 'CL3'
                   IF SELECT-POS = SELECT-AUTH THEN
                       PERFORM 8920-CLOSE-CURSOR3
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
                 DEVACH ,
                 MNTACH ,
                 DEVVEN ,
                 MNTVEN ,
                 COMPTE ,
                 DEVOPE ,
                 TAUXAPP ,
                 TAUXMID ,
                 DEVMRG ,
                 MNTMRG
             INTO
                :ZAPOS-REFOPE ,
                :ZAPOS-DTPOS ,
                :ZAPOS-DEVACH ,
                :ZAPOS-MNTACH ,
                :ZAPOS-DEVVEN ,
                :ZAPOS-MNTVEN ,
                :ZAPOS-COMPTE ,
                :ZAPOS-DEVOPE ,
                :ZAPOS-TAUXAPP ,
                :ZAPOS-TAUXMID ,
                :ZAPOS-DEVMRG ,
                :ZAPOS-MNTMRG
             FROM TBPOS
             WHERE REFOPE=:ZAPOS-REFOPE
             AND   COMPTE=:ZAPOS-COMPTE
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBPOS TO ZAPOS-DONNEES
                    :ZAPOS-DEVACH ,
                    :ZAPOS-MNTACH ,
                    :ZAPOS-DEVVEN ,
                    :ZAPOS-MNTVEN ,
                    :ZAPOS-COMPTE ,
                    :ZAPOS-DEVOPE ,
                    :ZAPOS-TAUXAPP ,
                    :ZAPOS-TAUXMID ,
                    :ZAPOS-DEVMRG ,
                    :ZAPOS-MNTMRG
           END-EXEC
           .

                :ZAPOS-DEVACH ,
                :ZAPOS-MNTACH ,
                :ZAPOS-DEVVEN ,
                :ZAPOS-MNTVEN ,
                :ZAPOS-COMPTE ,
                :ZAPOS-DEVOPE ,
                :ZAPOS-TAUXAPP ,
                :ZAPOS-TAUXMID ,
                :ZAPOS-DEVMRG ,
                :ZAPOS-MNTMRG)
           END-EXEC
           .

                 DEVACH =:ZAPOS-DEVACH ,
                 MNTACH =:ZAPOS-MNTACH ,
                 DEVVEN =:ZAPOS-DEVVEN ,
                 MNTVEN =:ZAPOS-MNTVEN ,
                 DEVOPE =:ZAPOS-DEVOPE ,
                 TAUXAPP=:ZAPOS-TAUXAPP ,
                 TAUXMID=:ZAPOS-TAUXMID ,
                 DEVMRG =:ZAPOS-DEVMRG ,
                 MNTMRG =:ZAPOS-MNTMRG
           WHERE REFOPE =:ZAPOS-REFOPE
           AND   COMPTE =:ZAPOS-COMPTE
           END-EXEC
           .

           EXEC SQL
             DELETE FROM TBPOS
           WHERE REFOPE =:ZAPOS-REFOPE
           AND   COMPTE =:ZAPOS-COMPTE
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CPOS2 retention cursor
           EXEC SQL
               OPEN CPOS2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CPOS2 cursor row
           EXEC SQL
               FETCH CPOS2
               INTO :ZAPOS-REFOPE ,
                    :ZAPOS-DTPOS ,
                    :ZAPOS-DEVACH ,
                    :ZAPOS-MNTACH ,
                    :ZAPOS-DEVVEN ,
                    :ZAPOS-MNTVEN ,
                    :ZAPOS-COMPTE ,
                    :ZAPOS-DEVOPE ,
                    :ZAPOS-TAUXAPP ,
                    :ZAPOS-TAUXMID ,
                    :ZAPOS-DEVMRG ,
                    :ZAPOS-MNTMRG
           END-EXEC
           .

       8810-DELETE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for DELETE positioned on the CPOS2 cursor's current row :
      *the retention purge deletes while that same cursor is still
      *scrolling over TBPOS, same reasoning as MAAUD's DELETE.
           EXEC SQL
             DELETE FROM TBPOS
           WHERE CURRENT OF CPOS2
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CPOS2 retention cursor
           EXEC SQL
               CLOSE CPOS2
           END-EXEC
           .

       8220-OPEN-CURSOR3.
      ******************************************************************EDEFAY
      *Code for OPEN of the CPOS3 per-account cursor
           EXEC SQL
               OPEN CPOS3
           END-EXEC
           .

       8320-FETCH-CURSOR3.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CPOS3 cursor row
           EXEC SQL
               FETCH CPOS3
               INTO :ZAPOS-REFOPE ,
                    :ZAPOS-DTPOS ,
                    :ZAPOS-DEVACH ,
                    :ZAPOS-MNTACH ,
                    :ZAPOS-DEVVEN ,
                    :ZAPOS-MNTVEN ,
                    :ZAPOS-COMPTE ,
                    :ZAPOS-DEVOPE ,
                    :ZAPOS-TAUXAPP ,
                    :ZAPOS-TAUXMID ,
                    :ZAPOS-DEVMRG ,
                    :ZAPOS-MNTMRG
           END-EXEC
           .

       8920-CLOSE-CURSOR3.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CPOS3 per-account cursor
           EXEC SQL
               CLOSE CPOS3
           END-EXEC
           .
