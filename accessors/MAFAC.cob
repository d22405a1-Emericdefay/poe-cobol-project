      *                  probe ; SE2 reads one exact COMPTE+DTEFF
      *                  row for maintenance ; UPD targets the exact
      *                  row ; the CFAC cursor walks the ACTIVE rows
      *                  for the GKFAC01 sweep and report ;
      *                  CFA2 (OP2/FE2/CL2) one account's active rows.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/26  EDEFAY        Created from MAXXX, for the overdraft
      *                         facility register.
      * 15/10/26  EDEFAY        New CFA2 by-account cursor (OP2/FE2/
      *                         CL2, the MAHIS second-cursor idiom) :
      *                         one account's active facilities, for
      *                         GKMRDV01's currency redenomination.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                WHERE STATUT = 'A'
                ORDER BY COMPTE, DTEFF
           END-EXEC
           EXEC SQL
               DECLARE CFA2 CURSOR FOR
               SELECT COMPTE, MONTANT, DTEFF, DTEXP, DTREVUE,
                      MAKER, APPROB, STATUT
                 FROM TBFAC
                WHERE COMPTE = :ZAFAC-COMPTE
                  AND STATUT = 'A'
                ORDER BY DTEFF
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAFAC-FONCTION = 'OP2'
                   IF SELECT-FAC = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAFAC-FONCTION = 'FE2'
                   IF SELECT-FAC = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAFAC-FONCTION = 'CL2'
                   IF SELECT-FAC = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAFAC-FONCTION = 'OPN'
                   IF SELECT-FAC = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
           END-EXEC
           .

       8210-OPEN-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CFA2 cursor (one account's active
      *facilities) - GKMRDV01's redenomination
           EXEC SQL
               OPEN CFA2
           END-EXEC
           .

       8310-FETCH-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CFA2 cursor row
           EXEC SQL
               FETCH CFA2
               INTO
                    :ZAFAC-COMPTE ,
                    :ZAFAC-MONTANT ,
                    :ZAFAC-DTEFF ,
                    :ZAFAC-DTEXP ,
                    :ZAFAC-DTREVUE ,
                    :ZAFAC-MAKER ,
                    :ZAFAC-APPROB ,
                    :ZAFAC-STATUT
           END-EXEC
           .

       8910-CLOSE-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CFA2 cursor
           EXEC SQL
               CLOSE CFA2
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
