      *                  TBHAB says which operator may maintain
      *                  which domain (OPE/DEV/BLK) - a SEL that
      *                  finds the (operator, domain) row means
      *                  entitled. The CHAB cursor walks the
      *                  whole table in operator/domain order for
      *                  GKREC01's recertification campaign.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 22/08/26  EDEFAY        Created from MAXXX, for the maker/
      *                         checker entitlements.
      * 15/10/26  EDEFAY        CHAB full-scan cursor (OPN/FET/CLO on
      *                         FONCTION) for the entitlement
      *                         recertification (GKREC01).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************
       PROCEDURE DIVISION USING ZAHAB-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CHAB CURSOR FOR
               SELECT OPERATEUR, DOMAINE
                 FROM TBHAB
                ORDER BY OPERATEUR, DOMAINE
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHAB-FONCTION = 'OPN'
                   IF SELECT-HAB = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHAB-FONCTION = 'FET'
                   IF SELECT-HAB = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHAB-FONCTION = 'CLO'
                   IF SELECT-HAB = SELECT-AUTH THEN
                       PERFORM 8900-CLOSE-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CHAB cursor
           EXEC SQL
               OPEN CHAB
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CHAB cursor row
           EXEC SQL
               FETCH CHAB
               INTO :ZAHAB-OPERATEUR ,
                    :ZAHAB-DOMAINE
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CHAB cursor
           EXEC SQL
               CLOSE CHAB
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
