      *                         channel catches a truncated transfer
      *                         instead of silently dropping alerts.
      *                         GKVERF01 verifies the file against it.
      * 15/10/26  EDEFAY        Internal accounts (ZACPT-INTERNE, new
      *                         ZACPT-CLASSE) never alert, whatever
      *                         threshold they carry.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               MOVE ZAAUD-COMPTE TO ZACPT-COMPTE
               MOVE "SEL" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
      *        Internal accounts have no customer to notify
               IF ZACPT-CODRET-OK
                  AND NOT ZACPT-INTERNE THEN
                   MOVE ZACPT-SEUILALR TO WS-SEUIL
               END-IF
           END-IF
