      *                  GKAML01's repeat-flag suppression ; the
      *                  CAMC cursor walks the open and escalated
      *                  cases in opening-date order for GKAMC01's
      *                  workbench and aging report ; the CAMD
      *                  cursor (OP2/FE2/CL2) walks the reported cases
      *                  not yet acknowledged by the financial
      *                  intelligence unit, for GKSTR01's filing
      *                  extract and GKSTR02's acknowledgment aging.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/26  EDEFAY        Created from MAXXX, for the AML case
      *                         table.
      * 15/10/26  EDEFAY        Filing extract date, filing reference
      *                         and acknowledgment date ; CAMD cursor
      *                         on reported cases awaiting it.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               DECLARE CAMC CURSOR FOR
               SELECT REFAMC, COMPTE, RAISON, REFOPE, MONTANT,
                      DTOUVERT, STATUT, NARRATIF, OPERATEUR,
                      DTCLOTURE, DTEXTRAIT, REFDECL, DTACCUSE
                 FROM TBAMC
                WHERE STATUT = 'O' OR STATUT = 'E'
                ORDER BY DTOUVERT, REFAMC
           END-EXEC
           EXEC SQL
               DECLARE CAMD CURSOR FOR
               SELECT REFAMC, COMPTE, RAISON, REFOPE, MONTANT,
                      DTOUVERT, STATUT, NARRATIF, OPERATEUR,
                      DTCLOTURE, DTEXTRAIT, REFDECL, DTACCUSE
                 FROM TBAMC
                WHERE STATUT = 'D' AND REFDECL = ' '
                ORDER BY DTCLOTURE, REFAMC
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAAMC-FONCTION = 'OP2'
                   IF SELECT-AMC = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAAMC-FONCTION = 'FE2'
                   IF SELECT-AMC = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAAMC-FONCTION = 'CL2'
                   IF SELECT-AMC = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
                 STATUT ,
                 NARRATIF ,
                 OPERATEUR ,
                 DTCLOTURE ,
                 DTEXTRAIT ,
                 REFDECL ,
                 DTACCUSE
             INTO
                :ZAAMC-REFAMC ,
                :ZAAMC-COMPTE ,
                :ZAAMC-STATUT ,
                :ZAAMC-NARRATIF ,
                :ZAAMC-OPERATEUR ,
                :ZAAMC-DTCLOTURE ,
                :ZAAMC-DTEXTRAIT ,
                :ZAAMC-REFDECL ,
                :ZAAMC-DTACCUSE
             FROM TBAMC
             WHERE REFAMC=:ZAAMC-REFAMC
           END-EXEC
                 STATUT ,
                 NARRATIF ,
                 OPERATEUR ,
                 DTCLOTURE ,
                 DTEXTRAIT ,
                 REFDECL ,
                 DTACCUSE
             INTO
                :ZAAMC-REFAMC ,
                :ZAAMC-COMPTE ,
                :ZAAMC-STATUT ,
                :ZAAMC-NARRATIF ,
                :ZAAMC-OPERATEUR ,
                :ZAAMC-DTCLOTURE ,
                :ZAAMC-DTEXTRAIT ,
                :ZAAMC-REFDECL ,
                :ZAAMC-DTACCUSE
             FROM TBAMC
             WHERE COMPTE=:ZAAMC-COMPTE
             AND   RAISON=:ZAAMC-RAISON
                    :ZAAMC-STATUT ,
                    :ZAAMC-NARRATIF ,
                    :ZAAMC-OPERATEUR ,
                    :ZAAMC-DTCLOTURE ,
                    :ZAAMC-DTEXTRAIT ,
                    :ZAAMC-REFDECL ,
                    :ZAAMC-DTACCUSE
           END-EXEC
           .

           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CAMD cursor
           EXEC SQL
               OPEN CAMD
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CAMD cursor row
           EXEC SQL
               FETCH CAMD
               INTO
                    :ZAAMC-REFAMC ,
                    :ZAAMC-COMPTE ,
                    :ZAAMC-RAISON ,
                    :ZAAMC-REFOPE ,
                    :ZAAMC-MONTANT ,
                    :ZAAMC-DTOUVERT ,
                    :ZAAMC-STATUT ,
                    :ZAAMC-NARRATIF ,
                    :ZAAMC-OPERATEUR ,
                    :ZAAMC-DTCLOTURE ,
                    :ZAAMC-DTEXTRAIT ,
                    :ZAAMC-REFDECL ,
                    :ZAAMC-DTACCUSE
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CAMD cursor
           EXEC SQL
               CLOSE CAMD
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
                :ZAAMC-STATUT ,
                :ZAAMC-NARRATIF ,
                :ZAAMC-OPERATEUR ,
                :ZAAMC-DTCLOTURE ,
                :ZAAMC-DTEXTRAIT ,
                :ZAAMC-REFDECL ,
                :ZAAMC-DTACCUSE)
           END-EXEC
           .

                 STATUT =:ZAAMC-STATUT ,
                 NARRATIF =:ZAAMC-NARRATIF ,
                 OPERATEUR =:ZAAMC-OPERATEUR ,
                 DTCLOTURE =:ZAAMC-DTCLOTURE ,
                 DTEXTRAIT =:ZAAMC-DTEXTRAIT ,
                 REFDECL =:ZAAMC-REFDECL ,
                 DTACCUSE =:ZAAMC-DTACCUSE
           WHERE REFAMC =:ZAAMC-REFAMC
           END-EXEC
           .
