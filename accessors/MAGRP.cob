      *PROCESS TEST
      ******************************************************************
      * Program name   : MAGRP
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZAGRP.
      *                  TBGRP is the register of connected-customer
      *                  groups, one row per member customer.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the connected-
      *                         customer group register. CGRP cursor
      *                         (OPN/FET/CLO on FONCTION) walks every
      *                         member in group order.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAGRP.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 AUTHORIZATION-QUERIES-TYPE.
           10 SELECT-GRP  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-GRP  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-GRP  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-GRP  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBGRP init for avoid workflow errors
       01  DCLTBGRP PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBGRP
           EXEC SQL
               INCLUDE DCLTBGRP
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBGRP.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0GRP : Input/Output section
      *    - 1GRP : Main element
      *    - 2GRP : Verifications
      *    - 8GRP : SQL Handling
      *    - 9GRP : Close files
      *
      *    Input/Output managment
      *    - x1xx : Perform a READ
      *    - x2xx : Perform a WRITE
      *    - x3xx : Perform a FETCH
      *    - x4xx : Perform a INSERT
      *    - x5xx : Perform Comparisons
      *    - x7xx : Perform a UPDATE
      *    - x8xx : Perform a DELETE
      *    - x9xx : Perform a CLOSE
      *
      *    Specials
      *    - GRPx : OTHERS
      *    - DGRP : Displays
      *    - CGRP : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZAGRP-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CGRP CURSOR FOR
               SELECT GROUPE, CLIENT, LIEN, DTADH, MAKER, APPROB
                 FROM TBGRP
                ORDER BY GROUPE, CLIENT
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.

       0000-INITIALIZATIONS.
      ******************************************************************EDEFAY
      *  Initialize values
           SET AUTH-QUERY TO 0
           .

       2500-ROOTER.
      ******************************************************************EDEFAY
      * Perform the different operations based on the value of FONCTION
           EVALUATE TRUE
               WHEN ZAGRP-FONCTION = 'SEL'
                   IF SELECT-GRP = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGRP-FONCTION = 'INS'
                   IF INSERT-GRP = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGRP-FONCTION = 'UPD'
                   IF UPDATE-GRP = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGRP-FONCTION = 'DEL'
                   IF DELETE-GRP = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGRP-FONCTION = 'OPN'
                   IF SELECT-GRP = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGRP-FONCTION = 'FET'
                   IF SELECT-GRP = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGRP-FONCTION = 'CLO'
                   IF SELECT-GRP = SELECT-AUTH THEN
                       PERFORM 8900-CLOSE-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
                   PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
           END-EVALUATE
           .

       2501-CHECK-SQLCODE.
      ******************************************************************EDEFAY
      *  Verify SQLCODE, returning Error code and message if SQLCODE<>0
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLCODE TO ZAGRP-CODRET
                   MOVE "SPACE" TO ZAGRP-LIBRET
                   MOVE SQLCODE TO ZAGRP-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZAGRP-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZAGRP-LIBRET
                   MOVE SQLCODE TO ZAGRP-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZAGRP-CODRET
                   MOVE "GRP" TO ZAGRP-LIBRET
                   MOVE SQLCODE TO ZAGRP-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZAGRP-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZAGRP-LIBRET
                   MOVE SQLCODE TO ZAGRP-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZAGRP-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZAGRP-LIBRET
                   MOVE SQLCODE TO ZAGRP-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZAGRP-CODRET
                   MOVE "SQLCA" TO ZAGRP-LIBRET
                   MOVE SQLCODE TO ZAGRP-SQLCODE
               WHEN 100
                   MOVE "04" TO ZAGRP-CODRET
                   MOVE "FIN DE CURSEUR" TO ZAGRP-LIBRET
                   MOVE SQLCODE TO ZAGRP-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZAGRP-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZAGRP-LIBRET
                   MOVE SQLCODE TO ZAGRP-SQLCODE
           END-EVALUATE
           .

       7777-UNAUTHORIZED-QUERY-TYPE.
      ******************************************************************EDEFAY
      *  Update AUTH-QUERY, since Query type is unauthorized
           ADD 1 TO AUTH-QUERY
           .

       8100-SELECT.
      ******************************************************************EDEFAY
      *Code for SELECT operation
           MOVE ZAGRP-DONNEES TO DCLTBGRP
           EXEC SQL
             SELECT
                 GROUPE ,
                 CLIENT ,
                 LIEN ,
                 DTADH ,
                 MAKER ,
                 APPROB
             INTO
                :ZAGRP-GROUPE ,
                :ZAGRP-CLIENT ,
                :ZAGRP-LIEN ,
                :ZAGRP-DTADH ,
                :ZAGRP-MAKER ,
                :ZAGRP-APPROB
             FROM TBGRP
             WHERE GROUPE=:ZAGRP-GROUPE
             AND   CLIENT=:ZAGRP-CLIENT
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBGRP TO ZAGRP-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CGRP cursor
           EXEC SQL
               OPEN CGRP
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CGRP cursor row
           EXEC SQL
               FETCH CGRP
               INTO :ZAGRP-GROUPE ,
                    :ZAGRP-CLIENT ,
                    :ZAGRP-LIEN ,
                    :ZAGRP-DTADH ,
                    :ZAGRP-MAKER ,
                    :ZAGRP-APPROB
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CGRP cursor
           EXEC SQL
               CLOSE CGRP
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZAGRP-DONNEES TO DCLTBGRP
           EXEC SQL
                INSERT INTO TBGRP VALUES
               (:ZAGRP-GROUPE ,
                :ZAGRP-CLIENT ,
                :ZAGRP-LIEN ,
                :ZAGRP-DTADH ,
                :ZAGRP-MAKER ,
                :ZAGRP-APPROB)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZAGRP-DONNEES TO DCLTBGRP
           EXEC SQL
                UPDATE TBGRP
       SET   LIEN =:ZAGRP-LIEN ,
             DTADH =:ZAGRP-DTADH ,
             MAKER =:ZAGRP-MAKER ,
             APPROB =:ZAGRP-APPROB
       WHERE GROUPE =:ZAGRP-GROUPE
       AND   CLIENT =:ZAGRP-CLIENT
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZAGRP-DONNEES TO DCLTBGRP
           EXEC SQL
             DELETE FROM TBGRP
       WHERE GROUPE =:ZAGRP-GROUPE
       AND   CLIENT =:ZAGRP-CLIENT
           END-EXEC
           .
