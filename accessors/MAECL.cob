      *PROCESS TEST
      ******************************************************************
      * Program name   : MAECL
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZAECL.
      *                  TBECL holds the expected-credit-loss
      *                  provision rate per loan product and stage.
      *                  Written by GKMECL01, applied at month-end
      *                  by GKPRV01.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the ECL
      *                         provision rates. CECL cursor
      *                         (OPN/FET/CLO on FONCTION) lists the
      *                         rate grid.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAECL.
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
           10 SELECT-ECL  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-ECL  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-ECL  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-ECL  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBECL init for avoid workflow errors
       01  DCLTBECL PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBECL
           EXEC SQL
               INCLUDE DCLTBECL
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBECL.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0ECL : Input/Output section
      *    - 1ECL : Main element
      *    - 2ECL : Verifications
      *    - 8ECL : SQL Handling
      *    - 9ECL : Close files
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
      *    - ECLx : OTHERS
      *    - DECL : Displays
      *    - CECL : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZAECL-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CECL CURSOR FOR
               SELECT PRODUIT, STAGE, TAUX
                 FROM TBECL
                ORDER BY PRODUIT, STAGE
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
               WHEN ZAECL-FONCTION = 'SEL'
                   IF SELECT-ECL = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAECL-FONCTION = 'INS'
                   IF INSERT-ECL = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAECL-FONCTION = 'UPD'
                   IF UPDATE-ECL = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAECL-FONCTION = 'DEL'
                   IF DELETE-ECL = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAECL-FONCTION = 'OPN'
                   IF SELECT-ECL = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAECL-FONCTION = 'FET'
                   IF SELECT-ECL = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAECL-FONCTION = 'CLO'
                   IF SELECT-ECL = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZAECL-CODRET
                   MOVE "SPACE" TO ZAECL-LIBRET
                   MOVE SQLCODE TO ZAECL-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZAECL-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZAECL-LIBRET
                   MOVE SQLCODE TO ZAECL-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZAECL-CODRET
                   MOVE "ECL" TO ZAECL-LIBRET
                   MOVE SQLCODE TO ZAECL-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZAECL-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZAECL-LIBRET
                   MOVE SQLCODE TO ZAECL-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZAECL-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZAECL-LIBRET
                   MOVE SQLCODE TO ZAECL-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZAECL-CODRET
                   MOVE "SQLCA" TO ZAECL-LIBRET
                   MOVE SQLCODE TO ZAECL-SQLCODE
               WHEN 100
                   MOVE "04" TO ZAECL-CODRET
                   MOVE "FIN DE CURSEUR" TO ZAECL-LIBRET
                   MOVE SQLCODE TO ZAECL-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZAECL-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZAECL-LIBRET
                   MOVE SQLCODE TO ZAECL-SQLCODE
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
           MOVE ZAECL-DONNEES TO DCLTBECL
           EXEC SQL
             SELECT
                 PRODUIT ,
                 STAGE ,
                 TAUX
             INTO
                :ZAECL-PRODUIT ,
                :ZAECL-STAGE ,
                :ZAECL-TAUX
             FROM TBECL
             WHERE PRODUIT=:ZAECL-PRODUIT
             AND   STAGE=:ZAECL-STAGE
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBECL TO ZAECL-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CECL cursor
           EXEC SQL
               OPEN CECL
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CECL cursor row
           EXEC SQL
               FETCH CECL
               INTO :ZAECL-PRODUIT ,
                    :ZAECL-STAGE ,
                    :ZAECL-TAUX
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CECL cursor
           EXEC SQL
               CLOSE CECL
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZAECL-DONNEES TO DCLTBECL
           EXEC SQL
                INSERT INTO TBECL VALUES
               (:ZAECL-PRODUIT ,
                :ZAECL-STAGE ,
                :ZAECL-TAUX)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZAECL-DONNEES TO DCLTBECL
           EXEC SQL
                UPDATE TBECL
       SET   TAUX =:ZAECL-TAUX
       WHERE PRODUIT =:ZAECL-PRODUIT
       AND   STAGE =:ZAECL-STAGE
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZAECL-DONNEES TO DCLTBECL
           EXEC SQL
             DELETE FROM TBECL
       WHERE PRODUIT =:ZAECL-PRODUIT
       AND   STAGE =:ZAECL-STAGE
           END-EXEC
           .
