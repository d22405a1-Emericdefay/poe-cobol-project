      *PROCESS TEST
      ******************************************************************
      * Program name   : MATAR
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZATAR.
      *                  TBTAR is the corporate price list of the
      *                  account analysis statement (GKANA01). The
      *                  CTAR cursor walks the whole list by code
      *                  and channel.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the corporate
      *                         price list of account analysis.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MATAR.
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
           10 SELECT-TAR  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-TAR  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-TAR  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-TAR  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBTAR init for avoid workflow errors
       01  DCLTBTAR PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBTAR
           EXEC SQL
               INCLUDE DCLTBTAR
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBTAR.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0TAR : Input/Output section
      *    - 1TAR : Main element
      *    - 2TAR : Verifications
      *    - 8TAR : SQL Handling
      *    - 9TAR : Close files
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
      *    - TARx : OTHERS
      *    - DTAR : Displays
      *    - CTAR : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZATAR-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CTAR CURSOR FOR
               SELECT CODOPE, ORIGINE, PRIXU, LIBELLE
                 FROM TBTAR
                ORDER BY CODOPE, ORIGINE
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
               WHEN ZATAR-FONCTION = 'SEL'
                   IF SELECT-TAR = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZATAR-FONCTION = 'INS'
                   IF INSERT-TAR = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZATAR-FONCTION = 'UPD'
                   IF UPDATE-TAR = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZATAR-FONCTION = 'DEL'
                   IF DELETE-TAR = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZATAR-FONCTION = 'OPN'
                   IF SELECT-TAR = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZATAR-FONCTION = 'FET'
                   IF SELECT-TAR = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZATAR-FONCTION = 'CLO'
                   IF SELECT-TAR = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZATAR-CODRET
                   MOVE "SPACE" TO ZATAR-LIBRET
                   MOVE SQLCODE TO ZATAR-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZATAR-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZATAR-LIBRET
                   MOVE SQLCODE TO ZATAR-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZATAR-CODRET
                   MOVE "TAR" TO ZATAR-LIBRET
                   MOVE SQLCODE TO ZATAR-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZATAR-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZATAR-LIBRET
                   MOVE SQLCODE TO ZATAR-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZATAR-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZATAR-LIBRET
                   MOVE SQLCODE TO ZATAR-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZATAR-CODRET
                   MOVE "SQLCA" TO ZATAR-LIBRET
                   MOVE SQLCODE TO ZATAR-SQLCODE
               WHEN 100
                   MOVE "04" TO ZATAR-CODRET
                   MOVE "FIN DE CURSEUR" TO ZATAR-LIBRET
                   MOVE SQLCODE TO ZATAR-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZATAR-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZATAR-LIBRET
                   MOVE SQLCODE TO ZATAR-SQLCODE
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
           MOVE ZATAR-DONNEES TO DCLTBTAR
           EXEC SQL
             SELECT
                 CODOPE ,
                 ORIGINE ,
                 PRIXU ,
                 LIBELLE
             INTO
                :ZATAR-CODOPE ,
                :ZATAR-ORIGINE ,
                :ZATAR-PRIXU ,
                :ZATAR-LIBELLE
             FROM TBTAR
             WHERE CODOPE=:ZATAR-CODOPE
               AND ORIGINE=:ZATAR-ORIGINE
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBTAR TO ZATAR-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CTAR cursor
           EXEC SQL
               OPEN CTAR
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CTAR cursor row
           EXEC SQL
               FETCH CTAR
               INTO :ZATAR-CODOPE ,
                    :ZATAR-ORIGINE ,
                    :ZATAR-PRIXU ,
                    :ZATAR-LIBELLE
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CTAR cursor
           EXEC SQL
               CLOSE CTAR
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZATAR-DONNEES TO DCLTBTAR
           EXEC SQL
                INSERT INTO TBTAR VALUES
               (:ZATAR-CODOPE ,
                :ZATAR-ORIGINE ,
                :ZATAR-PRIXU ,
                :ZATAR-LIBELLE)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZATAR-DONNEES TO DCLTBTAR
           EXEC SQL
                UPDATE TBTAR
           SET   PRIXU =:ZATAR-PRIXU ,
                 LIBELLE =:ZATAR-LIBELLE
           WHERE CODOPE =:ZATAR-CODOPE
             AND ORIGINE =:ZATAR-ORIGINE
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZATAR-DONNEES TO DCLTBTAR
           EXEC SQL
             DELETE FROM TBTAR
           WHERE CODOPE =:ZATAR-CODOPE
             AND ORIGINE =:ZATAR-ORIGINE
           END-EXEC
           .
