      *PROCESS TEST
      ******************************************************************
      * Program name   : MALIB
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZALIB.
      *                  TBLIB queues the high-value outgoing debits
      *                  held for treasury release. The CLIB cursor
      *                  walks the still-pending rows, oldest first.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the treasury
      *                         release queue of high-value debits.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MALIB.
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
           10 SELECT-LIB  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-LIB  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-LIB  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-LIB  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBLIB init for avoid workflow errors
       01  DCLTBLIB PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBLIB
           EXEC SQL
               INCLUDE DCLTBLIB
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBLIB.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0LIB : Input/Output section
      *    - 1LIB : Main element
      *    - 2LIB : Verifications
      *    - 8LIB : SQL Handling
      *    - 9LIB : Close files
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
      *    - LIBx : OTHERS
      *    - DLIB : Displays
      *    - CLIB : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZALIB-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CLIB CURSOR FOR
               SELECT REFOPE, COMPTE, CODOPE, CODDEV, DATOPE, MNTOPE,
                      ORIGINE, OPERATEUR, CORRELID, CTPNOM, CTPCPT,
                      CTPLIB, SEUIL, DECIDEUR1, DECISION1, DECIDEUR2,
                      STATUT, DTDEC
                 FROM TBLIB
                WHERE STATUT = 'P'
                ORDER BY DATOPE, REFOPE
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
               WHEN ZALIB-FONCTION = 'SEL'
                   IF SELECT-LIB = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALIB-FONCTION = 'INS'
                   IF INSERT-LIB = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALIB-FONCTION = 'UPD'
                   IF UPDATE-LIB = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALIB-FONCTION = 'DEL'
                   IF DELETE-LIB = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALIB-FONCTION = 'OPN'
                   IF SELECT-LIB = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALIB-FONCTION = 'FET'
                   IF SELECT-LIB = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALIB-FONCTION = 'CLO'
                   IF SELECT-LIB = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZALIB-CODRET
                   MOVE "SPACE" TO ZALIB-LIBRET
                   MOVE SQLCODE TO ZALIB-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZALIB-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZALIB-LIBRET
                   MOVE SQLCODE TO ZALIB-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZALIB-CODRET
                   MOVE "LIB" TO ZALIB-LIBRET
                   MOVE SQLCODE TO ZALIB-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZALIB-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZALIB-LIBRET
                   MOVE SQLCODE TO ZALIB-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZALIB-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZALIB-LIBRET
                   MOVE SQLCODE TO ZALIB-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZALIB-CODRET
                   MOVE "SQLCA" TO ZALIB-LIBRET
                   MOVE SQLCODE TO ZALIB-SQLCODE
               WHEN 100
                   MOVE "04" TO ZALIB-CODRET
                   MOVE "FIN DE CURSEUR" TO ZALIB-LIBRET
                   MOVE SQLCODE TO ZALIB-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZALIB-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZALIB-LIBRET
                   MOVE SQLCODE TO ZALIB-SQLCODE
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
           MOVE ZALIB-DONNEES TO DCLTBLIB
           EXEC SQL
             SELECT
                 REFOPE ,
                 COMPTE ,
                 CODOPE ,
                 CODDEV ,
                 DATOPE ,
                 MNTOPE ,
                 ORIGINE ,
                 OPERATEUR ,
                 CORRELID ,
                 CTPNOM ,
                 CTPCPT ,
                 CTPLIB ,
                 SEUIL ,
                 DECIDEUR1 ,
                 DECISION1 ,
                 DECIDEUR2 ,
                 STATUT ,
                 DTDEC
             INTO
                :ZALIB-REFOPE ,
                :ZALIB-COMPTE ,
                :ZALIB-CODOPE ,
                :ZALIB-CODDEV ,
                :ZALIB-DATOPE ,
                :ZALIB-MNTOPE ,
                :ZALIB-ORIGINE ,
                :ZALIB-OPERATEUR ,
                :ZALIB-CORRELID ,
                :ZALIB-CTPNOM ,
                :ZALIB-CTPCPT ,
                :ZALIB-CTPLIB ,
                :ZALIB-SEUIL ,
                :ZALIB-DECIDEUR1 ,
                :ZALIB-DECISION1 ,
                :ZALIB-DECIDEUR2 ,
                :ZALIB-STATUT ,
                :ZALIB-DTDEC
             FROM TBLIB
             WHERE REFOPE=:ZALIB-REFOPE
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBLIB TO ZALIB-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CLIB cursor
           EXEC SQL
               OPEN CLIB
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CLIB cursor row
           EXEC SQL
               FETCH CLIB
               INTO :ZALIB-REFOPE ,
                    :ZALIB-COMPTE ,
                    :ZALIB-CODOPE ,
                    :ZALIB-CODDEV ,
                    :ZALIB-DATOPE ,
                    :ZALIB-MNTOPE ,
                    :ZALIB-ORIGINE ,
                    :ZALIB-OPERATEUR ,
                    :ZALIB-CORRELID ,
                    :ZALIB-CTPNOM ,
                    :ZALIB-CTPCPT ,
                    :ZALIB-CTPLIB ,
                    :ZALIB-SEUIL ,
                    :ZALIB-DECIDEUR1 ,
                    :ZALIB-DECISION1 ,
                    :ZALIB-DECIDEUR2 ,
                    :ZALIB-STATUT ,
                    :ZALIB-DTDEC
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CLIB cursor
           EXEC SQL
               CLOSE CLIB
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZALIB-DONNEES TO DCLTBLIB
           EXEC SQL
                INSERT INTO TBLIB VALUES
               (:ZALIB-REFOPE ,
                :ZALIB-COMPTE ,
                :ZALIB-CODOPE ,
                :ZALIB-CODDEV ,
                :ZALIB-DATOPE ,
                :ZALIB-MNTOPE ,
                :ZALIB-ORIGINE ,
                :ZALIB-OPERATEUR ,
                :ZALIB-CORRELID ,
                :ZALIB-CTPNOM ,
                :ZALIB-CTPCPT ,
                :ZALIB-CTPLIB ,
                :ZALIB-SEUIL ,
                :ZALIB-DECIDEUR1 ,
                :ZALIB-DECISION1 ,
                :ZALIB-DECIDEUR2 ,
                :ZALIB-STATUT ,
                :ZALIB-DTDEC)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZALIB-DONNEES TO DCLTBLIB
           EXEC SQL
                UPDATE TBLIB
           SET   COMPTE =:ZALIB-COMPTE ,
                 CODOPE =:ZALIB-CODOPE ,
                 CODDEV =:ZALIB-CODDEV ,
                 DATOPE =:ZALIB-DATOPE ,
                 MNTOPE =:ZALIB-MNTOPE ,
                 ORIGINE =:ZALIB-ORIGINE ,
                 OPERATEUR=:ZALIB-OPERATEUR ,
                 CORRELID =:ZALIB-CORRELID ,
                 CTPNOM =:ZALIB-CTPNOM ,
                 CTPCPT =:ZALIB-CTPCPT ,
                 CTPLIB =:ZALIB-CTPLIB ,
                 SEUIL =:ZALIB-SEUIL ,
                 DECIDEUR1=:ZALIB-DECIDEUR1 ,
                 DECISION1=:ZALIB-DECISION1 ,
                 DECIDEUR2=:ZALIB-DECIDEUR2 ,
                 STATUT =:ZALIB-STATUT ,
                 DTDEC =:ZALIB-DTDEC
           WHERE REFOPE =:ZALIB-REFOPE
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZALIB-DONNEES TO DCLTBLIB
           EXEC SQL
             DELETE FROM TBLIB
           WHERE REFOPE =:ZALIB-REFOPE
           END-EXEC
           .
