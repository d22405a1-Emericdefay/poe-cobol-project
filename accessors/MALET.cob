      *PROCESS TEST
      ******************************************************************
      * Program name   : MALET
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [X] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZALET.
      *                  TBLET is the customer letter history GKNOT01
      *                  checks and feeds, keyed by notice type +
      *                  object reference + event date, so a notice
      *                  is never sent twice.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the customer
      *                         letter history. CLET cursor (OPN/FET/
      *                         CLO on FONCTION) walks the history in
      *                         sending-date order.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MALET.
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
           10 SELECT-LET  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-LET  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-LET  PIC X  VALUE "X".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-LET  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBLET init for avoid workflow errors
       01  DCLTBLET PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBLET
           EXEC SQL
               INCLUDE DCLTBLET
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBLET.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0LET : Input/Output section
      *    - 1LET : Main element
      *    - 2LET : Verifications
      *    - 8LET : SQL Handling
      *    - 9LET : Close files
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
      *    - LETx : OTHERS
      *    - DLET : Displays
      *    - CLET : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZALET-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CLET CURSOR FOR
               SELECT TYPLET, REFOBJ, DTEVT, COMPTE, CLIENT, CANAL,
                      DTENVOI
                 FROM TBLET
                ORDER BY DTENVOI, TYPLET
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
               WHEN ZALET-FONCTION = 'SEL'
                   IF SELECT-LET = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALET-FONCTION = 'INS'
                   IF INSERT-LET = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALET-FONCTION = 'DEL'
                   IF DELETE-LET = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALET-FONCTION = 'OPN'
                   IF SELECT-LET = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALET-FONCTION = 'FET'
                   IF SELECT-LET = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZALET-FONCTION = 'CLO'
                   IF SELECT-LET = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZALET-CODRET
                   MOVE "SPACE" TO ZALET-LIBRET
                   MOVE SQLCODE TO ZALET-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZALET-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZALET-LIBRET
                   MOVE SQLCODE TO ZALET-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZALET-CODRET
                   MOVE "LET" TO ZALET-LIBRET
                   MOVE SQLCODE TO ZALET-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZALET-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZALET-LIBRET
                   MOVE SQLCODE TO ZALET-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZALET-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZALET-LIBRET
                   MOVE SQLCODE TO ZALET-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZALET-CODRET
                   MOVE "SQLCA" TO ZALET-LIBRET
                   MOVE SQLCODE TO ZALET-SQLCODE
               WHEN 100
                   MOVE "04" TO ZALET-CODRET
                   MOVE "FIN DE CURSEUR" TO ZALET-LIBRET
                   MOVE SQLCODE TO ZALET-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZALET-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZALET-LIBRET
                   MOVE SQLCODE TO ZALET-SQLCODE
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
           MOVE ZALET-DONNEES TO DCLTBLET
           EXEC SQL
             SELECT
                 TYPLET ,
                 REFOBJ ,
                 DTEVT ,
                 COMPTE ,
                 CLIENT ,
                 CANAL ,
                 DTENVOI
             INTO
                :ZALET-TYPLET ,
                :ZALET-REFOBJ ,
                :ZALET-DTEVT ,
                :ZALET-COMPTE ,
                :ZALET-CLIENT ,
                :ZALET-CANAL ,
                :ZALET-DTENVOI
             FROM TBLET
             WHERE TYPLET=:ZALET-TYPLET
             AND   REFOBJ=:ZALET-REFOBJ
             AND   DTEVT=:ZALET-DTEVT
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBLET TO ZALET-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CLET cursor over TBLET
           EXEC SQL
               OPEN CLET
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CLET cursor row
           EXEC SQL
               FETCH CLET
               INTO :ZALET-TYPLET ,
                    :ZALET-REFOBJ ,
                    :ZALET-DTEVT ,
                    :ZALET-COMPTE ,
                    :ZALET-CLIENT ,
                    :ZALET-CANAL ,
                    :ZALET-DTENVOI
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CLET cursor
           EXEC SQL
               CLOSE CLET
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZALET-DONNEES TO DCLTBLET
           EXEC SQL
                INSERT INTO TBLET VALUES
               (:ZALET-TYPLET ,
                :ZALET-REFOBJ ,
                :ZALET-DTEVT ,
                :ZALET-COMPTE ,
                :ZALET-CLIENT ,
                :ZALET-CANAL ,
                :ZALET-DTENVOI)
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZALET-DONNEES TO DCLTBLET
           EXEC SQL
             DELETE FROM TBLET
       WHERE TYPLET =:ZALET-TYPLET
       AND   REFOBJ =:ZALET-REFOBJ
       AND   DTEVT =:ZALET-DTEVT
           END-EXEC
           .
