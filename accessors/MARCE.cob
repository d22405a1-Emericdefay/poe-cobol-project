      *PROCESS TEST
      ******************************************************************
      * Program name   : MARCE
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZARCE.
      *                  TBRCE is the entitlement recertification
      *                  register, keyed by campaign, operator and
      *                  TBHAB domain. Written and read by GKREC01.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the
      *                         entitlement recertification register.
      *                         CRCE cursor (OPN/FET/CLO on FONCTION)
      *                         walks one campaign in manager order.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MARCE.
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
           10 SELECT-RCE  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-RCE  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-RCE  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-RCE  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBRCE init for avoid workflow errors
       01  DCLTBRCE PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBRCE
           EXEC SQL
               INCLUDE DCLTBRCE
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBRCE.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0RCE : Input/Output section
      *    - 1RCE : Main element
      *    - 2RCE : Verifications
      *    - 8RCE : SQL Handling
      *    - 9RCE : Close files
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
      *    - RCEx : OTHERS
      *    - DRCE : Displays
      *    - CRCE : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZARCE-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CRCE CURSOR FOR
               SELECT CAMPAGNE, OPERATEUR, DOMAINE, MANAGER, DTLIM,
                      STATUT, DTDEC
                 FROM TBRCE
                WHERE CAMPAGNE = :ZARCE-CAMPAGNE
                ORDER BY MANAGER, OPERATEUR, DOMAINE
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
               WHEN ZARCE-FONCTION = 'SEL'
                   IF SELECT-RCE = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCE-FONCTION = 'INS'
                   IF INSERT-RCE = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCE-FONCTION = 'UPD'
                   IF UPDATE-RCE = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCE-FONCTION = 'DEL'
                   IF DELETE-RCE = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCE-FONCTION = 'OPN'
                   IF SELECT-RCE = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCE-FONCTION = 'FET'
                   IF SELECT-RCE = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCE-FONCTION = 'CLO'
                   IF SELECT-RCE = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZARCE-CODRET
                   MOVE "SPACE" TO ZARCE-LIBRET
                   MOVE SQLCODE TO ZARCE-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZARCE-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZARCE-LIBRET
                   MOVE SQLCODE TO ZARCE-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZARCE-CODRET
                   MOVE "RCE" TO ZARCE-LIBRET
                   MOVE SQLCODE TO ZARCE-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZARCE-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZARCE-LIBRET
                   MOVE SQLCODE TO ZARCE-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZARCE-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZARCE-LIBRET
                   MOVE SQLCODE TO ZARCE-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZARCE-CODRET
                   MOVE "SQLCA" TO ZARCE-LIBRET
                   MOVE SQLCODE TO ZARCE-SQLCODE
               WHEN 100
                   MOVE "04" TO ZARCE-CODRET
                   MOVE "FIN DE CURSEUR" TO ZARCE-LIBRET
                   MOVE SQLCODE TO ZARCE-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZARCE-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZARCE-LIBRET
                   MOVE SQLCODE TO ZARCE-SQLCODE
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
           MOVE ZARCE-DONNEES TO DCLTBRCE
           EXEC SQL
             SELECT
                 CAMPAGNE ,
                 OPERATEUR ,
                 DOMAINE ,
                 MANAGER ,
                 DTLIM ,
                 STATUT ,
                 DTDEC
             INTO
                :ZARCE-CAMPAGNE ,
                :ZARCE-OPERATEUR ,
                :ZARCE-DOMAINE ,
                :ZARCE-MANAGER ,
                :ZARCE-DTLIM ,
                :ZARCE-STATUT ,
                :ZARCE-DTDEC
             FROM TBRCE
             WHERE CAMPAGNE=:ZARCE-CAMPAGNE
             AND   OPERATEUR=:ZARCE-OPERATEUR
             AND   DOMAINE=:ZARCE-DOMAINE
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBRCE TO ZARCE-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CRCE cursor
           EXEC SQL
               OPEN CRCE
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CRCE cursor row
           EXEC SQL
               FETCH CRCE
               INTO :ZARCE-CAMPAGNE ,
                    :ZARCE-OPERATEUR ,
                    :ZARCE-DOMAINE ,
                    :ZARCE-MANAGER ,
                    :ZARCE-DTLIM ,
                    :ZARCE-STATUT ,
                    :ZARCE-DTDEC
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CRCE cursor
           EXEC SQL
               CLOSE CRCE
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZARCE-DONNEES TO DCLTBRCE
           EXEC SQL
                INSERT INTO TBRCE VALUES
               (:ZARCE-CAMPAGNE ,
                :ZARCE-OPERATEUR ,
                :ZARCE-DOMAINE ,
                :ZARCE-MANAGER ,
                :ZARCE-DTLIM ,
                :ZARCE-STATUT ,
                :ZARCE-DTDEC)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZARCE-DONNEES TO DCLTBRCE
           EXEC SQL
                UPDATE TBRCE
       SET   MANAGER =:ZARCE-MANAGER ,
             DTLIM =:ZARCE-DTLIM ,
             STATUT =:ZARCE-STATUT ,
             DTDEC =:ZARCE-DTDEC
       WHERE CAMPAGNE =:ZARCE-CAMPAGNE
       AND   OPERATEUR =:ZARCE-OPERATEUR
       AND   DOMAINE =:ZARCE-DOMAINE
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZARCE-DONNEES TO DCLTBRCE
           EXEC SQL
             DELETE FROM TBRCE
       WHERE CAMPAGNE =:ZARCE-CAMPAGNE
       AND   OPERATEUR =:ZARCE-OPERATEUR
       AND   DOMAINE =:ZARCE-DOMAINE
           END-EXEC
           .
