      *PROCESS TEST
      ******************************************************************
      * Program name   : MACRE
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZACRE.
      *                  TBCRE is the register of the corporate
      *                  customers collecting by direct debit
      *                  through us, keyed by creditor identifier.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the creditor
      *                         register. CCRE cursor (OPN/FET/CLO on
      *                         FONCTION) walks every creditor.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MACRE.
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
           10 SELECT-CRE  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-CRE  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-CRE  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-CRE  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBCRE init for avoid workflow errors
       01  DCLTBCRE PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBCRE
           EXEC SQL
               INCLUDE DCLTBCRE
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBCRE.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0CRE : Input/Output section
      *    - 1CRE : Main element
      *    - 2CRE : Verifications
      *    - 8CRE : SQL Handling
      *    - 9CRE : Close files
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
      *    - CREx : OTHERS
      *    - DCRE : Displays
      *    - CCRE : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZACRE-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CCRE CURSOR FOR
               SELECT CREANCIER, COMPTE, CODDEV, DTADH, STATUT
                 FROM TBCRE
                ORDER BY CREANCIER
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
               WHEN ZACRE-FONCTION = 'SEL'
                   IF SELECT-CRE = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACRE-FONCTION = 'INS'
                   IF INSERT-CRE = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACRE-FONCTION = 'UPD'
                   IF UPDATE-CRE = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACRE-FONCTION = 'DEL'
                   IF DELETE-CRE = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACRE-FONCTION = 'OPN'
                   IF SELECT-CRE = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACRE-FONCTION = 'FET'
                   IF SELECT-CRE = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACRE-FONCTION = 'CLO'
                   IF SELECT-CRE = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZACRE-CODRET
                   MOVE "SPACE" TO ZACRE-LIBRET
                   MOVE SQLCODE TO ZACRE-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZACRE-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZACRE-LIBRET
                   MOVE SQLCODE TO ZACRE-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZACRE-CODRET
                   MOVE "CRE" TO ZACRE-LIBRET
                   MOVE SQLCODE TO ZACRE-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZACRE-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZACRE-LIBRET
                   MOVE SQLCODE TO ZACRE-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZACRE-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZACRE-LIBRET
                   MOVE SQLCODE TO ZACRE-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZACRE-CODRET
                   MOVE "SQLCA" TO ZACRE-LIBRET
                   MOVE SQLCODE TO ZACRE-SQLCODE
               WHEN 100
                   MOVE "04" TO ZACRE-CODRET
                   MOVE "FIN DE CURSEUR" TO ZACRE-LIBRET
                   MOVE SQLCODE TO ZACRE-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZACRE-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZACRE-LIBRET
                   MOVE SQLCODE TO ZACRE-SQLCODE
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
           MOVE ZACRE-DONNEES TO DCLTBCRE
           EXEC SQL
             SELECT
                 CREANCIER ,
                 COMPTE ,
                 CODDEV ,
                 DTADH ,
                 STATUT
             INTO
                :ZACRE-CREANCIER ,
                :ZACRE-COMPTE ,
                :ZACRE-CODDEV ,
                :ZACRE-DTADH ,
                :ZACRE-STATUT
             FROM TBCRE
             WHERE CREANCIER=:ZACRE-CREANCIER
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBCRE TO ZACRE-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CCRE cursor
           EXEC SQL
               OPEN CCRE
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CCRE cursor row
           EXEC SQL
               FETCH CCRE
               INTO :ZACRE-CREANCIER ,
                    :ZACRE-COMPTE ,
                    :ZACRE-CODDEV ,
                    :ZACRE-DTADH ,
                    :ZACRE-STATUT
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CCRE cursor
           EXEC SQL
               CLOSE CCRE
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZACRE-DONNEES TO DCLTBCRE
           EXEC SQL
                INSERT INTO TBCRE VALUES
               (:ZACRE-CREANCIER ,
                :ZACRE-COMPTE ,
                :ZACRE-CODDEV ,
                :ZACRE-DTADH ,
                :ZACRE-STATUT)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZACRE-DONNEES TO DCLTBCRE
           EXEC SQL
                UPDATE TBCRE
       SET   COMPTE =:ZACRE-COMPTE ,
             CODDEV =:ZACRE-CODDEV ,
             DTADH =:ZACRE-DTADH ,
             STATUT =:ZACRE-STATUT
       WHERE CREANCIER =:ZACRE-CREANCIER
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZACRE-DONNEES TO DCLTBCRE
           EXEC SQL
             DELETE FROM TBCRE
       WHERE CREANCIER =:ZACRE-CREANCIER
           END-EXEC
           .
