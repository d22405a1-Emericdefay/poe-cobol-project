      *PROCESS TEST
      ******************************************************************
      * Program name   : MACBO
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZACBO.
      *                  TBCBO holds one row per cheque book
      *                  ordered from the printer (account +
      *                  first number) with its range and
      *                  status - ordered, dispatched, cancelled.
      *                  Written by GKCHB01, confirmed by GKCHB02.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the cheque-book
      *                         order book. CCBO cursor (OPN/FET/CLO on
      *                         FONCTION) lists one account's orders
      *                         (ZACBO-COMPTE), highest range first.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MACBO.
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
           10 SELECT-CBO  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-CBO  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-CBO  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-CBO  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBCBO init for avoid workflow errors
       01  DCLTBCBO PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBCBO
           EXEC SQL
               INCLUDE DCLTBCBO
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBCBO.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0CBO : Input/Output section
      *    - 1CBO : Main element
      *    - 2CBO : Verifications
      *    - 8CBO : SQL Handling
      *    - 9CBO : Close files
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
      *    - CBOx : OTHERS
      *    - DCBO : Displays
      *    - CCBO : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZACBO-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CCBO CURSOR FOR
               SELECT COMPTE, NUMDEB, NUMFIN, NBFEUIL, CANAL,
                      AGENCE, OPERATEUR, DTCDE, DTEXP, STATUT
                 FROM TBCBO
                WHERE COMPTE = :ZACBO-COMPTE
                ORDER BY NUMFIN DESC
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
               WHEN ZACBO-FONCTION = 'SEL'
                   IF SELECT-CBO = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACBO-FONCTION = 'INS'
                   IF INSERT-CBO = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACBO-FONCTION = 'UPD'
                   IF UPDATE-CBO = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACBO-FONCTION = 'DEL'
                   IF DELETE-CBO = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACBO-FONCTION = 'OPN'
                   IF SELECT-CBO = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACBO-FONCTION = 'FET'
                   IF SELECT-CBO = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACBO-FONCTION = 'CLO'
                   IF SELECT-CBO = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZACBO-CODRET
                   MOVE "SPACE" TO ZACBO-LIBRET
                   MOVE SQLCODE TO ZACBO-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZACBO-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZACBO-LIBRET
                   MOVE SQLCODE TO ZACBO-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZACBO-CODRET
                   MOVE "CBO" TO ZACBO-LIBRET
                   MOVE SQLCODE TO ZACBO-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZACBO-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZACBO-LIBRET
                   MOVE SQLCODE TO ZACBO-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZACBO-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZACBO-LIBRET
                   MOVE SQLCODE TO ZACBO-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZACBO-CODRET
                   MOVE "SQLCA" TO ZACBO-LIBRET
                   MOVE SQLCODE TO ZACBO-SQLCODE
               WHEN 100
                   MOVE "04" TO ZACBO-CODRET
                   MOVE "FIN DE CURSEUR" TO ZACBO-LIBRET
                   MOVE SQLCODE TO ZACBO-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZACBO-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZACBO-LIBRET
                   MOVE SQLCODE TO ZACBO-SQLCODE
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
           MOVE ZACBO-DONNEES TO DCLTBCBO
           EXEC SQL
             SELECT
                 COMPTE ,
                 NUMDEB ,
                 NUMFIN ,
                 NBFEUIL ,
                 CANAL ,
                 AGENCE ,
                 OPERATEUR ,
                 DTCDE ,
                 DTEXP ,
                 STATUT
             INTO
                :ZACBO-COMPTE ,
                :ZACBO-NUMDEB ,
                :ZACBO-NUMFIN ,
                :ZACBO-NBFEUIL ,
                :ZACBO-CANAL ,
                :ZACBO-AGENCE ,
                :ZACBO-OPERATEUR ,
                :ZACBO-DTCDE ,
                :ZACBO-DTEXP ,
                :ZACBO-STATUT
             FROM TBCBO
             WHERE COMPTE=:ZACBO-COMPTE
             AND   NUMDEB=:ZACBO-NUMDEB
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBCBO TO ZACBO-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CCBO by-account cursor
           EXEC SQL
               OPEN CCBO
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CCBO cursor row
           EXEC SQL
               FETCH CCBO
               INTO :ZACBO-COMPTE ,
                    :ZACBO-NUMDEB ,
                    :ZACBO-NUMFIN ,
                    :ZACBO-NBFEUIL ,
                    :ZACBO-CANAL ,
                    :ZACBO-AGENCE ,
                    :ZACBO-OPERATEUR ,
                    :ZACBO-DTCDE ,
                    :ZACBO-DTEXP ,
                    :ZACBO-STATUT
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CCBO by-account cursor
           EXEC SQL
               CLOSE CCBO
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZACBO-DONNEES TO DCLTBCBO
           EXEC SQL
                INSERT INTO TBCBO VALUES
               (:ZACBO-COMPTE ,
                :ZACBO-NUMDEB ,
                :ZACBO-NUMFIN ,
                :ZACBO-NBFEUIL ,
                :ZACBO-CANAL ,
                :ZACBO-AGENCE ,
                :ZACBO-OPERATEUR ,
                :ZACBO-DTCDE ,
                :ZACBO-DTEXP ,
                :ZACBO-STATUT)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZACBO-DONNEES TO DCLTBCBO
           EXEC SQL
                UPDATE TBCBO
       SET   DTEXP  =:ZACBO-DTEXP ,
             STATUT =:ZACBO-STATUT
       WHERE COMPTE =:ZACBO-COMPTE
       AND   NUMDEB =:ZACBO-NUMDEB
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZACBO-DONNEES TO DCLTBCBO
           EXEC SQL
             DELETE FROM TBCBO
       WHERE COMPTE =:ZACBO-COMPTE
       AND   NUMDEB =:ZACBO-NUMDEB
           END-EXEC
           .
