      *PROCESS TEST
      ******************************************************************
      * Program name   : MABEN
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZABEN.
      *                  TBBEN is the beneficial-owner register of
      *                  the corporate customers, keyed by company
      *                  and owner number.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the beneficial-
      *                         owner register. CBEN cursor (OPN/FET/
      *                         CLO on FONCTION) walks one company's
      *                         owners.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MABEN.
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
           10 SELECT-BEN  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-BEN  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-BEN  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-BEN  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBBEN init for avoid workflow errors
       01  DCLTBBEN PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBBEN
           EXEC SQL
               INCLUDE DCLTBBEN
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBBEN.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0BEN : Input/Output section
      *    - 1BEN : Main element
      *    - 2BEN : Verifications
      *    - 8BEN : SQL Handling
      *    - 9BEN : Close files
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
      *    - BENx : OTHERS
      *    - DBEN : Displays
      *    - CBEN : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZABEN-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CBEN CURSOR FOR
               SELECT CLIENT, RANG, NOM, DTNAIS, NATION, PAYSRES,
                      PCTDET, TYPCTL, MODVERIF, DTVERIF, MAKER, APPROB
                 FROM TBBEN
                WHERE CLIENT = :ZABEN-CLIENT
                ORDER BY RANG
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
               WHEN ZABEN-FONCTION = 'SEL'
                   IF SELECT-BEN = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZABEN-FONCTION = 'INS'
                   IF INSERT-BEN = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZABEN-FONCTION = 'UPD'
                   IF UPDATE-BEN = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZABEN-FONCTION = 'DEL'
                   IF DELETE-BEN = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZABEN-FONCTION = 'OPN'
                   IF SELECT-BEN = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZABEN-FONCTION = 'FET'
                   IF SELECT-BEN = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZABEN-FONCTION = 'CLO'
                   IF SELECT-BEN = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZABEN-CODRET
                   MOVE "SPACE" TO ZABEN-LIBRET
                   MOVE SQLCODE TO ZABEN-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZABEN-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZABEN-LIBRET
                   MOVE SQLCODE TO ZABEN-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZABEN-CODRET
                   MOVE "BEN" TO ZABEN-LIBRET
                   MOVE SQLCODE TO ZABEN-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZABEN-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZABEN-LIBRET
                   MOVE SQLCODE TO ZABEN-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZABEN-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZABEN-LIBRET
                   MOVE SQLCODE TO ZABEN-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZABEN-CODRET
                   MOVE "SQLCA" TO ZABEN-LIBRET
                   MOVE SQLCODE TO ZABEN-SQLCODE
               WHEN 100
                   MOVE "04" TO ZABEN-CODRET
                   MOVE "FIN DE CURSEUR" TO ZABEN-LIBRET
                   MOVE SQLCODE TO ZABEN-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZABEN-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZABEN-LIBRET
                   MOVE SQLCODE TO ZABEN-SQLCODE
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
           MOVE ZABEN-DONNEES TO DCLTBBEN
           EXEC SQL
             SELECT
                 CLIENT ,
                 RANG ,
                 NOM ,
                 DTNAIS ,
                 NATION ,
                 PAYSRES ,
                 PCTDET ,
                 TYPCTL ,
                 MODVERIF ,
                 DTVERIF ,
                 MAKER ,
                 APPROB
             INTO
                :ZABEN-CLIENT ,
                :ZABEN-RANG ,
                :ZABEN-NOM ,
                :ZABEN-DTNAIS ,
                :ZABEN-NATION ,
                :ZABEN-PAYSRES ,
                :ZABEN-PCTDET ,
                :ZABEN-TYPCTL ,
                :ZABEN-MODVERIF ,
                :ZABEN-DTVERIF ,
                :ZABEN-MAKER ,
                :ZABEN-APPROB
             FROM TBBEN
             WHERE CLIENT=:ZABEN-CLIENT
             AND   RANG=:ZABEN-RANG
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBBEN TO ZABEN-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CBEN cursor
           EXEC SQL
               OPEN CBEN
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CBEN cursor row
           EXEC SQL
               FETCH CBEN
               INTO :ZABEN-CLIENT ,
                    :ZABEN-RANG ,
                    :ZABEN-NOM ,
                    :ZABEN-DTNAIS ,
                    :ZABEN-NATION ,
                    :ZABEN-PAYSRES ,
                    :ZABEN-PCTDET ,
                    :ZABEN-TYPCTL ,
                    :ZABEN-MODVERIF ,
                    :ZABEN-DTVERIF ,
                    :ZABEN-MAKER ,
                    :ZABEN-APPROB
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CBEN cursor
           EXEC SQL
               CLOSE CBEN
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZABEN-DONNEES TO DCLTBBEN
           EXEC SQL
                INSERT INTO TBBEN VALUES
               (:ZABEN-CLIENT ,
                :ZABEN-RANG ,
                :ZABEN-NOM ,
                :ZABEN-DTNAIS ,
                :ZABEN-NATION ,
                :ZABEN-PAYSRES ,
                :ZABEN-PCTDET ,
                :ZABEN-TYPCTL ,
                :ZABEN-MODVERIF ,
                :ZABEN-DTVERIF ,
                :ZABEN-MAKER ,
                :ZABEN-APPROB)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZABEN-DONNEES TO DCLTBBEN
           EXEC SQL
                UPDATE TBBEN
       SET   NOM =:ZABEN-NOM ,
             DTNAIS =:ZABEN-DTNAIS ,
             NATION =:ZABEN-NATION ,
             PAYSRES =:ZABEN-PAYSRES ,
             PCTDET =:ZABEN-PCTDET ,
             TYPCTL =:ZABEN-TYPCTL ,
             MODVERIF =:ZABEN-MODVERIF ,
             DTVERIF =:ZABEN-DTVERIF ,
             MAKER =:ZABEN-MAKER ,
             APPROB =:ZABEN-APPROB
       WHERE CLIENT =:ZABEN-CLIENT
       AND   RANG =:ZABEN-RANG
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZABEN-DONNEES TO DCLTBBEN
           EXEC SQL
             DELETE FROM TBBEN
       WHERE CLIENT =:ZABEN-CLIENT
       AND   RANG =:ZABEN-RANG
           END-EXEC
           .
