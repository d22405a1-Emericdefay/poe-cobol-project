      *PROCESS TEST
      ******************************************************************
      * Program name   : MACPF
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [X] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZACPF.
      *                  TBCPF registers every account closed
      *                  by GKCLOSE01 with its former customer.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the closed-
      *                         accounts register. CCPF cursor (OPN/
      *                         FET/CLO on FONCTION) walks one
      *                         customer's closed accounts.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MACPF.
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
           10 SELECT-CPF  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-CPF  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-CPF  PIC X  VALUE "X".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-CPF  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBCPF init for avoid workflow errors
       01  DCLTBCPF PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBCPF
           EXEC SQL
               INCLUDE DCLTBCPF
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBCPF.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0CPF : Input/Output section
      *    - 1CPF : Main element
      *    - 2CPF : Verifications
      *    - 8CPF : SQL Handling
      *    - 9CPF : Close files
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
      *    - CPFx : OTHERS
      *    - DCPF : Displays
      *    - CCPF : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZACPF-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CCPF CURSOR FOR
               SELECT COMPTE, CLIENT, DTCLOT, OPERATEUR
                 FROM TBCPF
                WHERE CLIENT = :ZACPF-CLIENT
                ORDER BY DTCLOT, COMPTE
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
               WHEN ZACPF-FONCTION = 'SEL'
                   IF SELECT-CPF = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACPF-FONCTION = 'INS'
                   IF INSERT-CPF = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACPF-FONCTION = 'DEL'
                   IF DELETE-CPF = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACPF-FONCTION = 'OPN'
                   IF SELECT-CPF = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACPF-FONCTION = 'FET'
                   IF SELECT-CPF = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACPF-FONCTION = 'CLO'
                   IF SELECT-CPF = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZACPF-CODRET
                   MOVE "SPACE" TO ZACPF-LIBRET
                   MOVE SQLCODE TO ZACPF-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZACPF-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZACPF-LIBRET
                   MOVE SQLCODE TO ZACPF-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZACPF-CODRET
                   MOVE "CPF" TO ZACPF-LIBRET
                   MOVE SQLCODE TO ZACPF-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZACPF-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZACPF-LIBRET
                   MOVE SQLCODE TO ZACPF-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZACPF-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZACPF-LIBRET
                   MOVE SQLCODE TO ZACPF-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZACPF-CODRET
                   MOVE "SQLCA" TO ZACPF-LIBRET
                   MOVE SQLCODE TO ZACPF-SQLCODE
               WHEN 100
                   MOVE "04" TO ZACPF-CODRET
                   MOVE "FIN DE CURSEUR" TO ZACPF-LIBRET
                   MOVE SQLCODE TO ZACPF-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZACPF-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZACPF-LIBRET
                   MOVE SQLCODE TO ZACPF-SQLCODE
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
           MOVE ZACPF-DONNEES TO DCLTBCPF
           EXEC SQL
             SELECT
                 COMPTE ,
                 CLIENT ,
                 DTCLOT ,
                 OPERATEUR
             INTO
                :ZACPF-COMPTE ,
                :ZACPF-CLIENT ,
                :ZACPF-DTCLOT ,
                :ZACPF-OPERATEUR
             FROM TBCPF
             WHERE COMPTE=:ZACPF-COMPTE
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBCPF TO ZACPF-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CCPF cursor
           EXEC SQL
               OPEN CCPF
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CCPF cursor row
           EXEC SQL
               FETCH CCPF
               INTO :ZACPF-COMPTE ,
                    :ZACPF-CLIENT ,
                    :ZACPF-DTCLOT ,
                    :ZACPF-OPERATEUR
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CCPF cursor
           EXEC SQL
               CLOSE CCPF
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZACPF-DONNEES TO DCLTBCPF
           EXEC SQL
                INSERT INTO TBCPF VALUES
               (:ZACPF-COMPTE ,
                :ZACPF-CLIENT ,
                :ZACPF-DTCLOT ,
                :ZACPF-OPERATEUR)
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZACPF-DONNEES TO DCLTBCPF
           EXEC SQL
             DELETE FROM TBCPF
       WHERE COMPTE =:ZACPF-COMPTE
           END-EXEC
           .
