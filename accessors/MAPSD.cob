      *PROCESS TEST
      ******************************************************************
      * Program name   : MAPSD
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [X] UPDATE
      *                    - [X] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZAPSD.
      *                  TBPSD is the register of the former
      *                  customers pseudonymised by GKPSD01.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the
      *                         pseudonymisation register. Insert and
      *                         single-row lookup only : a register
      *                         row is never rewritten.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAPSD.
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
           10 SELECT-PSD  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-PSD  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-PSD  PIC X  VALUE "X".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-PSD  PIC X  VALUE "X".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBPSD init for avoid workflow errors
       01  DCLTBPSD PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBPSD
           EXEC SQL
               INCLUDE DCLTBPSD
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBPSD.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0PSD : Input/Output section
      *    - 1PSD : Main element
      *    - 2PSD : Verifications
      *    - 8PSD : SQL Handling
      *    - 9PSD : Close files
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
      *    - PSDx : OTHERS
      *    - DPSD : Displays
      *    - CPSD : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZAPSD-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
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
               WHEN ZAPSD-FONCTION = 'SEL'
                   IF SELECT-PSD = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPSD-FONCTION = 'INS'
                   IF INSERT-PSD = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
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
                   MOVE SQLCODE TO ZAPSD-CODRET
                   MOVE "SPACE" TO ZAPSD-LIBRET
                   MOVE SQLCODE TO ZAPSD-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZAPSD-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZAPSD-LIBRET
                   MOVE SQLCODE TO ZAPSD-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZAPSD-CODRET
                   MOVE "PSD" TO ZAPSD-LIBRET
                   MOVE SQLCODE TO ZAPSD-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZAPSD-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZAPSD-LIBRET
                   MOVE SQLCODE TO ZAPSD-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZAPSD-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZAPSD-LIBRET
                   MOVE SQLCODE TO ZAPSD-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZAPSD-CODRET
                   MOVE "SQLCA" TO ZAPSD-LIBRET
                   MOVE SQLCODE TO ZAPSD-SQLCODE
               WHEN 100
                   MOVE "04" TO ZAPSD-CODRET
                   MOVE "FIN DE CURSEUR" TO ZAPSD-LIBRET
                   MOVE SQLCODE TO ZAPSD-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZAPSD-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZAPSD-LIBRET
                   MOVE SQLCODE TO ZAPSD-SQLCODE
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
           MOVE ZAPSD-DONNEES TO DCLTBPSD
           EXEC SQL
             SELECT
                 CLIENT ,
                 PSEUDO ,
                 DTPSD ,
                 DTDERCLO ,
                 NBCPT ,
                 NBCLH ,
                 NBTIT ,
                 NBHIS ,
                 NBBEN
             INTO
                :ZAPSD-CLIENT ,
                :ZAPSD-PSEUDO ,
                :ZAPSD-DTPSD ,
                :ZAPSD-DTDERCLO ,
                :ZAPSD-NBCPT ,
                :ZAPSD-NBCLH ,
                :ZAPSD-NBTIT ,
                :ZAPSD-NBHIS ,
                :ZAPSD-NBBEN
             FROM TBPSD
             WHERE CLIENT=:ZAPSD-CLIENT
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBPSD TO ZAPSD-DONNEES
           END-IF
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZAPSD-DONNEES TO DCLTBPSD
           EXEC SQL
                INSERT INTO TBPSD VALUES
               (:ZAPSD-CLIENT ,
                :ZAPSD-PSEUDO ,
                :ZAPSD-DTPSD ,
                :ZAPSD-DTDERCLO ,
                :ZAPSD-NBCPT ,
                :ZAPSD-NBCLH ,
                :ZAPSD-NBTIT ,
                :ZAPSD-NBHIS ,
                :ZAPSD-NBBEN)
           END-EXEC
           .
