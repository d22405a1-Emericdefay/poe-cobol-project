      *PROCESS TEST
      ******************************************************************
      * Program name   : MAMNE
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZAMNE.
      *                  TBMNE holds the mandates our creditors
      *                  hold from their debtors, keyed by creditor
      *                  identifier + mandate reference.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the mandates
      *                         held by our direct-debit creditors.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAMNE.
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
           10 SELECT-MNE  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-MNE  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-MNE  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-MNE  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBMNE init for avoid workflow errors
       01  DCLTBMNE PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBMNE
           EXEC SQL
               INCLUDE DCLTBMNE
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBMNE.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0MNE : Input/Output section
      *    - 1MNE : Main element
      *    - 2MNE : Verifications
      *    - 8MNE : SQL Handling
      *    - 9MNE : Close files
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
      *    - MNEx : OTHERS
      *    - DMNE : Displays
      *    - CMNE : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZAMNE-ZCMA, AUTH-QUERY
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
               WHEN ZAMNE-FONCTION = 'SEL'
                   IF SELECT-MNE = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMNE-FONCTION = 'INS'
                   IF INSERT-MNE = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMNE-FONCTION = 'UPD'
                   IF UPDATE-MNE = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMNE-FONCTION = 'DEL'
                   IF DELETE-MNE = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
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
                   MOVE SQLCODE TO ZAMNE-CODRET
                   MOVE "SPACE" TO ZAMNE-LIBRET
                   MOVE SQLCODE TO ZAMNE-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZAMNE-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZAMNE-LIBRET
                   MOVE SQLCODE TO ZAMNE-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZAMNE-CODRET
                   MOVE "MNE" TO ZAMNE-LIBRET
                   MOVE SQLCODE TO ZAMNE-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZAMNE-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZAMNE-LIBRET
                   MOVE SQLCODE TO ZAMNE-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZAMNE-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZAMNE-LIBRET
                   MOVE SQLCODE TO ZAMNE-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZAMNE-CODRET
                   MOVE "SQLCA" TO ZAMNE-LIBRET
                   MOVE SQLCODE TO ZAMNE-SQLCODE
               WHEN 100
                   MOVE "04" TO ZAMNE-CODRET
                   MOVE "FIN DE CURSEUR" TO ZAMNE-LIBRET
                   MOVE SQLCODE TO ZAMNE-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZAMNE-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZAMNE-LIBRET
                   MOVE SQLCODE TO ZAMNE-SQLCODE
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
           MOVE ZAMNE-DONNEES TO DCLTBMNE
           EXEC SQL
             SELECT
                 CREANCIER ,
                 REFMND ,
                 DEBCPT ,
                 DEBNOM ,
                 DTSIGN ,
                 STATUT
             INTO
                :ZAMNE-CREANCIER ,
                :ZAMNE-REFMND ,
                :ZAMNE-DEBCPT ,
                :ZAMNE-DEBNOM ,
                :ZAMNE-DTSIGN ,
                :ZAMNE-STATUT
             FROM TBMNE
             WHERE CREANCIER=:ZAMNE-CREANCIER
             AND   REFMND=:ZAMNE-REFMND
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBMNE TO ZAMNE-DONNEES
           END-IF
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZAMNE-DONNEES TO DCLTBMNE
           EXEC SQL
                INSERT INTO TBMNE VALUES
               (:ZAMNE-CREANCIER ,
                :ZAMNE-REFMND ,
                :ZAMNE-DEBCPT ,
                :ZAMNE-DEBNOM ,
                :ZAMNE-DTSIGN ,
                :ZAMNE-STATUT)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZAMNE-DONNEES TO DCLTBMNE
           EXEC SQL
                UPDATE TBMNE
       SET   DEBCPT =:ZAMNE-DEBCPT ,
             DEBNOM =:ZAMNE-DEBNOM ,
             DTSIGN =:ZAMNE-DTSIGN ,
             STATUT =:ZAMNE-STATUT
       WHERE CREANCIER =:ZAMNE-CREANCIER
       AND   REFMND =:ZAMNE-REFMND
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZAMNE-DONNEES TO DCLTBMNE
           EXEC SQL
             DELETE FROM TBMNE
       WHERE CREANCIER =:ZAMNE-CREANCIER
       AND   REFMND =:ZAMNE-REFMND
           END-EXEC
           .
