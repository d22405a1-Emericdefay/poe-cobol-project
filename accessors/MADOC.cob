      *PROCESS TEST
      ******************************************************************
      * Program name   : MADOC
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZADOC.
      *                  TBDOC holds one row per KYC document
      *                  on a customer's file. The CDOC cursor
      *                  returns the documents of ZADOC-CLIENT in
      *                  type order - or, when ZADOC-CLIENT is
      *                  passed as SPACES, every document on the
      *                  table.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAHLD, for the KYC
      *                         document register (GKMDOC01/GKDOS01).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MADOC.
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
           10 SELECT-DOC  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-DOC  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-DOC  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-DOC  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBDOC init for avoid workflow errors
       01  DCLTBDOC PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBDOC
           EXEC SQL
               INCLUDE DCLTBDOC
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBDOC.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0DOC : Input/Output section
      *    - 1DOC : Main element
      *    - 2DOC : Verifications
      *    - 8DOC : SQL Handling
      *    - 9DOC : Close files
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
      *    - DOCx : OTHERS
      *    - DDOC : Displays
      *    - CDOC : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZADOC-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CDOC CURSOR FOR
               SELECT CLIENT, TYPDOC, REFDOC, DTRECU, DTEXP,
                      MAKER, CHECKER
                 FROM TBDOC
                WHERE ( CLIENT = :ZADOC-CLIENT
                     OR :ZADOC-CLIENT = ' ' )
                ORDER BY CLIENT, TYPDOC
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
               WHEN ZADOC-FONCTION = 'SEL'
                   IF SELECT-DOC = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZADOC-FONCTION = 'INS'
                   IF INSERT-DOC = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZADOC-FONCTION = 'UPD'
                   IF UPDATE-DOC = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZADOC-FONCTION = 'DEL'
                   IF DELETE-DOC = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZADOC-FONCTION = 'OPN'
                   IF SELECT-DOC = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZADOC-FONCTION = 'FET'
                   IF SELECT-DOC = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZADOC-FONCTION = 'CLO'
                   IF SELECT-DOC = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZADOC-CODRET
                   MOVE "SPACE" TO ZADOC-LIBRET
                   MOVE SQLCODE TO ZADOC-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZADOC-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZADOC-LIBRET
                   MOVE SQLCODE TO ZADOC-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZADOC-CODRET
                   MOVE "DOC" TO ZADOC-LIBRET
                   MOVE SQLCODE TO ZADOC-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZADOC-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZADOC-LIBRET
                   MOVE SQLCODE TO ZADOC-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZADOC-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZADOC-LIBRET
                   MOVE SQLCODE TO ZADOC-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZADOC-CODRET
                   MOVE "SQLCA" TO ZADOC-LIBRET
                   MOVE SQLCODE TO ZADOC-SQLCODE
               WHEN 100
                   MOVE "04" TO ZADOC-CODRET
                   MOVE "FIN DE CURSEUR" TO ZADOC-LIBRET
                   MOVE SQLCODE TO ZADOC-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZADOC-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZADOC-LIBRET
                   MOVE SQLCODE TO ZADOC-SQLCODE
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
           MOVE ZADOC-DONNEES TO DCLTBDOC
           EXEC SQL
             SELECT
                 CLIENT ,
                 TYPDOC ,
                 REFDOC ,
                 DTRECU ,
                 DTEXP ,
                 MAKER ,
                 CHECKER
             INTO
                :ZADOC-CLIENT ,
                :ZADOC-TYPDOC ,
                :ZADOC-REFDOC ,
                :ZADOC-DTRECU ,
                :ZADOC-DTEXP ,
                :ZADOC-MAKER ,
                :ZADOC-CHECKER
             FROM TBDOC
             WHERE CLIENT=:ZADOC-CLIENT
             AND   TYPDOC=:ZADOC-TYPDOC
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBDOC TO ZADOC-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CDOC cursor
           EXEC SQL
               OPEN CDOC
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CDOC cursor row
           EXEC SQL
               FETCH CDOC
               INTO :ZADOC-CLIENT ,
                    :ZADOC-TYPDOC ,
                    :ZADOC-REFDOC ,
                    :ZADOC-DTRECU ,
                    :ZADOC-DTEXP ,
                    :ZADOC-MAKER ,
                    :ZADOC-CHECKER
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CDOC cursor
           EXEC SQL
               CLOSE CDOC
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZADOC-DONNEES TO DCLTBDOC
           EXEC SQL
                INSERT INTO TBDOC VALUES
               (:ZADOC-CLIENT ,
                :ZADOC-TYPDOC ,
                :ZADOC-REFDOC ,
                :ZADOC-DTRECU ,
                :ZADOC-DTEXP ,
                :ZADOC-MAKER ,
                :ZADOC-CHECKER)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZADOC-DONNEES TO DCLTBDOC
           EXEC SQL
                UPDATE TBDOC
           SET   REFDOC =:ZADOC-REFDOC ,
                 DTRECU =:ZADOC-DTRECU ,
                 DTEXP =:ZADOC-DTEXP ,
                 MAKER =:ZADOC-MAKER ,
                 CHECKER =:ZADOC-CHECKER
           WHERE CLIENT =:ZADOC-CLIENT
           AND   TYPDOC =:ZADOC-TYPDOC
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZADOC-DONNEES TO DCLTBDOC
           EXEC SQL
             DELETE FROM TBDOC
           WHERE CLIENT =:ZADOC-CLIENT
           AND   TYPDOC =:ZADOC-TYPDOC
           END-EXEC
           .
