      *PROCESS TEST
      ******************************************************************
      * Program name   : MACOL
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [X] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZACOL.
      *                  TBCOL holds the direct-debit collections
      *                  our creditors instruct, keyed by our own
      *                  collection reference.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the
      *                         creditor-side collections. CCOL cursor
      *                         (OPN/FET/CLO) walks one ZACOL-STATUT
      *                         in due-date order, CCO2 (OP2/FE2/CL2)
      *                         one creditor's collections.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MACOL.
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
           10 SELECT-COL  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-COL  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-COL  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-COL  PIC X  VALUE "X".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBCOL init for avoid workflow errors
       01  DCLTBCOL PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBCOL
           EXEC SQL
               INCLUDE DCLTBCOL
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBCOL.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0COL : Input/Output section
      *    - 1COL : Main element
      *    - 2COL : Verifications
      *    - 8COL : SQL Handling
      *    - 9COL : Close files
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
      *    - COLx : OTHERS
      *    - DCOL : Displays
      *    - CCOL : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZACOL-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CCOL CURSOR FOR
               SELECT REFCOL, CREANCIER, REFMND, REFCLI, MNTCOL,
                      CODDEV, DTECH, DTRECU, DTEMIS, DTREG, TYPRET,
                      DTRET, MOTRET, STATUT
                 FROM TBCOL
                WHERE STATUT = :ZACOL-STATUT
                ORDER BY DTECH, REFCOL
           END-EXEC
           EXEC SQL
               DECLARE CCO2 CURSOR FOR
               SELECT REFCOL, CREANCIER, REFMND, REFCLI, MNTCOL,
                      CODDEV, DTECH, DTRECU, DTEMIS, DTREG, TYPRET,
                      DTRET, MOTRET, STATUT
                 FROM TBCOL
                WHERE CREANCIER = :ZACOL-CREANCIER
                ORDER BY DTECH, REFCOL
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
               WHEN ZACOL-FONCTION = 'SEL'
                   IF SELECT-COL = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACOL-FONCTION = 'INS'
                   IF INSERT-COL = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACOL-FONCTION = 'UPD'
                   IF UPDATE-COL = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACOL-FONCTION = 'OPN'
                   IF SELECT-COL = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACOL-FONCTION = 'FET'
                   IF SELECT-COL = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACOL-FONCTION = 'CLO'
                   IF SELECT-COL = SELECT-AUTH THEN
                       PERFORM 8900-CLOSE-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACOL-FONCTION = 'OP2'
                   IF SELECT-COL = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACOL-FONCTION = 'FE2'
                   IF SELECT-COL = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACOL-FONCTION = 'CL2'
                   IF SELECT-COL = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR-2
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
                   MOVE SQLCODE TO ZACOL-CODRET
                   MOVE "SPACE" TO ZACOL-LIBRET
                   MOVE SQLCODE TO ZACOL-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZACOL-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZACOL-LIBRET
                   MOVE SQLCODE TO ZACOL-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZACOL-CODRET
                   MOVE "COL" TO ZACOL-LIBRET
                   MOVE SQLCODE TO ZACOL-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZACOL-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZACOL-LIBRET
                   MOVE SQLCODE TO ZACOL-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZACOL-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZACOL-LIBRET
                   MOVE SQLCODE TO ZACOL-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZACOL-CODRET
                   MOVE "SQLCA" TO ZACOL-LIBRET
                   MOVE SQLCODE TO ZACOL-SQLCODE
               WHEN 100
                   MOVE "04" TO ZACOL-CODRET
                   MOVE "FIN DE CURSEUR" TO ZACOL-LIBRET
                   MOVE SQLCODE TO ZACOL-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZACOL-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZACOL-LIBRET
                   MOVE SQLCODE TO ZACOL-SQLCODE
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
           MOVE ZACOL-DONNEES TO DCLTBCOL
           EXEC SQL
             SELECT
                 REFCOL ,
                 CREANCIER ,
                 REFMND ,
                 REFCLI ,
                 MNTCOL ,
                 CODDEV ,
                 DTECH ,
                 DTRECU ,
                 DTEMIS ,
                 DTREG ,
                 TYPRET ,
                 DTRET ,
                 MOTRET ,
                 STATUT
             INTO
                :ZACOL-REFCOL ,
                :ZACOL-CREANCIER ,
                :ZACOL-REFMND ,
                :ZACOL-REFCLI ,
                :ZACOL-MNTCOL ,
                :ZACOL-CODDEV ,
                :ZACOL-DTECH ,
                :ZACOL-DTRECU ,
                :ZACOL-DTEMIS ,
                :ZACOL-DTREG ,
                :ZACOL-TYPRET ,
                :ZACOL-DTRET ,
                :ZACOL-MOTRET ,
                :ZACOL-STATUT
             FROM TBCOL
             WHERE REFCOL=:ZACOL-REFCOL
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBCOL TO ZACOL-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CCOL cursor
           EXEC SQL
               OPEN CCOL
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CCOL cursor row
           EXEC SQL
               FETCH CCOL
               INTO :ZACOL-REFCOL ,
                    :ZACOL-CREANCIER ,
                    :ZACOL-REFMND ,
                    :ZACOL-REFCLI ,
                    :ZACOL-MNTCOL ,
                    :ZACOL-CODDEV ,
                    :ZACOL-DTECH ,
                    :ZACOL-DTRECU ,
                    :ZACOL-DTEMIS ,
                    :ZACOL-DTREG ,
                    :ZACOL-TYPRET ,
                    :ZACOL-DTRET ,
                    :ZACOL-MOTRET ,
                    :ZACOL-STATUT
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CCOL cursor
           EXEC SQL
               CLOSE CCOL
           END-EXEC
           .

       8210-OPEN-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CCO2 cursor, by creditor
           EXEC SQL
               OPEN CCO2
           END-EXEC
           .

       8310-FETCH-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CCO2 cursor row
           EXEC SQL
               FETCH CCO2
               INTO :ZACOL-REFCOL ,
                    :ZACOL-CREANCIER ,
                    :ZACOL-REFMND ,
                    :ZACOL-REFCLI ,
                    :ZACOL-MNTCOL ,
                    :ZACOL-CODDEV ,
                    :ZACOL-DTECH ,
                    :ZACOL-DTRECU ,
                    :ZACOL-DTEMIS ,
                    :ZACOL-DTREG ,
                    :ZACOL-TYPRET ,
                    :ZACOL-DTRET ,
                    :ZACOL-MOTRET ,
                    :ZACOL-STATUT
           END-EXEC
           .

       8910-CLOSE-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CCO2 cursor
           EXEC SQL
               CLOSE CCO2
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZACOL-DONNEES TO DCLTBCOL
           EXEC SQL
                INSERT INTO TBCOL VALUES
               (:ZACOL-REFCOL ,
                :ZACOL-CREANCIER ,
                :ZACOL-REFMND ,
                :ZACOL-REFCLI ,
                :ZACOL-MNTCOL ,
                :ZACOL-CODDEV ,
                :ZACOL-DTECH ,
                :ZACOL-DTRECU ,
                :ZACOL-DTEMIS ,
                :ZACOL-DTREG ,
                :ZACOL-TYPRET ,
                :ZACOL-DTRET ,
                :ZACOL-MOTRET ,
                :ZACOL-STATUT)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZACOL-DONNEES TO DCLTBCOL
           EXEC SQL
                UPDATE TBCOL
       SET   CREANCIER =:ZACOL-CREANCIER ,
             REFMND =:ZACOL-REFMND ,
             REFCLI =:ZACOL-REFCLI ,
             MNTCOL =:ZACOL-MNTCOL ,
             CODDEV =:ZACOL-CODDEV ,
             DTECH =:ZACOL-DTECH ,
             DTRECU =:ZACOL-DTRECU ,
             DTEMIS =:ZACOL-DTEMIS ,
             DTREG =:ZACOL-DTREG ,
             TYPRET =:ZACOL-TYPRET ,
             DTRET =:ZACOL-DTRET ,
             MOTRET =:ZACOL-MOTRET ,
             STATUT =:ZACOL-STATUT
       WHERE REFCOL =:ZACOL-REFCOL
           END-EXEC
           .
