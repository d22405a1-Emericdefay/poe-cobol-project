      *PROCESS TEST
      ******************************************************************
      * Program name   : MARCV
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [X] UPDATE
      *                    - [X] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZARCV.
      *                  TBRCV holds one row per charge-off
      *                  GKCHO01 generated and one per recovery it
      *                  swept off a written-off account, keyed by
      *                  account + movement reference. Totalled per
      *                  currency by GKCHO01's register summary.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the charge-off
      *                         and recovery register. CRCV cursor
      *                         (OPN/FET/CLO on FONCTION) scans the
      *                         register for the gross charge-off /
      *                         recovery / net loss totals.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MARCV.
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
           10 SELECT-RCV  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-RCV  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-RCV  PIC X  VALUE "X".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-RCV  PIC X  VALUE "X".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBRCV init for avoid workflow errors
       01  DCLTBRCV PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBRCV
           EXEC SQL
               INCLUDE DCLTBRCV
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBRCV.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0RCV : Input/Output section
      *    - 1RCV : Main element
      *    - 2RCV : Verifications
      *    - 8RCV : SQL Handling
      *    - 9RCV : Close files
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
      *    - RCVx : OTHERS
      *    - DRCV : Displays
      *    - CRCV : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZARCV-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CRCV CURSOR FOR
               SELECT COMPTE, REFMVT, TYPMVT, DTMVT, MONTANT,
                      DEVISE, JOURSNEG, CLIENT, AGENCE
                 FROM TBRCV
                ORDER BY DEVISE, DTMVT
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
               WHEN ZARCV-FONCTION = 'SEL'
                   IF SELECT-RCV = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCV-FONCTION = 'INS'
                   IF INSERT-RCV = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCV-FONCTION = 'OPN'
                   IF SELECT-RCV = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCV-FONCTION = 'FET'
                   IF SELECT-RCV = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCV-FONCTION = 'CLO'
                   IF SELECT-RCV = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZARCV-CODRET
                   MOVE "SPACE" TO ZARCV-LIBRET
                   MOVE SQLCODE TO ZARCV-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZARCV-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZARCV-LIBRET
                   MOVE SQLCODE TO ZARCV-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZARCV-CODRET
                   MOVE "RCV" TO ZARCV-LIBRET
                   MOVE SQLCODE TO ZARCV-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZARCV-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZARCV-LIBRET
                   MOVE SQLCODE TO ZARCV-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZARCV-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZARCV-LIBRET
                   MOVE SQLCODE TO ZARCV-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZARCV-CODRET
                   MOVE "SQLCA" TO ZARCV-LIBRET
                   MOVE SQLCODE TO ZARCV-SQLCODE
               WHEN 100
                   MOVE "04" TO ZARCV-CODRET
                   MOVE "FIN DE CURSEUR" TO ZARCV-LIBRET
                   MOVE SQLCODE TO ZARCV-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZARCV-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZARCV-LIBRET
                   MOVE SQLCODE TO ZARCV-SQLCODE
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
           MOVE ZARCV-DONNEES TO DCLTBRCV
           EXEC SQL
             SELECT
                 COMPTE ,
                 REFMVT ,
                 TYPMVT ,
                 DTMVT ,
                 MONTANT ,
                 DEVISE ,
                 JOURSNEG ,
                 CLIENT ,
                 AGENCE
             INTO
                :ZARCV-COMPTE ,
                :ZARCV-REFMVT ,
                :ZARCV-TYPMVT ,
                :ZARCV-DTMVT ,
                :ZARCV-MONTANT ,
                :ZARCV-DEVISE ,
                :ZARCV-JOURSNEG ,
                :ZARCV-CLIENT ,
                :ZARCV-AGENCE
             FROM TBRCV
             WHERE COMPTE=:ZARCV-COMPTE
             AND   REFMVT=:ZARCV-REFMVT
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBRCV TO ZARCV-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CRCV cursor
           EXEC SQL
               OPEN CRCV
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CRCV cursor row
           EXEC SQL
               FETCH CRCV
               INTO :ZARCV-COMPTE ,
                    :ZARCV-REFMVT ,
                    :ZARCV-TYPMVT ,
                    :ZARCV-DTMVT ,
                    :ZARCV-MONTANT ,
                    :ZARCV-DEVISE ,
                    :ZARCV-JOURSNEG ,
                    :ZARCV-CLIENT ,
                    :ZARCV-AGENCE
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CRCV cursor
           EXEC SQL
               CLOSE CRCV
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZARCV-DONNEES TO DCLTBRCV
           EXEC SQL
                INSERT INTO TBRCV VALUES
               (:ZARCV-COMPTE ,
                :ZARCV-REFMVT ,
                :ZARCV-TYPMVT ,
                :ZARCV-DTMVT ,
                :ZARCV-MONTANT ,
                :ZARCV-DEVISE ,
                :ZARCV-JOURSNEG ,
                :ZARCV-CLIENT ,
                :ZARCV-AGENCE)
           END-EXEC
           .
