      *PROCESS TEST
      ******************************************************************
      * Program name   : MARCQ
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [X] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZARCQ.
      *                  TBRCQ is the deposited-cheque register
      *                  GKMAJ001 feeds from the 'RCH' credits and
      *                  GKPRES01 presents and settles, keyed by the
      *                  deposit's operation reference.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the
      *                         deposited-cheque register. CRCQ cursor
      *                         (OPN/FET/CLO on FONCTION) walks the
      *                         rows of one ZARCQ-STATUT in deposit
      *                         order.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MARCQ.
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
           10 SELECT-RCQ  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-RCQ  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-RCQ  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-RCQ  PIC X  VALUE "X".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBRCQ init for avoid workflow errors
       01  DCLTBRCQ PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBRCQ
           EXEC SQL
               INCLUDE DCLTBRCQ
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBRCQ.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0RCQ : Input/Output section
      *    - 1RCQ : Main element
      *    - 2RCQ : Verifications
      *    - 8RCQ : SQL Handling
      *    - 9RCQ : Close files
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
      *    - RCQx : OTHERS
      *    - DRCQ : Displays
      *    - CRCQ : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZARCQ-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CRCQ CURSOR FOR
               SELECT REFOPE, COMPTE, NUMCHQ, TIRCPT, TIRNOM, CODDEV,
                      MNTCHQ, DTREM, DTPRES, DTREG, MOTRET, STATUT
                 FROM TBRCQ
                WHERE STATUT = :ZARCQ-STATUT
                ORDER BY DTREM, REFOPE
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
               WHEN ZARCQ-FONCTION = 'SEL'
                   IF SELECT-RCQ = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCQ-FONCTION = 'INS'
                   IF INSERT-RCQ = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCQ-FONCTION = 'UPD'
                   IF UPDATE-RCQ = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCQ-FONCTION = 'OPN'
                   IF SELECT-RCQ = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCQ-FONCTION = 'FET'
                   IF SELECT-RCQ = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARCQ-FONCTION = 'CLO'
                   IF SELECT-RCQ = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZARCQ-CODRET
                   MOVE "SPACE" TO ZARCQ-LIBRET
                   MOVE SQLCODE TO ZARCQ-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZARCQ-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZARCQ-LIBRET
                   MOVE SQLCODE TO ZARCQ-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZARCQ-CODRET
                   MOVE "RCQ" TO ZARCQ-LIBRET
                   MOVE SQLCODE TO ZARCQ-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZARCQ-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZARCQ-LIBRET
                   MOVE SQLCODE TO ZARCQ-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZARCQ-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZARCQ-LIBRET
                   MOVE SQLCODE TO ZARCQ-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZARCQ-CODRET
                   MOVE "SQLCA" TO ZARCQ-LIBRET
                   MOVE SQLCODE TO ZARCQ-SQLCODE
               WHEN 100
                   MOVE "04" TO ZARCQ-CODRET
                   MOVE "FIN DE CURSEUR" TO ZARCQ-LIBRET
                   MOVE SQLCODE TO ZARCQ-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZARCQ-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZARCQ-LIBRET
                   MOVE SQLCODE TO ZARCQ-SQLCODE
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
           MOVE ZARCQ-DONNEES TO DCLTBRCQ
           EXEC SQL
             SELECT
                 REFOPE ,
                 COMPTE ,
                 NUMCHQ ,
                 TIRCPT ,
                 TIRNOM ,
                 CODDEV ,
                 MNTCHQ ,
                 DTREM ,
                 DTPRES ,
                 DTREG ,
                 MOTRET ,
                 STATUT
             INTO
                :ZARCQ-REFOPE ,
                :ZARCQ-COMPTE ,
                :ZARCQ-NUMCHQ ,
                :ZARCQ-TIRCPT ,
                :ZARCQ-TIRNOM ,
                :ZARCQ-CODDEV ,
                :ZARCQ-MNTCHQ ,
                :ZARCQ-DTREM ,
                :ZARCQ-DTPRES ,
                :ZARCQ-DTREG ,
                :ZARCQ-MOTRET ,
                :ZARCQ-STATUT
             FROM TBRCQ
             WHERE REFOPE=:ZARCQ-REFOPE
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBRCQ TO ZARCQ-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CRCQ cursor
           EXEC SQL
               OPEN CRCQ
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CRCQ cursor row
           EXEC SQL
               FETCH CRCQ
               INTO :ZARCQ-REFOPE ,
                    :ZARCQ-COMPTE ,
                    :ZARCQ-NUMCHQ ,
                    :ZARCQ-TIRCPT ,
                    :ZARCQ-TIRNOM ,
                    :ZARCQ-CODDEV ,
                    :ZARCQ-MNTCHQ ,
                    :ZARCQ-DTREM ,
                    :ZARCQ-DTPRES ,
                    :ZARCQ-DTREG ,
                    :ZARCQ-MOTRET ,
                    :ZARCQ-STATUT
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CRCQ cursor
           EXEC SQL
               CLOSE CRCQ
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZARCQ-DONNEES TO DCLTBRCQ
           EXEC SQL
                INSERT INTO TBRCQ VALUES
               (:ZARCQ-REFOPE ,
                :ZARCQ-COMPTE ,
                :ZARCQ-NUMCHQ ,
                :ZARCQ-TIRCPT ,
                :ZARCQ-TIRNOM ,
                :ZARCQ-CODDEV ,
                :ZARCQ-MNTCHQ ,
                :ZARCQ-DTREM ,
                :ZARCQ-DTPRES ,
                :ZARCQ-DTREG ,
                :ZARCQ-MOTRET ,
                :ZARCQ-STATUT)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZARCQ-DONNEES TO DCLTBRCQ
           EXEC SQL
                UPDATE TBRCQ
       SET   COMPTE =:ZARCQ-COMPTE ,
             NUMCHQ =:ZARCQ-NUMCHQ ,
             TIRCPT =:ZARCQ-TIRCPT ,
             TIRNOM =:ZARCQ-TIRNOM ,
             CODDEV =:ZARCQ-CODDEV ,
             MNTCHQ =:ZARCQ-MNTCHQ ,
             DTREM =:ZARCQ-DTREM ,
             DTPRES =:ZARCQ-DTPRES ,
             DTREG =:ZARCQ-DTREG ,
             MOTRET =:ZARCQ-MOTRET ,
             STATUT =:ZARCQ-STATUT
       WHERE REFOPE =:ZARCQ-REFOPE
           END-EXEC
           .
