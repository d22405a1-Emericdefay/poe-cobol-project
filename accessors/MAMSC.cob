      *PROCESS TEST
      ******************************************************************
      * Program name   : MAMSC
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZAMSC.
      *                  TBMSC is the statement message delivery
      *                  count per message, cycle and channel.
      *                  The CMSC cursor walks one cycle's rows in
      *                  message / channel order.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the statement
      *                         message delivery counts.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAMSC.
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
           10 SELECT-MSC  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-MSC  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-MSC  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-MSC  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBMSC init for avoid workflow errors
       01  DCLTBMSC PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBMSC
           EXEC SQL
               INCLUDE DCLTBMSC
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBMSC.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0MSC : Input/Output section
      *    - 1MSC : Main element
      *    - 2MSC : Verifications
      *    - 8MSC : SQL Handling
      *    - 9MSC : Close files
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
      *    - MSCx : OTHERS
      *    - DMSC : Displays
      *    - CMSC : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZAMSC-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CMSC CURSOR FOR
               SELECT MSGID, CYCLE, CANAL, NBCIBLE, NBREMIS,
                      NBRETENU, DTMAJ
                 FROM TBMSC
                WHERE CYCLE = :ZAMSC-CYCLE
                ORDER BY MSGID, CANAL
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
               WHEN ZAMSC-FONCTION = 'SEL'
                   IF SELECT-MSC = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSC-FONCTION = 'INS'
                   IF INSERT-MSC = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSC-FONCTION = 'UPD'
                   IF UPDATE-MSC = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSC-FONCTION = 'DEL'
                   IF DELETE-MSC = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSC-FONCTION = 'OPN'
                   IF SELECT-MSC = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSC-FONCTION = 'FET'
                   IF SELECT-MSC = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSC-FONCTION = 'CLO'
                   IF SELECT-MSC = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZAMSC-CODRET
                   MOVE "SPACE" TO ZAMSC-LIBRET
                   MOVE SQLCODE TO ZAMSC-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZAMSC-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZAMSC-LIBRET
                   MOVE SQLCODE TO ZAMSC-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZAMSC-CODRET
                   MOVE "MSC" TO ZAMSC-LIBRET
                   MOVE SQLCODE TO ZAMSC-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZAMSC-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZAMSC-LIBRET
                   MOVE SQLCODE TO ZAMSC-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZAMSC-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZAMSC-LIBRET
                   MOVE SQLCODE TO ZAMSC-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZAMSC-CODRET
                   MOVE "SQLCA" TO ZAMSC-LIBRET
                   MOVE SQLCODE TO ZAMSC-SQLCODE
               WHEN 100
                   MOVE "04" TO ZAMSC-CODRET
                   MOVE "FIN DE CURSEUR" TO ZAMSC-LIBRET
                   MOVE SQLCODE TO ZAMSC-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZAMSC-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZAMSC-LIBRET
                   MOVE SQLCODE TO ZAMSC-SQLCODE
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
           MOVE ZAMSC-DONNEES TO DCLTBMSC
           EXEC SQL
             SELECT
                 MSGID ,
                 CYCLE ,
                 CANAL ,
                 NBCIBLE ,
                 NBREMIS ,
                 NBRETENU ,
                 DTMAJ
             INTO
                :ZAMSC-MSGID ,
                :ZAMSC-CYCLE ,
                :ZAMSC-CANAL ,
                :ZAMSC-NBCIBLE ,
                :ZAMSC-NBREMIS ,
                :ZAMSC-NBRETENU ,
                :ZAMSC-DTMAJ
             FROM TBMSC
             WHERE MSGID=:ZAMSC-MSGID
             AND   CYCLE=:ZAMSC-CYCLE
             AND   CANAL=:ZAMSC-CANAL
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBMSC TO ZAMSC-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CMSC cursor
           EXEC SQL
               OPEN CMSC
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CMSC cursor row
           EXEC SQL
               FETCH CMSC
               INTO :ZAMSC-MSGID ,
                    :ZAMSC-CYCLE ,
                    :ZAMSC-CANAL ,
                    :ZAMSC-NBCIBLE ,
                    :ZAMSC-NBREMIS ,
                    :ZAMSC-NBRETENU ,
                    :ZAMSC-DTMAJ
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CMSC cursor
           EXEC SQL
               CLOSE CMSC
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZAMSC-DONNEES TO DCLTBMSC
           EXEC SQL
                INSERT INTO TBMSC VALUES
               (:ZAMSC-MSGID ,
                :ZAMSC-CYCLE ,
                :ZAMSC-CANAL ,
                :ZAMSC-NBCIBLE ,
                :ZAMSC-NBREMIS ,
                :ZAMSC-NBRETENU ,
                :ZAMSC-DTMAJ)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZAMSC-DONNEES TO DCLTBMSC
           EXEC SQL
                UPDATE TBMSC
           SET   NBCIBLE=:ZAMSC-NBCIBLE ,
                 NBREMIS=:ZAMSC-NBREMIS ,
                 NBRETENU=:ZAMSC-NBRETENU ,
                 DTMAJ=:ZAMSC-DTMAJ
           WHERE MSGID =:ZAMSC-MSGID
           AND   CYCLE =:ZAMSC-CYCLE
           AND   CANAL =:ZAMSC-CANAL
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZAMSC-DONNEES TO DCLTBMSC
           EXEC SQL
             DELETE FROM TBMSC
           WHERE MSGID =:ZAMSC-MSGID
           AND   CYCLE =:ZAMSC-CYCLE
           AND   CANAL =:ZAMSC-CANAL
           END-EXEC
           .
