      *PROCESS TEST
      ******************************************************************
      * Program name   : MAREV
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZAREV.
      *                  TBREV is the customer-level watchlist
      *                  review queue filled by GKWRS01's
      *                  re-screening of the customer base.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the watchlist
      *                         re-screening queue. CREV cursor (OPN/
      *                         FET/CLO on FONCTION) lists the pending
      *                         rows ; CRV2 (OP2/FE2/CL2) walks one
      *                         customer's rows.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAREV.
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
           10 SELECT-REV  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-REV  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-REV  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-REV  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBREV init for avoid workflow errors
       01  DCLTBREV PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBREV
           EXEC SQL
               INCLUDE DCLTBREV
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBREV.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0REV : Input/Output section
      *    - 1REV : Main element
      *    - 2REV : Verifications
      *    - 8REV : SQL Handling
      *    - 9REV : Close files
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
      *    - REVx : OTHERS
      *    - DREV : Displays
      *    - CREV : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZAREV-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CREV CURSOR FOR
               SELECT REFREV, CLIENT, COMPTE, SOURCE, REFSTO, NOMEXAM,
                      REFWLS, LOTCHG, DTDETECT, STATUT, DECIDEUR,
                      DTDECIS, REFLEG
                 FROM TBREV
                WHERE STATUT = 'P'
                ORDER BY REFREV
           END-EXEC
           EXEC SQL
               DECLARE CRV2 CURSOR FOR
               SELECT REFREV, CLIENT, COMPTE, SOURCE, REFSTO, NOMEXAM,
                      REFWLS, LOTCHG, DTDETECT, STATUT, DECIDEUR,
                      DTDECIS, REFLEG
                 FROM TBREV
                WHERE CLIENT = :ZAREV-CLIENT
                ORDER BY REFREV
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
               WHEN ZAREV-FONCTION = 'SEL'
                   IF SELECT-REV = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAREV-FONCTION = 'INS'
                   IF INSERT-REV = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAREV-FONCTION = 'UPD'
                   IF UPDATE-REV = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAREV-FONCTION = 'DEL'
                   IF DELETE-REV = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAREV-FONCTION = 'OPN'
                   IF SELECT-REV = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAREV-FONCTION = 'FET'
                   IF SELECT-REV = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAREV-FONCTION = 'CLO'
                   IF SELECT-REV = SELECT-AUTH THEN
                       PERFORM 8900-CLOSE-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAREV-FONCTION = 'OP2'
                   IF SELECT-REV = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR-CRV2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAREV-FONCTION = 'FE2'
                   IF SELECT-REV = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR-CRV2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAREV-FONCTION = 'CL2'
                   IF SELECT-REV = SELECT-AUTH THEN
                       PERFORM 8900-CLOSE-CURSOR-CRV2
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
                   MOVE SQLCODE TO ZAREV-CODRET
                   MOVE "SPACE" TO ZAREV-LIBRET
                   MOVE SQLCODE TO ZAREV-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZAREV-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZAREV-LIBRET
                   MOVE SQLCODE TO ZAREV-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZAREV-CODRET
                   MOVE "REV" TO ZAREV-LIBRET
                   MOVE SQLCODE TO ZAREV-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZAREV-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZAREV-LIBRET
                   MOVE SQLCODE TO ZAREV-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZAREV-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZAREV-LIBRET
                   MOVE SQLCODE TO ZAREV-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZAREV-CODRET
                   MOVE "SQLCA" TO ZAREV-LIBRET
                   MOVE SQLCODE TO ZAREV-SQLCODE
               WHEN 100
                   MOVE "04" TO ZAREV-CODRET
                   MOVE "FIN DE CURSEUR" TO ZAREV-LIBRET
                   MOVE SQLCODE TO ZAREV-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZAREV-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZAREV-LIBRET
                   MOVE SQLCODE TO ZAREV-SQLCODE
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
           MOVE ZAREV-DONNEES TO DCLTBREV
           EXEC SQL
             SELECT
                 REFREV ,
                 CLIENT ,
                 COMPTE ,
                 SOURCE ,
                 REFSTO ,
                 NOMEXAM ,
                 REFWLS ,
                 LOTCHG ,
                 DTDETECT ,
                 STATUT ,
                 DECIDEUR ,
                 DTDECIS ,
                 REFLEG
             INTO
                :ZAREV-REFREV ,
                :ZAREV-CLIENT ,
                :ZAREV-COMPTE ,
                :ZAREV-SOURCE ,
                :ZAREV-REFSTO ,
                :ZAREV-NOMEXAM ,
                :ZAREV-REFWLS ,
                :ZAREV-LOTCHG ,
                :ZAREV-DTDETECT ,
                :ZAREV-STATUT ,
                :ZAREV-DECIDEUR ,
                :ZAREV-DTDECIS ,
                :ZAREV-REFLEG
             FROM TBREV
             WHERE REFREV=:ZAREV-REFREV
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBREV TO ZAREV-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CREV cursor
           EXEC SQL
               OPEN CREV
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CREV cursor row
           EXEC SQL
               FETCH CREV
               INTO :ZAREV-REFREV ,
                    :ZAREV-CLIENT ,
                    :ZAREV-COMPTE ,
                    :ZAREV-SOURCE ,
                    :ZAREV-REFSTO ,
                    :ZAREV-NOMEXAM ,
                    :ZAREV-REFWLS ,
                    :ZAREV-LOTCHG ,
                    :ZAREV-DTDETECT ,
                    :ZAREV-STATUT ,
                    :ZAREV-DECIDEUR ,
                    :ZAREV-DTDECIS ,
                    :ZAREV-REFLEG
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CREV cursor
           EXEC SQL
               CLOSE CREV
           END-EXEC
           .

       8200-OPEN-CURSOR-CRV2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CRV2 cursor
           EXEC SQL
               OPEN CRV2
           END-EXEC
           .

       8300-FETCH-CURSOR-CRV2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CRV2 cursor row
           EXEC SQL
               FETCH CRV2
               INTO :ZAREV-REFREV ,
                    :ZAREV-CLIENT ,
                    :ZAREV-COMPTE ,
                    :ZAREV-SOURCE ,
                    :ZAREV-REFSTO ,
                    :ZAREV-NOMEXAM ,
                    :ZAREV-REFWLS ,
                    :ZAREV-LOTCHG ,
                    :ZAREV-DTDETECT ,
                    :ZAREV-STATUT ,
                    :ZAREV-DECIDEUR ,
                    :ZAREV-DTDECIS ,
                    :ZAREV-REFLEG
           END-EXEC
           .

       8900-CLOSE-CURSOR-CRV2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CRV2 cursor
           EXEC SQL
               CLOSE CRV2
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZAREV-DONNEES TO DCLTBREV
           EXEC SQL
                INSERT INTO TBREV VALUES
               (:ZAREV-REFREV ,
                :ZAREV-CLIENT ,
                :ZAREV-COMPTE ,
                :ZAREV-SOURCE ,
                :ZAREV-REFSTO ,
                :ZAREV-NOMEXAM ,
                :ZAREV-REFWLS ,
                :ZAREV-LOTCHG ,
                :ZAREV-DTDETECT ,
                :ZAREV-STATUT ,
                :ZAREV-DECIDEUR ,
                :ZAREV-DTDECIS ,
                :ZAREV-REFLEG)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZAREV-DONNEES TO DCLTBREV
           EXEC SQL
                UPDATE TBREV
       SET   CLIENT =:ZAREV-CLIENT ,
             COMPTE =:ZAREV-COMPTE ,
             SOURCE =:ZAREV-SOURCE ,
             REFSTO =:ZAREV-REFSTO ,
             NOMEXAM =:ZAREV-NOMEXAM ,
             REFWLS =:ZAREV-REFWLS ,
             LOTCHG =:ZAREV-LOTCHG ,
             DTDETECT =:ZAREV-DTDETECT ,
             STATUT =:ZAREV-STATUT ,
             DECIDEUR =:ZAREV-DECIDEUR ,
             DTDECIS =:ZAREV-DTDECIS ,
             REFLEG =:ZAREV-REFLEG
       WHERE REFREV =:ZAREV-REFREV
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZAREV-DONNEES TO DCLTBREV
           EXEC SQL
             DELETE FROM TBREV
       WHERE REFREV =:ZAREV-REFREV
           END-EXEC
           .
