      *PROCESS TEST
      ******************************************************************
      * Program name   : MAMSG
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZAMSG.
      *                  TBMSG is the statement message table
      *                  (regulatory notices and commercial
      *                  messages with validity window and target).
      *                  The CMSG cursor walks every message whose
      *                  window overlaps a period, in id order.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the statement
      *                         message campaigns.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAMSG.
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
           10 SELECT-MSG  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-MSG  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-MSG  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-MSG  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBMSG init for avoid workflow errors
       01  DCLTBMSG PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBMSG
           EXEC SQL
               INCLUDE DCLTBMSG
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBMSG.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0MSG : Input/Output section
      *    - 1MSG : Main element
      *    - 2MSG : Verifications
      *    - 8MSG : SQL Handling
      *    - 9MSG : Close files
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
      *    - MSGx : OTHERS
      *    - DMSG : Displays
      *    - CMSG : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZAMSG-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CMSG CURSOR FOR
               SELECT MSGID, TYPMSG, DTDEB, DTFIN, PRODUIT, AGENCE,
                      TIER, DEVISE, TEXTE1, TEXTE2
                 FROM TBMSG
                WHERE DTDEB <= :ZAMSG-DTFIN
                  AND (DTFIN = ' ' OR DTFIN >= :ZAMSG-DTDEB)
                ORDER BY MSGID
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
               WHEN ZAMSG-FONCTION = 'SEL'
                   IF SELECT-MSG = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSG-FONCTION = 'INS'
                   IF INSERT-MSG = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSG-FONCTION = 'UPD'
                   IF UPDATE-MSG = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSG-FONCTION = 'DEL'
                   IF DELETE-MSG = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSG-FONCTION = 'OPN'
                   IF SELECT-MSG = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSG-FONCTION = 'FET'
                   IF SELECT-MSG = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAMSG-FONCTION = 'CLO'
                   IF SELECT-MSG = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZAMSG-CODRET
                   MOVE "SPACE" TO ZAMSG-LIBRET
                   MOVE SQLCODE TO ZAMSG-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZAMSG-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZAMSG-LIBRET
                   MOVE SQLCODE TO ZAMSG-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZAMSG-CODRET
                   MOVE "MSG" TO ZAMSG-LIBRET
                   MOVE SQLCODE TO ZAMSG-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZAMSG-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZAMSG-LIBRET
                   MOVE SQLCODE TO ZAMSG-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZAMSG-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZAMSG-LIBRET
                   MOVE SQLCODE TO ZAMSG-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZAMSG-CODRET
                   MOVE "SQLCA" TO ZAMSG-LIBRET
                   MOVE SQLCODE TO ZAMSG-SQLCODE
               WHEN 100
                   MOVE "04" TO ZAMSG-CODRET
                   MOVE "FIN DE CURSEUR" TO ZAMSG-LIBRET
                   MOVE SQLCODE TO ZAMSG-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZAMSG-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZAMSG-LIBRET
                   MOVE SQLCODE TO ZAMSG-SQLCODE
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
           MOVE ZAMSG-DONNEES TO DCLTBMSG
           EXEC SQL
             SELECT
                 MSGID ,
                 TYPMSG ,
                 DTDEB ,
                 DTFIN ,
                 PRODUIT ,
                 AGENCE ,
                 TIER ,
                 DEVISE ,
                 TEXTE1 ,
                 TEXTE2
             INTO
                :ZAMSG-MSGID ,
                :ZAMSG-TYPMSG ,
                :ZAMSG-DTDEB ,
                :ZAMSG-DTFIN ,
                :ZAMSG-PRODUIT ,
                :ZAMSG-AGENCE ,
                :ZAMSG-TIER ,
                :ZAMSG-DEVISE ,
                :ZAMSG-TEXTE1 ,
                :ZAMSG-TEXTE2
             FROM TBMSG
             WHERE MSGID=:ZAMSG-MSGID
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBMSG TO ZAMSG-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CMSG cursor
           EXEC SQL
               OPEN CMSG
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CMSG cursor row
           EXEC SQL
               FETCH CMSG
               INTO :ZAMSG-MSGID ,
                    :ZAMSG-TYPMSG ,
                    :ZAMSG-DTDEB ,
                    :ZAMSG-DTFIN ,
                    :ZAMSG-PRODUIT ,
                    :ZAMSG-AGENCE ,
                    :ZAMSG-TIER ,
                    :ZAMSG-DEVISE ,
                    :ZAMSG-TEXTE1 ,
                    :ZAMSG-TEXTE2
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CMSG cursor
           EXEC SQL
               CLOSE CMSG
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZAMSG-DONNEES TO DCLTBMSG
           EXEC SQL
                INSERT INTO TBMSG VALUES
               (:ZAMSG-MSGID ,
                :ZAMSG-TYPMSG ,
                :ZAMSG-DTDEB ,
                :ZAMSG-DTFIN ,
                :ZAMSG-PRODUIT ,
                :ZAMSG-AGENCE ,
                :ZAMSG-TIER ,
                :ZAMSG-DEVISE ,
                :ZAMSG-TEXTE1 ,
                :ZAMSG-TEXTE2)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZAMSG-DONNEES TO DCLTBMSG
           EXEC SQL
                UPDATE TBMSG
           SET   TYPMSG=:ZAMSG-TYPMSG ,
                 DTDEB=:ZAMSG-DTDEB ,
                 DTFIN=:ZAMSG-DTFIN ,
                 PRODUIT=:ZAMSG-PRODUIT ,
                 AGENCE=:ZAMSG-AGENCE ,
                 TIER=:ZAMSG-TIER ,
                 DEVISE=:ZAMSG-DEVISE ,
                 TEXTE1=:ZAMSG-TEXTE1 ,
                 TEXTE2=:ZAMSG-TEXTE2
           WHERE MSGID =:ZAMSG-MSGID
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZAMSG-DONNEES TO DCLTBMSG
           EXEC SQL
             DELETE FROM TBMSG
           WHERE MSGID =:ZAMSG-MSGID
           END-EXEC
           .
