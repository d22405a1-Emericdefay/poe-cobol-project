      *PROCESS TEST
      ******************************************************************
      * Program name   : MAGAR
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZAGAR.
      *                  TBGAR is the loan collateral register,
      *                  keyed by loan and collateral number.
      *                  Written by GKMGAR01, read by GKLTV01 and
      *                  GKDEP01.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the loan
      *                         collateral register. CGAR cursor (OPN/
      *                         FET/CLO on FONCTION) walks one loan's
      *                         collateral ; CGA2 cursor (OP2/FE2/CL2)
      *                         the collateral pledging one TBDEP
      *                         deposit.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAGAR.
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
           10 SELECT-GAR  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-GAR  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-GAR  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-GAR  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBGAR init for avoid workflow errors
       01  DCLTBGAR PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBGAR
           EXEC SQL
               INCLUDE DCLTBGAR
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBGAR.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0GAR : Input/Output section
      *    - 1GAR : Main element
      *    - 2GAR : Verifications
      *    - 8GAR : SQL Handling
      *    - 9GAR : Close files
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
      *    - GARx : OTHERS
      *    - DGAR : Displays
      *    - CGAR : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZAGAR-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CGAR CURSOR FOR
               SELECT REFPRT, RANG, TYPGAR, LIBELLE, VALEUR, CODDEV,
                      DTEVAL, DECOTE, REFDEP, MAKER, APPROB
                 FROM TBGAR
                WHERE REFPRT = :ZAGAR-REFPRT
                ORDER BY RANG
           END-EXEC
           EXEC SQL
               DECLARE CGA2 CURSOR FOR
               SELECT REFPRT, RANG, TYPGAR, LIBELLE, VALEUR, CODDEV,
                      DTEVAL, DECOTE, REFDEP, MAKER, APPROB
                 FROM TBGAR
                WHERE REFDEP = :ZAGAR-REFDEP
                ORDER BY REFPRT, RANG
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
               WHEN ZAGAR-FONCTION = 'SEL'
                   IF SELECT-GAR = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGAR-FONCTION = 'INS'
                   IF INSERT-GAR = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGAR-FONCTION = 'UPD'
                   IF UPDATE-GAR = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGAR-FONCTION = 'DEL'
                   IF DELETE-GAR = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGAR-FONCTION = 'OP2'
                   IF SELECT-GAR = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGAR-FONCTION = 'FE2'
                   IF SELECT-GAR = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGAR-FONCTION = 'CL2'
                   IF SELECT-GAR = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGAR-FONCTION = 'OPN'
                   IF SELECT-GAR = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGAR-FONCTION = 'FET'
                   IF SELECT-GAR = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAGAR-FONCTION = 'CLO'
                   IF SELECT-GAR = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZAGAR-CODRET
                   MOVE "SPACE" TO ZAGAR-LIBRET
                   MOVE SQLCODE TO ZAGAR-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZAGAR-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZAGAR-LIBRET
                   MOVE SQLCODE TO ZAGAR-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZAGAR-CODRET
                   MOVE "GAR" TO ZAGAR-LIBRET
                   MOVE SQLCODE TO ZAGAR-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZAGAR-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZAGAR-LIBRET
                   MOVE SQLCODE TO ZAGAR-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZAGAR-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZAGAR-LIBRET
                   MOVE SQLCODE TO ZAGAR-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZAGAR-CODRET
                   MOVE "SQLCA" TO ZAGAR-LIBRET
                   MOVE SQLCODE TO ZAGAR-SQLCODE
               WHEN 100
                   MOVE "04" TO ZAGAR-CODRET
                   MOVE "FIN DE CURSEUR" TO ZAGAR-LIBRET
                   MOVE SQLCODE TO ZAGAR-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZAGAR-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZAGAR-LIBRET
                   MOVE SQLCODE TO ZAGAR-SQLCODE
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
           MOVE ZAGAR-DONNEES TO DCLTBGAR
           EXEC SQL
             SELECT
                 REFPRT ,
                 RANG ,
                 TYPGAR ,
                 LIBELLE ,
                 VALEUR ,
                 CODDEV ,
                 DTEVAL ,
                 DECOTE ,
                 REFDEP ,
                 MAKER ,
                 APPROB
             INTO
                :ZAGAR-REFPRT ,
                :ZAGAR-RANG ,
                :ZAGAR-TYPGAR ,
                :ZAGAR-LIBELLE ,
                :ZAGAR-VALEUR ,
                :ZAGAR-CODDEV ,
                :ZAGAR-DTEVAL ,
                :ZAGAR-DECOTE ,
                :ZAGAR-REFDEP ,
                :ZAGAR-MAKER ,
                :ZAGAR-APPROB
             FROM TBGAR
             WHERE REFPRT=:ZAGAR-REFPRT
             AND   RANG=:ZAGAR-RANG
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBGAR TO ZAGAR-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CGAR cursor
           EXEC SQL
               OPEN CGAR
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CGAR cursor row
           EXEC SQL
               FETCH CGAR
               INTO :ZAGAR-REFPRT ,
                    :ZAGAR-RANG ,
                    :ZAGAR-TYPGAR ,
                    :ZAGAR-LIBELLE ,
                    :ZAGAR-VALEUR ,
                    :ZAGAR-CODDEV ,
                    :ZAGAR-DTEVAL ,
                    :ZAGAR-DECOTE ,
                    :ZAGAR-REFDEP ,
                    :ZAGAR-MAKER ,
                    :ZAGAR-APPROB
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CGAR cursor
           EXEC SQL
               CLOSE CGAR
           END-EXEC
           .

       8210-OPEN-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CGA2 cursor (the collateral pledging one
      *deposit) - GKDEP01's pledge check
           EXEC SQL
               OPEN CGA2
           END-EXEC
           .

       8310-FETCH-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CGA2 cursor row
           EXEC SQL
               FETCH CGA2
               INTO :ZAGAR-REFPRT ,
                    :ZAGAR-RANG ,
                    :ZAGAR-TYPGAR ,
                    :ZAGAR-LIBELLE ,
                    :ZAGAR-VALEUR ,
                    :ZAGAR-CODDEV ,
                    :ZAGAR-DTEVAL ,
                    :ZAGAR-DECOTE ,
                    :ZAGAR-REFDEP ,
                    :ZAGAR-MAKER ,
                    :ZAGAR-APPROB
           END-EXEC
           .

       8910-CLOSE-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CGA2 cursor
           EXEC SQL
               CLOSE CGA2
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZAGAR-DONNEES TO DCLTBGAR
           EXEC SQL
                INSERT INTO TBGAR VALUES
               (:ZAGAR-REFPRT ,
                :ZAGAR-RANG ,
                :ZAGAR-TYPGAR ,
                :ZAGAR-LIBELLE ,
                :ZAGAR-VALEUR ,
                :ZAGAR-CODDEV ,
                :ZAGAR-DTEVAL ,
                :ZAGAR-DECOTE ,
                :ZAGAR-REFDEP ,
                :ZAGAR-MAKER ,
                :ZAGAR-APPROB)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZAGAR-DONNEES TO DCLTBGAR
           EXEC SQL
                UPDATE TBGAR
       SET   TYPGAR =:ZAGAR-TYPGAR ,
             LIBELLE =:ZAGAR-LIBELLE ,
             VALEUR =:ZAGAR-VALEUR ,
             CODDEV =:ZAGAR-CODDEV ,
             DTEVAL =:ZAGAR-DTEVAL ,
             DECOTE =:ZAGAR-DECOTE ,
             REFDEP =:ZAGAR-REFDEP ,
             MAKER =:ZAGAR-MAKER ,
             APPROB =:ZAGAR-APPROB
       WHERE REFPRT =:ZAGAR-REFPRT
       AND   RANG =:ZAGAR-RANG
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZAGAR-DONNEES TO DCLTBGAR
           EXEC SQL
             DELETE FROM TBGAR
       WHERE REFPRT =:ZAGAR-REFPRT
       AND   RANG =:ZAGAR-RANG
           END-EXEC
           .
