      *PROCESS TEST
      ******************************************************************
      * Program name   : MACAT
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZACAT.
      *                  TBCAT is the spending-category table (the
      *                  catalogue and its mapping rules), keyed by
      *                  rule type and value. Written by GKMCAT01,
      *                  read by GKCAT01, GKSTMT02 and GKSTMT03.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the spending-
      *                         category table. CCAT cursor (OPN/FET/
      *                         CLO on FONCTION) walks the whole table
      *                         in rule type / priority order.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MACAT.
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
           10 SELECT-CAT  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-CAT  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-CAT  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-CAT  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBCAT init for avoid workflow errors
       01  DCLTBCAT PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBCAT
           EXEC SQL
               INCLUDE DCLTBCAT
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBCAT.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0CAT : Input/Output section
      *    - 1CAT : Main element
      *    - 2CAT : Verifications
      *    - 8CAT : SQL Handling
      *    - 9CAT : Close files
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
      *    - CATx : OTHERS
      *    - DCAT : Displays
      *    - CCAT : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZACAT-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CCAT CURSOR FOR
               SELECT TYPREGLE, VALEUR, CATEG, LIBCAT, PRIORITE,
                      MAKER, APPROB
                 FROM TBCAT
                ORDER BY TYPREGLE, PRIORITE, VALEUR
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
               WHEN ZACAT-FONCTION = 'SEL'
                   IF SELECT-CAT = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACAT-FONCTION = 'INS'
                   IF INSERT-CAT = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACAT-FONCTION = 'UPD'
                   IF UPDATE-CAT = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACAT-FONCTION = 'DEL'
                   IF DELETE-CAT = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACAT-FONCTION = 'OPN'
                   IF SELECT-CAT = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACAT-FONCTION = 'FET'
                   IF SELECT-CAT = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACAT-FONCTION = 'CLO'
                   IF SELECT-CAT = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZACAT-CODRET
                   MOVE "SPACE" TO ZACAT-LIBRET
                   MOVE SQLCODE TO ZACAT-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZACAT-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZACAT-LIBRET
                   MOVE SQLCODE TO ZACAT-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZACAT-CODRET
                   MOVE "CAT" TO ZACAT-LIBRET
                   MOVE SQLCODE TO ZACAT-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZACAT-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZACAT-LIBRET
                   MOVE SQLCODE TO ZACAT-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZACAT-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZACAT-LIBRET
                   MOVE SQLCODE TO ZACAT-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZACAT-CODRET
                   MOVE "SQLCA" TO ZACAT-LIBRET
                   MOVE SQLCODE TO ZACAT-SQLCODE
               WHEN 100
                   MOVE "04" TO ZACAT-CODRET
                   MOVE "FIN DE CURSEUR" TO ZACAT-LIBRET
                   MOVE SQLCODE TO ZACAT-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZACAT-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZACAT-LIBRET
                   MOVE SQLCODE TO ZACAT-SQLCODE
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
           MOVE ZACAT-DONNEES TO DCLTBCAT
           EXEC SQL
             SELECT
                 TYPREGLE ,
                 VALEUR ,
                 CATEG ,
                 LIBCAT ,
                 PRIORITE ,
                 MAKER ,
                 APPROB
             INTO
                :ZACAT-TYPREGLE ,
                :ZACAT-VALEUR ,
                :ZACAT-CATEG ,
                :ZACAT-LIBCAT ,
                :ZACAT-PRIORITE ,
                :ZACAT-MAKER ,
                :ZACAT-APPROB
             FROM TBCAT
             WHERE TYPREGLE=:ZACAT-TYPREGLE
             AND   VALEUR=:ZACAT-VALEUR
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBCAT TO ZACAT-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CCAT cursor
           EXEC SQL
               OPEN CCAT
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CCAT cursor row
           EXEC SQL
               FETCH CCAT
               INTO :ZACAT-TYPREGLE ,
                    :ZACAT-VALEUR ,
                    :ZACAT-CATEG ,
                    :ZACAT-LIBCAT ,
                    :ZACAT-PRIORITE ,
                    :ZACAT-MAKER ,
                    :ZACAT-APPROB
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CCAT cursor
           EXEC SQL
               CLOSE CCAT
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZACAT-DONNEES TO DCLTBCAT
           EXEC SQL
                INSERT INTO TBCAT VALUES
               (:ZACAT-TYPREGLE ,
                :ZACAT-VALEUR ,
                :ZACAT-CATEG ,
                :ZACAT-LIBCAT ,
                :ZACAT-PRIORITE ,
                :ZACAT-MAKER ,
                :ZACAT-APPROB)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZACAT-DONNEES TO DCLTBCAT
           EXEC SQL
                UPDATE TBCAT
       SET   CATEG =:ZACAT-CATEG ,
             LIBCAT =:ZACAT-LIBCAT ,
             PRIORITE =:ZACAT-PRIORITE ,
             MAKER =:ZACAT-MAKER ,
             APPROB =:ZACAT-APPROB
       WHERE TYPREGLE =:ZACAT-TYPREGLE
       AND   VALEUR =:ZACAT-VALEUR
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZACAT-DONNEES TO DCLTBCAT
           EXEC SQL
             DELETE FROM TBCAT
       WHERE TYPREGLE =:ZACAT-TYPREGLE
       AND   VALEUR =:ZACAT-VALEUR
           END-EXEC
           .
