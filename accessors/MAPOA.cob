      *PROCESS TEST
      ******************************************************************
      * Program name   : MAPOA
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZAPOA.
      *                  TBPOA is the power-of-attorney register,
      *                  keyed by account and attorney. Written by
      *                  GKMPOA01, read by GKMAJ001, GKINQ01 and
      *                  GKPOA01.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the power-of-
      *                         attorney register. CPOA cursor (OPN/
      *                         FET/CLO on FONCTION) walks one
      *                         account's attorneys ; CPO2 cursor
      *                         (OP2/FE2/CL2) the whole register.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAPOA.
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
           10 SELECT-POA  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-POA  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-POA  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-POA  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBPOA init for avoid workflow errors
       01  DCLTBPOA PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBPOA
           EXEC SQL
               INCLUDE DCLTBPOA
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBPOA.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0POA : Input/Output section
      *    - 1POA : Main element
      *    - 2POA : Verifications
      *    - 8POA : SQL Handling
      *    - 9POA : Close files
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
      *    - POAx : OTHERS
      *    - DPOA : Displays
      *    - CPOA : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZAPOA-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CPOA CURSOR FOR
               SELECT COMPTE, MANDATAIRE, NOM, PIECEID, PORTEE,
                      PLAFOND, CODDEV, DTDEB, DTFIN, REFDOC, MAKER,
                      APPROB
                 FROM TBPOA
                WHERE COMPTE = :ZAPOA-COMPTE
                ORDER BY MANDATAIRE
           END-EXEC
           EXEC SQL
               DECLARE CPO2 CURSOR FOR
               SELECT COMPTE, MANDATAIRE, NOM, PIECEID, PORTEE,
                      PLAFOND, CODDEV, DTDEB, DTFIN, REFDOC, MAKER,
                      APPROB
                 FROM TBPOA
                ORDER BY COMPTE, MANDATAIRE
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
               WHEN ZAPOA-FONCTION = 'SEL'
                   IF SELECT-POA = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOA-FONCTION = 'INS'
                   IF INSERT-POA = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOA-FONCTION = 'UPD'
                   IF UPDATE-POA = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOA-FONCTION = 'DEL'
                   IF DELETE-POA = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOA-FONCTION = 'OP2'
                   IF SELECT-POA = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOA-FONCTION = 'FE2'
                   IF SELECT-POA = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOA-FONCTION = 'CL2'
                   IF SELECT-POA = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOA-FONCTION = 'OPN'
                   IF SELECT-POA = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOA-FONCTION = 'FET'
                   IF SELECT-POA = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPOA-FONCTION = 'CLO'
                   IF SELECT-POA = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZAPOA-CODRET
                   MOVE "SPACE" TO ZAPOA-LIBRET
                   MOVE SQLCODE TO ZAPOA-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZAPOA-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZAPOA-LIBRET
                   MOVE SQLCODE TO ZAPOA-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZAPOA-CODRET
                   MOVE "POA" TO ZAPOA-LIBRET
                   MOVE SQLCODE TO ZAPOA-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZAPOA-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZAPOA-LIBRET
                   MOVE SQLCODE TO ZAPOA-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZAPOA-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZAPOA-LIBRET
                   MOVE SQLCODE TO ZAPOA-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZAPOA-CODRET
                   MOVE "SQLCA" TO ZAPOA-LIBRET
                   MOVE SQLCODE TO ZAPOA-SQLCODE
               WHEN 100
                   MOVE "04" TO ZAPOA-CODRET
                   MOVE "FIN DE CURSEUR" TO ZAPOA-LIBRET
                   MOVE SQLCODE TO ZAPOA-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZAPOA-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZAPOA-LIBRET
                   MOVE SQLCODE TO ZAPOA-SQLCODE
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
           MOVE ZAPOA-DONNEES TO DCLTBPOA
           EXEC SQL
             SELECT
                 COMPTE ,
                 MANDATAIRE ,
                 NOM ,
                 PIECEID ,
                 PORTEE ,
                 PLAFOND ,
                 CODDEV ,
                 DTDEB ,
                 DTFIN ,
                 REFDOC ,
                 MAKER ,
                 APPROB
             INTO
                :ZAPOA-COMPTE ,
                :ZAPOA-MANDATAIRE ,
                :ZAPOA-NOM ,
                :ZAPOA-PIECEID ,
                :ZAPOA-PORTEE ,
                :ZAPOA-PLAFOND ,
                :ZAPOA-CODDEV ,
                :ZAPOA-DTDEB ,
                :ZAPOA-DTFIN ,
                :ZAPOA-REFDOC ,
                :ZAPOA-MAKER ,
                :ZAPOA-APPROB
             FROM TBPOA
             WHERE COMPTE=:ZAPOA-COMPTE
             AND   MANDATAIRE=:ZAPOA-MANDATAIRE
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBPOA TO ZAPOA-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CPOA cursor
           EXEC SQL
               OPEN CPOA
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CPOA cursor row
           EXEC SQL
               FETCH CPOA
               INTO :ZAPOA-COMPTE ,
                    :ZAPOA-MANDATAIRE ,
                    :ZAPOA-NOM ,
                    :ZAPOA-PIECEID ,
                    :ZAPOA-PORTEE ,
                    :ZAPOA-PLAFOND ,
                    :ZAPOA-CODDEV ,
                    :ZAPOA-DTDEB ,
                    :ZAPOA-DTFIN ,
                    :ZAPOA-REFDOC ,
                    :ZAPOA-MAKER ,
                    :ZAPOA-APPROB
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CPOA cursor
           EXEC SQL
               CLOSE CPOA
           END-EXEC
           .

       8210-OPEN-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CPO2 cursor (the whole register) -
      *GKPOA01's report
           EXEC SQL
               OPEN CPO2
           END-EXEC
           .

       8310-FETCH-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CPO2 cursor row
           EXEC SQL
               FETCH CPO2
               INTO :ZAPOA-COMPTE ,
                    :ZAPOA-MANDATAIRE ,
                    :ZAPOA-NOM ,
                    :ZAPOA-PIECEID ,
                    :ZAPOA-PORTEE ,
                    :ZAPOA-PLAFOND ,
                    :ZAPOA-CODDEV ,
                    :ZAPOA-DTDEB ,
                    :ZAPOA-DTFIN ,
                    :ZAPOA-REFDOC ,
                    :ZAPOA-MAKER ,
                    :ZAPOA-APPROB
           END-EXEC
           .

       8910-CLOSE-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CPO2 cursor
           EXEC SQL
               CLOSE CPO2
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZAPOA-DONNEES TO DCLTBPOA
           EXEC SQL
                INSERT INTO TBPOA VALUES
               (:ZAPOA-COMPTE ,
                :ZAPOA-MANDATAIRE ,
                :ZAPOA-NOM ,
                :ZAPOA-PIECEID ,
                :ZAPOA-PORTEE ,
                :ZAPOA-PLAFOND ,
                :ZAPOA-CODDEV ,
                :ZAPOA-DTDEB ,
                :ZAPOA-DTFIN ,
                :ZAPOA-REFDOC ,
                :ZAPOA-MAKER ,
                :ZAPOA-APPROB)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZAPOA-DONNEES TO DCLTBPOA
           EXEC SQL
                UPDATE TBPOA
       SET   NOM =:ZAPOA-NOM ,
             PIECEID =:ZAPOA-PIECEID ,
             PORTEE =:ZAPOA-PORTEE ,
             PLAFOND =:ZAPOA-PLAFOND ,
             CODDEV =:ZAPOA-CODDEV ,
             DTDEB =:ZAPOA-DTDEB ,
             DTFIN =:ZAPOA-DTFIN ,
             REFDOC =:ZAPOA-REFDOC ,
             MAKER =:ZAPOA-MAKER ,
             APPROB =:ZAPOA-APPROB
       WHERE COMPTE =:ZAPOA-COMPTE
       AND   MANDATAIRE =:ZAPOA-MANDATAIRE
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZAPOA-DONNEES TO DCLTBPOA
           EXEC SQL
             DELETE FROM TBPOA
       WHERE COMPTE =:ZAPOA-COMPTE
       AND   MANDATAIRE =:ZAPOA-MANDATAIRE
           END-EXEC
           .
