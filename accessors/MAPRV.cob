      *PROCESS TEST
      ******************************************************************
      * Program name   : MAPRV
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [X] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZAPRV.
      *                  TBPRV holds one provision row per loan and
      *                  month-end closing date, written by
      *                  GKPRV01, keyed by loan + closing date.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAXXX, for the loan
      *                         provision history. CPRV cursor
      *                         (OPN/FET/CLO on FONCTION) returns one
      *                         loan's rows latest closing first.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAPRV.
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
           10 SELECT-PRV  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-PRV  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-PRV  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-PRV  PIC X  VALUE "X".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBPRV init for avoid workflow errors
       01  DCLTBPRV PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBPRV
           EXEC SQL
               INCLUDE DCLTBPRV
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBPRV.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0PRV : Input/Output section
      *    - 1PRV : Main element
      *    - 2PRV : Verifications
      *    - 8PRV : SQL Handling
      *    - 9PRV : Close files
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
      *    - PRVx : OTHERS
      *    - DPRV : Displays
      *    - CPRV : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZAPRV-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CPRV CURSOR FOR
               SELECT REFPRT, DTARRETE, COMPTE, AGENCE, PRODUIT,
                      CODDEV, STAGE, JOURSRET, CRD, TAUX, MNTPRV,
                      MNTPREC
                 FROM TBPRV
                WHERE REFPRT = :ZAPRV-REFPRT
                ORDER BY DTARRETE DESC
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
               WHEN ZAPRV-FONCTION = 'SEL'
                   IF SELECT-PRV = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPRV-FONCTION = 'INS'
                   IF INSERT-PRV = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPRV-FONCTION = 'UPD'
                   IF UPDATE-PRV = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPRV-FONCTION = 'OPN'
                   IF SELECT-PRV = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPRV-FONCTION = 'FET'
                   IF SELECT-PRV = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPRV-FONCTION = 'CLO'
                   IF SELECT-PRV = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZAPRV-CODRET
                   MOVE "SPACE" TO ZAPRV-LIBRET
                   MOVE SQLCODE TO ZAPRV-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZAPRV-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZAPRV-LIBRET
                   MOVE SQLCODE TO ZAPRV-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZAPRV-CODRET
                   MOVE "PRV" TO ZAPRV-LIBRET
                   MOVE SQLCODE TO ZAPRV-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZAPRV-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZAPRV-LIBRET
                   MOVE SQLCODE TO ZAPRV-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZAPRV-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZAPRV-LIBRET
                   MOVE SQLCODE TO ZAPRV-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZAPRV-CODRET
                   MOVE "SQLCA" TO ZAPRV-LIBRET
                   MOVE SQLCODE TO ZAPRV-SQLCODE
               WHEN 100
                   MOVE "04" TO ZAPRV-CODRET
                   MOVE "FIN DE CURSEUR" TO ZAPRV-LIBRET
                   MOVE SQLCODE TO ZAPRV-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZAPRV-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZAPRV-LIBRET
                   MOVE SQLCODE TO ZAPRV-SQLCODE
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
           MOVE ZAPRV-DONNEES TO DCLTBPRV
           EXEC SQL
             SELECT
                 REFPRT ,
                 DTARRETE ,
                 COMPTE ,
                 AGENCE ,
                 PRODUIT ,
                 CODDEV ,
                 STAGE ,
                 JOURSRET ,
                 CRD ,
                 TAUX ,
                 MNTPRV ,
                 MNTPREC
             INTO
                :ZAPRV-REFPRT ,
                :ZAPRV-DTARRETE ,
                :ZAPRV-COMPTE ,
                :ZAPRV-AGENCE ,
                :ZAPRV-PRODUIT ,
                :ZAPRV-CODDEV ,
                :ZAPRV-STAGE ,
                :ZAPRV-JOURSRET ,
                :ZAPRV-CRD ,
                :ZAPRV-TAUX ,
                :ZAPRV-MNTPRV ,
                :ZAPRV-MNTPREC
             FROM TBPRV
             WHERE REFPRT=:ZAPRV-REFPRT
             AND   DTARRETE=:ZAPRV-DTARRETE
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBPRV TO ZAPRV-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CPRV cursor
           EXEC SQL
               OPEN CPRV
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CPRV cursor row
           EXEC SQL
               FETCH CPRV
               INTO :ZAPRV-REFPRT ,
                    :ZAPRV-DTARRETE ,
                    :ZAPRV-COMPTE ,
                    :ZAPRV-AGENCE ,
                    :ZAPRV-PRODUIT ,
                    :ZAPRV-CODDEV ,
                    :ZAPRV-STAGE ,
                    :ZAPRV-JOURSRET ,
                    :ZAPRV-CRD ,
                    :ZAPRV-TAUX ,
                    :ZAPRV-MNTPRV ,
                    :ZAPRV-MNTPREC
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CPRV cursor
           EXEC SQL
               CLOSE CPRV
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZAPRV-DONNEES TO DCLTBPRV
           EXEC SQL
                INSERT INTO TBPRV VALUES
               (:ZAPRV-REFPRT ,
                :ZAPRV-DTARRETE ,
                :ZAPRV-COMPTE ,
                :ZAPRV-AGENCE ,
                :ZAPRV-PRODUIT ,
                :ZAPRV-CODDEV ,
                :ZAPRV-STAGE ,
                :ZAPRV-JOURSRET ,
                :ZAPRV-CRD ,
                :ZAPRV-TAUX ,
                :ZAPRV-MNTPRV ,
                :ZAPRV-MNTPREC)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZAPRV-DONNEES TO DCLTBPRV
           EXEC SQL
                UPDATE TBPRV
       SET   COMPTE =:ZAPRV-COMPTE ,
             AGENCE =:ZAPRV-AGENCE ,
             PRODUIT =:ZAPRV-PRODUIT ,
             CODDEV =:ZAPRV-CODDEV ,
             STAGE =:ZAPRV-STAGE ,
             JOURSRET =:ZAPRV-JOURSRET ,
             CRD =:ZAPRV-CRD ,
             TAUX =:ZAPRV-TAUX ,
             MNTPRV =:ZAPRV-MNTPRV ,
             MNTPREC =:ZAPRV-MNTPREC
       WHERE REFPRT =:ZAPRV-REFPRT
       AND   DTARRETE =:ZAPRV-DTARRETE
           END-EXEC
           .
