      *PROCESS TEST
      ******************************************************************
      * Program name   : MAPAV
      * Original author: DEFAY E.
      *
      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZAPAV.
      *                  TBPAV holds one row per withdrawal
      *                  notice given on a notice-period savings
      *                  account. The CPAV cursor returns the
      *                  ACTIVE notices for ZAPAV-COMPTE in
      *                  maturity order - or, when ZAPAV-COMPTE is
      *                  passed as SPACES, every active notice on
      *                  the table, which is how GKPAV01's daily
      *                  maturity/lapse sweep walks it.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Created from MAHLD, for the withdrawal-
      *                         notice register behind MFMAJCPT's
      *                         notice-period debit check.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAPAV.
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
           10 SELECT-PAV  PIC X  VALUE "O".
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-PAV  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-PAV  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-PAV  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *  DCLTBPAV init for avoid workflow errors
       01  DCLTBPAV PIC X(255).
      *  DECLARATION DU DCLGEN DE LA TABLE TBPAV
           EXEC SQL
               INCLUDE DCLTBPAV
           END-EXEC.

       LINKAGE SECTION.
       01 AUTH-QUERY PIC 9(2).
       COPY "./Copybooks/CTBPAV.cpy".
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0PAV : Input/Output section
      *    - 1PAV : Main element
      *    - 2PAV : Verifications
      *    - 8PAV : SQL Handling
      *    - 9PAV : Close files
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
      *    - PAVx : OTHERS
      *    - DPAV : Displays
      *    - CPAV : Calls
      ******************************************************************
       PROCEDURE DIVISION USING ZAPAV-ZCMA, AUTH-QUERY
                          RETURNING         AUTH-QUERY.
           EXEC SQL
               DECLARE CPAV CURSOR FOR
               SELECT COMPTE, REFPAV, MNTPAV, MNTUTIL, DTSAISIE,
                      DTECHEANCE, DTLIMITE, STATUT
                 FROM TBPAV
                WHERE ( COMPTE = :ZAPAV-COMPTE
                     OR :ZAPAV-COMPTE = ' ' )
                  AND STATUT = 'A'
                ORDER BY COMPTE, DTECHEANCE, REFPAV
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
               WHEN ZAPAV-FONCTION = 'SEL'
                   IF SELECT-PAV = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPAV-FONCTION = 'INS'
                   IF INSERT-PAV = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPAV-FONCTION = 'UPD'
                   IF UPDATE-PAV = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPAV-FONCTION = 'DEL'
                   IF DELETE-PAV = DELETE-AUTH THEN
                       PERFORM 8800-DELETE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPAV-FONCTION = 'OPN'
                   IF SELECT-PAV = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPAV-FONCTION = 'FET'
                   IF SELECT-PAV = SELECT-AUTH THEN
                       PERFORM 8300-FETCH-CURSOR
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPAV-FONCTION = 'CLO'
                   IF SELECT-PAV = SELECT-AUTH THEN
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
                   MOVE SQLCODE TO ZAPAV-CODRET
                   MOVE "SPACE" TO ZAPAV-LIBRET
                   MOVE SQLCODE TO ZAPAV-SQLCODE
               WHEN 20
                   MOVE SQLCODE TO ZAPAV-CODRET
                   MOVE "LIGNE EN DOUBLE" TO ZAPAV-LIBRET
                   MOVE SQLCODE TO ZAPAV-SQLCODE
               WHEN 30
                   MOVE SQLCODE TO ZAPAV-CODRET
                   MOVE "PAV" TO ZAPAV-LIBRET
                   MOVE SQLCODE TO ZAPAV-SQLCODE
               WHEN 40
                   MOVE SQLCODE TO ZAPAV-CODRET
                   MOVE "UPDATE D'UNE LIGNE INEXISTANTE" TO ZAPAV-LIBRET
                   MOVE SQLCODE TO ZAPAV-SQLCODE
               WHEN 50
                   MOVE SQLCODE TO ZAPAV-CODRET
                   MOVE "DELETE D'UNE LIGNE INEXISTANTE" TO ZAPAV-LIBRET
                   MOVE SQLCODE TO ZAPAV-SQLCODE
               WHEN 90
                   MOVE SQLCODE TO ZAPAV-CODRET
                   MOVE "SQLCA" TO ZAPAV-LIBRET
                   MOVE SQLCODE TO ZAPAV-SQLCODE
               WHEN 100
                   MOVE "04" TO ZAPAV-CODRET
                   MOVE "FIN DE CURSEUR" TO ZAPAV-LIBRET
                   MOVE SQLCODE TO ZAPAV-SQLCODE
               WHEN OTHER
                   MOVE SQLCODE TO ZAPAV-CODRET
                   MOVE "SQL ERROR UNHANDLED" TO ZAPAV-LIBRET
                   MOVE SQLCODE TO ZAPAV-SQLCODE
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
           MOVE ZAPAV-DONNEES TO DCLTBPAV
           EXEC SQL
             SELECT
                 COMPTE ,
                 REFPAV ,
                 MNTPAV ,
                 MNTUTIL ,
                 DTSAISIE ,
                 DTECHEANCE ,
                 DTLIMITE ,
                 STATUT
             INTO
                :ZAPAV-COMPTE ,
                :ZAPAV-REFPAV ,
                :ZAPAV-MNTPAV ,
                :ZAPAV-MNTUTIL ,
                :ZAPAV-DTSAISIE ,
                :ZAPAV-DTECHEANCE ,
                :ZAPAV-DTLIMITE ,
                :ZAPAV-STATUT
             FROM TBPAV
             WHERE COMPTE=:ZAPAV-COMPTE
             AND   REFPAV=:ZAPAV-REFPAV
           END-EXEC
           IF SQLCODE = ZERO
              MOVE DCLTBPAV TO ZAPAV-DONNEES
           END-IF
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CPAV cursor
           EXEC SQL
               OPEN CPAV
           END-EXEC
           .

       8300-FETCH-CURSOR.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CPAV cursor row
           EXEC SQL
               FETCH CPAV
               INTO :ZAPAV-COMPTE ,
                    :ZAPAV-REFPAV ,
                    :ZAPAV-MNTPAV ,
                    :ZAPAV-MNTUTIL ,
                    :ZAPAV-DTSAISIE ,
                    :ZAPAV-DTECHEANCE ,
                    :ZAPAV-DTLIMITE ,
                    :ZAPAV-STATUT
           END-EXEC
           .

       8900-CLOSE-CURSOR.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CPAV cursor
           EXEC SQL
               CLOSE CPAV
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
           MOVE ZAPAV-DONNEES TO DCLTBPAV
           EXEC SQL
                INSERT INTO TBPAV VALUES
               (:ZAPAV-COMPTE ,
                :ZAPAV-REFPAV ,
                :ZAPAV-MNTPAV ,
                :ZAPAV-MNTUTIL ,
                :ZAPAV-DTSAISIE ,
                :ZAPAV-DTECHEANCE ,
                :ZAPAV-DTLIMITE ,
                :ZAPAV-STATUT)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZAPAV-DONNEES TO DCLTBPAV
           EXEC SQL
                UPDATE TBPAV
           SET   MNTPAV =:ZAPAV-MNTPAV ,
                 MNTUTIL =:ZAPAV-MNTUTIL ,
                 DTSAISIE =:ZAPAV-DTSAISIE ,
                 DTECHEANCE =:ZAPAV-DTECHEANCE ,
                 DTLIMITE =:ZAPAV-DTLIMITE ,
                 STATUT =:ZAPAV-STATUT
           WHERE COMPTE =:ZAPAV-COMPTE
           AND   REFPAV =:ZAPAV-REFPAV
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation
           MOVE ZAPAV-DONNEES TO DCLTBPAV
           EXEC SQL
             DELETE FROM TBPAV
           WHERE COMPTE =:ZAPAV-COMPTE
           AND   REFPAV =:ZAPAV-REFPAV
           END-EXEC
           .
