      * Description    : This routine is an accessor allowed to :
      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [X] DELETE
      *
      *                  It uses ZCMA copy replacing () by ZACLH.
      *                  TBCLH keeps the before/after values of
      *                  every applied TBCLI name/address
      *                  or tax-residence change with its maker and
      *                  checker.
      *                  Written by GKMCLI01, pseudonymised by
      *                  GKPSD01 ; SELECT-only for
      *                  everyone else.
      *                ---------------------------------
      * Maintenance Log
      *                         master change history. CCLH cursor
      *                         (OPN/FET/CLO on FONCTION) walks one
      *                         client's changes in date order.
      * 15/10/26  EDEFAY        Added FISCAV/FISCAP (tax residence
      *                         block before/after) as new trailing
      *                         TBCLH columns, threaded through
      *                         SELECT/INSERT/the CCLH cursor, for
      *                         GKMCLI01's 'FIS' changes.
      * 15/10/26  EDEFAY        UPDATE turned on for GKPSD01's
      *                         retention pseudonymisation only : a
      *                         keyed (CLIENT/DTCHG/HRCHG) rewrite of
      *                         the name, address and tax blocks -
      *                         dates, maker and checker never change.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           10 SELECT-AUTH PIC X     VALUE "O".
           10 INSERT-CLH  PIC X  VALUE "O".
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-CLH  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-CLH  PIC X  VALUE "X".
           10 DELETE-AUTH PIC X     VALUE "O".
           EXEC SQL
               DECLARE CCLH CURSOR FOR
               SELECT CLIENT, DTCHG, HRCHG, NOMAV, ADRAV, NOMAP,
                      ADRAP, MAKER, CHECKER, FISCAV, FISCAP
                 FROM TBCLH
                WHERE CLIENT = :ZACLH-CLIENT
                ORDER BY DTCHG, HRCHG
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACLH-FONCTION = 'UPD'
                   IF UPDATE-CLH = UPDATE-AUTH THEN
                       PERFORM 8700-UPDATE
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACLH-FONCTION = 'OPN'
                   IF SELECT-CLH = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
                 NOMAP ,
                 ADRAP ,
                 MAKER ,
                 CHECKER ,
                 FISCAV ,
                 FISCAP
             INTO
                :ZACLH-CLIENT ,
                :ZACLH-DTCHG ,
                :ZACLH-NOMAP ,
                :ZACLH-ADRAP ,
                :ZACLH-MAKER ,
                :ZACLH-CHECKER ,
                :ZACLH-FISCAV ,
                :ZACLH-FISCAP
             FROM TBCLH
             WHERE CLIENT=:ZACLH-CLIENT
             AND   DTCHG=:ZACLH-DTCHG
                    :ZACLH-NOMAP ,
                    :ZACLH-ADRAP ,
                    :ZACLH-MAKER ,
                    :ZACLH-CHECKER ,
                    :ZACLH-FISCAV ,
                    :ZACLH-FISCAP
           END-EXEC
           .

                :ZACLH-NOMAP ,
                :ZACLH-ADRAP ,
                :ZACLH-MAKER ,
                :ZACLH-CHECKER ,
                :ZACLH-FISCAV ,
                :ZACLH-FISCAP)
           END-EXEC
           .

       8700-UPDATE.
      ******************************************************************EDEFAY
      *Code for UPDATE operation
           MOVE ZACLH-DONNEES TO DCLTBCLH
           EXEC SQL
                UPDATE TBCLH
           SET   NOMAV  =:ZACLH-NOMAV ,
                 ADRAV  =:ZACLH-ADRAV ,
                 NOMAP  =:ZACLH-NOMAP ,
                 ADRAP  =:ZACLH-ADRAP ,
                 FISCAV =:ZACLH-FISCAV ,
                 FISCAP =:ZACLH-FISCAP
           WHERE CLIENT =:ZACLH-CLIENT
           AND   DTCHG  =:ZACLH-DTCHG
           AND   HRCHG  =:ZACLH-HRCHG
           END-EXEC
           .
