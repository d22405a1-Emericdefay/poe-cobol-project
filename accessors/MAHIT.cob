      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE (positioned on CHIT2,
      *                          retention purge only)
      *
      *                  It uses ZCMA copy replacing () by ZAHIT.
      *                  TBHIT holds one row per detail record
      *                         GKSCR01's release), threaded through
      *                         SELECT/INSERT/UPDATE/the CHIT cursor
      *                         as new trailing TBHIT columns.
      * 15/10/26  EDEFAY        Second cursor CHIT2 (OP2/FE2/CL2 on
      *                         FONCTION) over every decided (STATUT
      *                         L/B) row dated at or before
      *                         ZAHIT-DATOPE, plus DL2 : DELETE
      *                         positioned on its current row, for the
      *                         GKPURG01 retention housekeeping. No
      *                         ORDER BY so the cursor stays deletable.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-HIT  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-HIT  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

                 FROM TBHIT
                ORDER BY DATOPE, REFOPE
           END-EXEC
           EXEC SQL
               DECLARE CHIT2 CURSOR FOR
               SELECT REFOPE, COMPTE, CODOPE, CODDEV, DATOPE, MNTOPE,
                      ORIGINE, NOMTROUVE, REFWLS, DECIDEUR, STATUT,
                      NUMCHQ, CTPNOM, CTPCPT, CTPLIB
                 FROM TBHIT
                WHERE DATOPE <= :ZAHIT-DATOPE
                  AND STATUT IN ('L','B')
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIT-FONCTION = 'OP2'
                   IF SELECT-HIT = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIT-FONCTION = 'FE2'
                   IF SELECT-HIT = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIT-FONCTION = 'CL2'
                   IF SELECT-HIT = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIT-FONCTION = 'DL2'
                   IF DELETE-HIT = DELETE-AUTH THEN
                       PERFORM 8810-DELETE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
       WHERE REFOPE =:ZAHIT-REFOPE
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CHIT2 retention cursor
           EXEC SQL
               OPEN CHIT2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CHIT2 cursor row
           EXEC SQL
               FETCH CHIT2
               INTO :ZAHIT-REFOPE ,
                    :ZAHIT-COMPTE ,
                    :ZAHIT-CODOPE ,
                    :ZAHIT-CODDEV ,
                    :ZAHIT-DATOPE ,
                    :ZAHIT-MNTOPE ,
                    :ZAHIT-ORIGINE ,
                    :ZAHIT-NOMTROUVE ,
                    :ZAHIT-REFWLS ,
                    :ZAHIT-DECIDEUR ,
                    :ZAHIT-STATUT ,
                    :ZAHIT-NUMCHQ ,
                    :ZAHIT-CTPNOM ,
                    :ZAHIT-CTPCPT ,
                    :ZAHIT-CTPLIB
           END-EXEC
           .

       8810-DELETE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for DELETE positioned on the CHIT2 cursor's current row :
      *the retention purge deletes while that same cursor is still
      *scrolling over TBHIT, same reasoning as MAAUD's DELETE.
           EXEC SQL
             DELETE FROM TBHIT
           WHERE CURRENT OF CHIT2
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CHIT2 retention cursor
           EXEC SQL
               CLOSE CHIT2
           END-EXEC
           .
