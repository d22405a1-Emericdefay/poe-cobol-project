      *                    - [O] SELECT
      *                    - [O] INSERT
      *                    - [O] UPDATE
      *                    - [O] DELETE (positioned on CRTY2,
      *                          retention purge only)
      *
      *                  It uses ZCMA copy replacing () by ZARTY.
      *                  TBRTY holds one row per posting
      *                         SELECT/INSERT/UPDATE/the CRTY
      *                         cursor as new trailing TBRTY
      *                         columns.
      * 15/10/26  EDEFAY        Second cursor CRTY2 (OP2/FE2/CL2 on
      *                         FONCTION) over every settled (STATUT
      *                         P/A) row dated at or before
      *                         ZARTY-DATOPE, plus DL2 : DELETE
      *                         positioned on its current row, for the
      *                         GKPURG01 retention housekeeping. No
      *                         ORDER BY so the cursor stays deletable.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           10 INSERT-AUTH PIC X     VALUE "O".
           10 UPDATE-RTY  PIC X  VALUE "O".
           10 UPDATE-AUTH PIC X     VALUE "O".
           10 DELETE-RTY  PIC X  VALUE "O".
           10 DELETE-AUTH PIC X     VALUE "O".
       01  SQLCODE       PIC S9(3) VALUE 0.

                 FROM TBRTY
                ORDER BY REFOPE
           END-EXEC
           EXEC SQL
               DECLARE CRTY2 CURSOR FOR
               SELECT REFOPE, COMPTE, CODOPE, CODDEV, DATOPE, MNTOPE,
                      ORIGINE, NBESSAIS, CODDERN, STATUT, CORRELID,
                      NUMCHQ, IDCREAN, CTPNOM, CTPCPT, CTPLIB
                 FROM TBRTY
                WHERE DATOPE <= :ZARTY-DATOPE
                  AND STATUT IN ('P','A')
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARTY-FONCTION = 'OP2'
                   IF SELECT-RTY = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARTY-FONCTION = 'FE2'
                   IF SELECT-RTY = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARTY-FONCTION = 'CL2'
                   IF SELECT-RTY = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZARTY-FONCTION = 'DL2'
                   IF DELETE-RTY = DELETE-AUTH THEN
                       PERFORM 8810-DELETE-CURSOR2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN OTHER
                   MOVE -1 TO SQLCODE
                   PERFORM 2501-CHECK-SQLCODE
       WHERE REFOPE =:ZARTY-REFOPE
           END-EXEC
           .

       8210-OPEN-CURSOR2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CRTY2 retention cursor
           EXEC SQL
               OPEN CRTY2
           END-EXEC
           .

       8310-FETCH-CURSOR2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CRTY2 cursor row
           EXEC SQL
               FETCH CRTY2
               INTO :ZARTY-REFOPE ,
                    :ZARTY-COMPTE ,
                    :ZARTY-CODOPE ,
                    :ZARTY-CODDEV ,
                    :ZARTY-DATOPE ,
                    :ZARTY-MNTOPE ,
                    :ZARTY-ORIGINE ,
                    :ZARTY-NBESSAIS ,
                    :ZARTY-CODDERN ,
                    :ZARTY-STATUT ,
                    :ZARTY-CORRELID ,
                    :ZARTY-NUMCHQ ,
                    :ZARTY-IDCREAN ,
                    :ZARTY-CTPNOM ,
                    :ZARTY-CTPCPT ,
                    :ZARTY-CTPLIB
           END-EXEC
           .

       8810-DELETE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for DELETE positioned on the CRTY2 cursor's current row :
      *the retention purge deletes while that same cursor is still
      *scrolling over TBRTY, same reasoning as MAAUD's DELETE.
           EXEC SQL
             DELETE FROM TBRTY
           WHERE CURRENT OF CRTY2
           END-EXEC
           .

       8910-CLOSE-CURSOR2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CRTY2 retention cursor
           EXEC SQL
               CLOSE CRTY2
           END-EXEC
           .
