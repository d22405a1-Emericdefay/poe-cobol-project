      *                         subsystem. CPRT cursor (OPN/FET/ CLO on
      *                         FONCTION) scans every loan for
      *                         GKLOAN01's daily due-date sweep.
      * 15/10/26  EDEFAY        CPR2 cursor (OP2/FE2/CL2 on FONCTION)
      *                         over one settlement account's loans,
      *                         for GKSTMT04's positions page.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                 FROM TBPRT
                ORDER BY REFPRT
           END-EXEC
           EXEC SQL
               DECLARE CPR2 CURSOR FOR
               SELECT REFPRT, COMPTE, CODDEV, MNTPRET, TAUX, DUREE,
                      MNTECH, NBECH, CRD, DATPROCH, STATUT
                 FROM TBPRT
                WHERE COMPTE = :ZAPRT-COMPTE
                ORDER BY REFPRT
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPRT-FONCTION = 'OP2'
                   IF SELECT-PRT = SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPRT-FONCTION = 'FE2'
                   IF SELECT-PRT = SELECT-AUTH THEN
                       PERFORM 8310-FETCH-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPRT-FONCTION = 'CL2'
                   IF SELECT-PRT = SELECT-AUTH THEN
                       PERFORM 8910-CLOSE-CURSOR-2
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAPRT-FONCTION = 'OPN'
                   IF SELECT-PRT = SELECT-AUTH THEN
                       PERFORM 8200-OPEN-CURSOR
           END-EXEC
           .

       8210-OPEN-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for OPEN of the CPR2 cursor (one settlement account's
      *loans) - GKSTMT04's positions page
           EXEC SQL
               OPEN CPR2
           END-EXEC
           .

       8310-FETCH-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CPR2 cursor row
           EXEC SQL
               FETCH CPR2
               INTO :ZAPRT-REFPRT ,
                    :ZAPRT-COMPTE ,
                    :ZAPRT-CODDEV ,
                    :ZAPRT-MNTPRET ,
                    :ZAPRT-TAUX ,
                    :ZAPRT-DUREE ,
                    :ZAPRT-MNTECH ,
                    :ZAPRT-NBECH ,
                    :ZAPRT-CRD ,
                    :ZAPRT-DATPROCH ,
                    :ZAPRT-STATUT
           END-EXEC
           .

       8910-CLOSE-CURSOR-2.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CPR2 cursor
           EXEC SQL
               CLOSE CPR2
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
