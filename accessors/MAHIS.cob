      *                         printed to the run log so contention
      *                         is visible. Cursor fetches are not
      *                         retried.
      * 15/10/26  EDEFAY        Added ORIGINE (the posting's channel,
      *                         stamped by MFMAJCPT) to every column
      *                         list, and a fourth cursor CHISL
      *                         (OP4/FE4/CL4 on FONCTION) over every
      *                         row whose REFOPE_LIE names one
      *                         reference - the fees and reversals
      *                         hanging off an operation, for
      *                         GKECH01's audit evidence packs.
      * 15/10/26  EDEFAY        Added CREANCIER (a collection's
      *                         creditor id) and CATEG/CATMAN (the
      *                         spending category and its manual-
      *                         override flag) to every column list.
      *                         New UPC function rewrites only the
      *                         category of one row, keyed down to its
      *                         posting stamp, and a fifth cursor
      *                         CHISC (OP5/FE5/CL5 on FONCTION) walks
      *                         the rows not yet tagged - GKCAT01's
      *                         nightly tagging and GKMCAT01's
      *                         overrides.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT COMPTE, REFOPE, CODOPE, LIBOPE, DTOPER, MNTOPE,
                      REFOPE_LIE, OPERATEUR, CORRELID, DTVAL,
                      SENSAPP, HRPOST, SEQPOST, CTPNOM, CTPCPT,
                      CTPLIB, ORIGINE, CREANCIER, CATEG, CATMAN
                 FROM TBHIS
                WHERE COMPTE = :ZAHIS-COMPTE
                  AND DTOPER BETWEEN :ZAHIS-DATDEB AND :ZAHIS-DATFIN
               SELECT COMPTE, REFOPE, CODOPE, LIBOPE, DTOPER, MNTOPE,
                      REFOPE_LIE, OPERATEUR, CORRELID, DTVAL,
                      SENSAPP, HRPOST, SEQPOST, CTPNOM, CTPCPT,
                      CTPLIB, ORIGINE, CREANCIER, CATEG, CATMAN
                 FROM TBHIS
                WHERE REFOPE = :ZAHIS-REFOPE
                ORDER BY COMPTE, DTOPER, HRPOST, SEQPOST
               SELECT COMPTE, REFOPE, CODOPE, LIBOPE, DTOPER, MNTOPE,
                      REFOPE_LIE, OPERATEUR, CORRELID, DTVAL,
                      SENSAPP, HRPOST, SEQPOST, CTPNOM, CTPCPT,
                      CTPLIB, ORIGINE, CREANCIER, CATEG, CATMAN
                 FROM TBHIS
                WHERE DTOPER BETWEEN :ZAHIS-DATDEB AND :ZAHIS-DATFIN
                ORDER BY COMPTE, DTOPER, HRPOST, SEQPOST
           END-EXEC
           EXEC SQL
               DECLARE CHISL CURSOR FOR
               SELECT COMPTE, REFOPE, CODOPE, LIBOPE, DTOPER, MNTOPE,
                      REFOPE_LIE, OPERATEUR, CORRELID, DTVAL,
                      SENSAPP, HRPOST, SEQPOST, CTPNOM, CTPCPT,
                      CTPLIB, ORIGINE, CREANCIER, CATEG, CATMAN
                 FROM TBHIS
                WHERE REFOPE_LIE = :ZAHIS-REFOPE-LIE
                ORDER BY COMPTE, DTOPER, HRPOST, SEQPOST
           END-EXEC
           EXEC SQL
               DECLARE CHISC CURSOR FOR
               SELECT COMPTE, REFOPE, CODOPE, LIBOPE, DTOPER, MNTOPE,
                      REFOPE_LIE, OPERATEUR, CORRELID, DTVAL,
                      SENSAPP, HRPOST, SEQPOST, CTPNOM, CTPCPT,
                      CTPLIB, ORIGINE, CREANCIER, CATEG, CATMAN
                 FROM TBHIS
                WHERE CATEG = ' '
                ORDER BY COMPTE, DTOPER, HRPOST, SEQPOST
           END-EXEC
           PERFORM 0000-INITIALIZATIONS
           PERFORM 2500-ROOTER
           GOBACK.
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIS-FONCTION = 'UPC'
                   IF UPDATE-AUTH THEN
                       PERFORM 7710-UPDATE-CATEG-RETRY
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIS-FONCTION = 'OP5'
                   IF SELECT-AUTH THEN
                       PERFORM 8240-OPEN-CURSOR5
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIS-FONCTION = 'FE5'
                   IF SELECT-AUTH THEN
                       PERFORM 8340-FETCH-CURSOR5
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIS-FONCTION = 'CL5'
                   IF SELECT-AUTH THEN
                       PERFORM 8940-CLOSE-CURSOR5
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIS-FONCTION = 'OP3'
                   IF SELECT-AUTH THEN
                       PERFORM 8220-OPEN-CURSOR3
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIS-FONCTION = 'OP4'
                   IF SELECT-AUTH THEN
                       PERFORM 8230-OPEN-CURSOR4
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIS-FONCTION = 'FE4'
                   IF SELECT-AUTH THEN
                       PERFORM 8330-FETCH-CURSOR4
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIS-FONCTION = 'CL4'
                   IF SELECT-AUTH THEN
                       PERFORM 8930-CLOSE-CURSOR4
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZAHIS-FONCTION = 'OP2'
                   IF SELECT-AUTH THEN
                       PERFORM 8210-OPEN-CURSOR2
                 SEQPOST ,
                 CTPNOM ,
                 CTPCPT ,
                 CTPLIB ,
                 ORIGINE ,
                 CREANCIER ,
                 CATEG ,
                 CATMAN
             INTO
                :ZAHIS-COMPTE ,
                :ZAHIS-REFOPE ,
                :ZAHIS-SEQPOST ,
                :ZAHIS-CTPNOM ,
                :ZAHIS-CTPCPT ,
                :ZAHIS-CTPLIB ,
                :ZAHIS-ORIGINE ,
                :ZAHIS-CREANCIER ,
                :ZAHIS-CATEG ,
                :ZAHIS-CATMAN
             FROM TBHIS
             WHERE COMPTE=:ZAHIS-COMPTE
             AND   REFOPE=:ZAHIS-REFOPE
                    :ZAHIS-SEQPOST ,
                    :ZAHIS-CTPNOM ,
                    :ZAHIS-CTPCPT ,
                    :ZAHIS-CTPLIB ,
                    :ZAHIS-ORIGINE ,
                    :ZAHIS-CREANCIER ,
                    :ZAHIS-CATEG ,
                    :ZAHIS-CATMAN
           END-EXEC
           .

                    :ZAHIS-SEQPOST ,
                    :ZAHIS-CTPNOM ,
                    :ZAHIS-CTPCPT ,
                    :ZAHIS-CTPLIB ,
                    :ZAHIS-ORIGINE ,
                    :ZAHIS-CREANCIER ,
                    :ZAHIS-CATEG ,
                    :ZAHIS-CATMAN
           END-EXEC
           .

                    :ZAHIS-SEQPOST ,
                    :ZAHIS-CTPNOM ,
                    :ZAHIS-CTPCPT ,
                    :ZAHIS-CTPLIB ,
                    :ZAHIS-ORIGINE ,
                    :ZAHIS-CREANCIER ,
                    :ZAHIS-CATEG ,
                    :ZAHIS-CATMAN
           END-EXEC
           .

           END-EXEC
           .

       8230-OPEN-CURSOR4.
      ******************************************************************EDEFAY
      *Code for OPEN of the CHISL by-linked-reference cursor
           EXEC SQL
               OPEN CHISL
           END-EXEC
           .

       8330-FETCH-CURSOR4.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CHISL cursor row
           EXEC SQL
               FETCH CHISL
               INTO :ZAHIS-COMPTE ,
                    :ZAHIS-REFOPE ,
                    :ZAHIS-CODOPE ,
                    :ZAHIS-LIBOPE ,
                    :ZAHIS-DTOPER ,
                    :ZAHIS-MNTOPE ,
                    :ZAHIS-REFOPE-LIE ,
                    :ZAHIS-OPERATEUR ,
                    :ZAHIS-CORRELID ,
                    :ZAHIS-DTVAL ,
                    :ZAHIS-SENSAPP ,
                    :ZAHIS-HRPOST ,
                    :ZAHIS-SEQPOST ,
                    :ZAHIS-CTPNOM ,
                    :ZAHIS-CTPCPT ,
                    :ZAHIS-CTPLIB ,
                    :ZAHIS-ORIGINE ,
                    :ZAHIS-CREANCIER ,
                    :ZAHIS-CATEG ,
                    :ZAHIS-CATMAN
           END-EXEC
           .

       8930-CLOSE-CURSOR4.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CHISL by-linked-reference cursor
           EXEC SQL
               CLOSE CHISL
           END-EXEC
           .

       8240-OPEN-CURSOR5.
      ******************************************************************EDEFAY
      *Code for OPEN of the CHISC untagged-rows cursor
           EXEC SQL
               OPEN CHISC
           END-EXEC
           .

       8340-FETCH-CURSOR5.
      ******************************************************************EDEFAY
      *Code for FETCH of the next CHISC cursor row
           EXEC SQL
               FETCH CHISC
               INTO :ZAHIS-COMPTE ,
                    :ZAHIS-REFOPE ,
                    :ZAHIS-CODOPE ,
                    :ZAHIS-LIBOPE ,
                    :ZAHIS-DTOPER ,
                    :ZAHIS-MNTOPE ,
                    :ZAHIS-REFOPE-LIE ,
                    :ZAHIS-OPERATEUR ,
                    :ZAHIS-CORRELID ,
                    :ZAHIS-DTVAL ,
                    :ZAHIS-SENSAPP ,
                    :ZAHIS-HRPOST ,
                    :ZAHIS-SEQPOST ,
                    :ZAHIS-CTPNOM ,
                    :ZAHIS-CTPCPT ,
                    :ZAHIS-CTPLIB ,
                    :ZAHIS-ORIGINE ,
                    :ZAHIS-CREANCIER ,
                    :ZAHIS-CATEG ,
                    :ZAHIS-CATMAN
           END-EXEC
           .

       8940-CLOSE-CURSOR5.
      ******************************************************************EDEFAY
      *Code for CLOSE of the CHISC untagged-rows cursor
           EXEC SQL
               CLOSE CHISC
           END-EXEC
           .

       8400-INSERT.
      ******************************************************************EDEFAY
      *Code for INSERT operation
                :ZAHIS-SEQPOST ,
                :ZAHIS-CTPNOM ,
                :ZAHIS-CTPCPT ,
                :ZAHIS-CTPLIB ,
                :ZAHIS-ORIGINE ,
                :ZAHIS-CREANCIER ,
                :ZAHIS-CATEG ,
                :ZAHIS-CATMAN)
           END-EXEC
           .

                 SEQPOST =:ZAHIS-SEQPOST ,
                 CTPNOM =:ZAHIS-CTPNOM ,
                 CTPCPT =:ZAHIS-CTPCPT ,
                 CTPLIB =:ZAHIS-CTPLIB ,
                 ORIGINE =:ZAHIS-ORIGINE ,
                 CREANCIER =:ZAHIS-CREANCIER ,
                 CATEG =:ZAHIS-CATEG ,
                 CATMAN =:ZAHIS-CATMAN
           WHERE COMPTE =:ZAHIS-COMPTE
           AND   REFOPE =:ZAHIS-REFOPE
           END-EXEC
           .

       8710-UPDATE-CATEG.
      ******************************************************************EDEFAY
      *Code for the category-only UPDATE - CATEG/CATMAN of the ONE row
      *identified down to its posting stamp, so a recurring reference
      *never drags its other postings along, and no other column of
      *the row is rewritten
           EXEC SQL
                UPDATE TBHIS
           SET   CATEG =:ZAHIS-CATEG ,
                 CATMAN =:ZAHIS-CATMAN
           WHERE COMPTE =:ZAHIS-COMPTE
           AND   REFOPE =:ZAHIS-REFOPE
           AND   DTOPER =:ZAHIS-DTOPER
           AND   HRPOST =:ZAHIS-HRPOST
           AND   SEQPOST =:ZAHIS-SEQPOST
           END-EXEC
           .

       8800-DELETE.
      ******************************************************************EDEFAY
      *Code for DELETE operation - positioned on the CHIS cursor's
           END-PERFORM
           .

       7710-UPDATE-CATEG-RETRY.
      ******************************************************************EDEFAY
      *  Category UPDATE under the deadlock/timeout retry policy, see
      *  7500-RETENTER.
           MOVE 0 TO WS-NB-TENTATIVES
           PERFORM 8710-UPDATE-CATEG
           PERFORM UNTIL NOT SQLCODE-RETRYABLE
                      OR WS-NB-TENTATIVES >= WS-MAX-RETRY
               PERFORM 7500-RETENTER
               PERFORM 8710-UPDATE-CATEG
           END-PERFORM
           .

       7800-DELETE-RETRY.
      ******************************************************************EDEFAY
      *  DELETE under the deadlock/timeout retry policy, see
