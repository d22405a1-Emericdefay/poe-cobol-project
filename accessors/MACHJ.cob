      *                  date for retention only. The CCHJ cursor
      *                  walks a DATDEB/DATFIN range in domain/
      *                  timestamp order for GKCHJ01's inquiry.
      *                  SEL takes no key : it returns the journal's
      *                  most recent row, the change stamp MFMAJCPT
      *                  watches to know its reference-data cache has
      *                  gone stale.
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/26  EDEFAY        Created from MAXXX, for the change
      *                         journal.
      * 15/10/26  EDEFAY        New SEL : the most recent TBCHJ row
      *                         (latest DTCHJ/HRCHJ), for MFMAJCPT's
      *                         reference-data cache freshness check.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************EDEFAY
      * Perform the different operations based on the value of FONCTION
           EVALUATE TRUE
               WHEN ZACHJ-FONCTION = 'SEL'
                   IF SELECT-CHJ = SELECT-AUTH THEN
                       PERFORM 8100-SELECT
                       PERFORM 2501-CHECK-SQLCODE
                   ELSE
                       PERFORM 7777-UNAUTHORIZED-QUERY-TYPE
                   END-IF
               WHEN ZACHJ-FONCTION = 'INS'
                   IF INSERT-CHJ = INSERT-AUTH THEN
                       PERFORM 8400-INSERT
           ADD 1 TO AUTH-QUERY
           .

       8100-SELECT.
      ******************************************************************EDEFAY
      *Code for SELECT operation - no key, the latest journal row.
      *An empty journal comes back as SQLCODE +100 (CODRET '04').
           EXEC SQL
             SELECT
                 DOMAINE ,
                 CLE ,
                 ANCVAL ,
                 NOUVAL ,
                 MAKER ,
                 CHECKER ,
                 DTCHJ ,
                 HRCHJ
             INTO
                :ZACHJ-DOMAINE ,
                :ZACHJ-CLE ,
                :ZACHJ-ANCVAL ,
                :ZACHJ-NOUVAL ,
                :ZACHJ-MAKER ,
                :ZACHJ-CHECKER ,
                :ZACHJ-DTCHJ ,
                :ZACHJ-HRCHJ
             FROM TBCHJ
             ORDER BY DTCHJ DESC, HRCHJ DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC
           .

       8200-OPEN-CURSOR.
      ******************************************************************EDEFAY
      *Code for OPEN of the CCHJ date-range cursor
