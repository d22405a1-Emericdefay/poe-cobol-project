      *                         spool ages off in days, the journal
      *                         answers who/what/when forever
      *                         (GKCHJ01 is the inquiry).
      * 15/10/26  EDEFAY        PARAMSTO carries the beneficiary's
      *                         name (cols 58-77, new TBSTO NOMBEN)
      *                         so GKWRS01 can screen it when the
      *                         watchlist changes.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  PS-FREQ         PIC X(01).
           05  PS-DATPROCH     PIC X(10).
           05  PS-STATUT       PIC X(01).
           05  PS-NOMBEN       PIC X(20).
           05  FILLER          PIC X(03).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
           MOVE PS-FREQ     TO ZASTO-FREQ
           MOVE PS-DATPROCH TO ZASTO-DATPROCH
           MOVE PS-STATUT   TO ZASTO-STATUT
           MOVE PS-NOMBEN   TO ZASTO-NOMBEN
           COMPUTE ZASTO-MNTOPE = FUNCTION NUMVAL(PS-MNTOPE)
           CALL "MASTO" USING ZASTO-ZCMA, AUTH-QUERY
           IF ZASTO-CODRET-OK THEN
