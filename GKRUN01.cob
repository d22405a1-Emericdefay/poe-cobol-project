      *                         known until FILELIST is read, so no JCL
      *                         step can do this the way STEP020 does
      *                         for plain FILEIN).
      * 15/10/26  EDEFAY        Stream split routes a type-60 currency
      *                         conversion with its debit account, the
      *                         same way a type-30 transfer goes.
      * 15/10/26  EDEFAY        Consolidated report now also carries
      *                         the type-60 currency-exchange count
      *                         (new ZS-LUS-60 in ZTCTRLSTATS.cpy) -
      *                         exchanges were dropped from it.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-CUM-LUS-10      PIC 9(06) VALUE 0.
           05  WS-CUM-LUS-20      PIC 9(06) VALUE 0.
           05  WS-CUM-LUS-30      PIC 9(06) VALUE 0.
           05  WS-CUM-LUS-60      PIC 9(06) VALUE 0.
           05  WS-CUM-LUS-99      PIC 9(06) VALUE 0.
           05  WS-CUM-LUS-REJETS  PIC 9(06) VALUE 0.
           05  WS-CUM-MT-GLOBAL   PIC 9(11)V99 VALUE 0.
                           WRITE STREAMOUT-RECORD
                               FROM SPLITIN-RECORD
                       END-IF
                   WHEN '60'
      *                A currency conversion routes with its debit
      *                leg too, same reasoning as the type-30 pair
                       MOVE F1-COMPTE-DEB-60 TO WS-CPT-NUM (1:11)
                       PERFORM 1720-CHOISIR-STREAM
                       IF WS-STREAM-CIBLE = WS-STREAM-IX THEN
                           WRITE STREAMOUT-RECORD
                               FROM SPLITIN-RECORD
                       END-IF
                   WHEN '99'
                       CONTINUE
                   WHEN OTHER
           ADD ZS-LUS-10     TO WS-CUM-LUS-10
           ADD ZS-LUS-20     TO WS-CUM-LUS-20
           ADD ZS-LUS-30     TO WS-CUM-LUS-30
           ADD ZS-LUS-60     TO WS-CUM-LUS-60
           ADD ZS-LUS-99     TO WS-CUM-LUS-99
           ADD ZS-LUS-REJETS TO WS-CUM-LUS-REJETS
           ADD ZS-MT-GLOBAL  TO WS-CUM-MT-GLOBAL
           DISPLAY "LUS 10 (DETAILS)   : " WS-CUM-LUS-10
           DISPLAY "LUS 20 (REVERSALS) : " WS-CUM-LUS-20
           DISPLAY "LUS 30 (TRANSFERS) : " WS-CUM-LUS-30
           DISPLAY "LUS 60 (CHANGES)   : " WS-CUM-LUS-60
           DISPLAY "LUS 99 (FOOTERS)   : " WS-CUM-LUS-99
           DISPLAY "REJETS             : " WS-CUM-LUS-REJETS
           DISPLAY "MONTANT GLOBAL     : " WS-CUM-MT-GLOBAL
