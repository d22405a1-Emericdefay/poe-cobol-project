               10 ZI-H-CODOPE    PIC X(03).
               10 ZI-H-DTOPER    PIC X(10).
               10 ZI-H-MNTOPE    PIC S9(13)V9(2) COMP-3.
      *    Attorneys empowered on the account and not yet expired
      *    (TBPOA), with the scope and ceiling granted and the expiry
      *    date (spaces = until revoked)
           05 ZI-NB-MAN      PIC 9(02).
           05 ZI-MANDATAIRES OCCURS 3 TIMES.
               10 ZI-M-ID        PIC X(08).
               10 ZI-M-NOM       PIC X(30).
               10 ZI-M-PORTEE    PIC X(01).
               10 ZI-M-PLAFOND   PIC S9(13)V9(2) COMP-3.
               10 ZI-M-DTFIN     PIC X(10).
