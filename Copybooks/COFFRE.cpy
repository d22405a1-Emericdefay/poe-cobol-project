      *  Pre-approved overdraft offer - one line per eligible account
      *  GKOFR01 scored, in branch then account order ; GKOFR02 reads
      *  it back to turn the offers the customers accepted into
      *  GKMFAC01 facility requests. The figures are the scoring
      *  window's : average daily closing balance (TBSNP) and average
      *  monthly credit turnover (TBHIS), and the limit proposed.
       01  OFFRE-LIGNE.
           05  OF-AGENCE       PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OF-COMPTE       PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OF-CLIENT       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OF-DTOFFRE      PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OF-MOYSOLDE     PIC -(9)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OF-MOYCRED      PIC Z(8)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
      *    Read back with NUMVAL, the way GKMFAC01 reads PF-MONTANT
           05  OF-LIMITE       PIC Z(8)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  OF-DEVISE       PIC X(03).
