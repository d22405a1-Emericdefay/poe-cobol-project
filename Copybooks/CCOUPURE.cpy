      *  Banknote denominations counted on the till and vault
      *  declarations (TILLDECL, VAULTDECL) - largest first, in units
      *  of the account's currency. A declaration carries one note
      *  count per denomination in this order, then the coins as a
      *  single amount. GKTIL01, GKCOF02 and the cash-in-transit
      *  order file all index their counts on CP-VALEUR.
       01  CP-VALEURS-INIT.
           05  FILLER          PIC 9(03) VALUE 500.
           05  FILLER          PIC 9(03) VALUE 200.
           05  FILLER          PIC 9(03) VALUE 100.
           05  FILLER          PIC 9(03) VALUE 050.
           05  FILLER          PIC 9(03) VALUE 020.
           05  FILLER          PIC 9(03) VALUE 010.
           05  FILLER          PIC 9(03) VALUE 005.
       01  CP-VALEURS REDEFINES CP-VALEURS-INIT.
           05  CP-VALEUR       PIC 9(03) OCCURS 7 TIMES.
       01  CP-NB-COUPURES      PIC 9(02) VALUE 7.
       01  CP-IX               PIC 9(02).
