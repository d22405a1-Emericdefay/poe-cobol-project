      *  Spending-category summary of a statement - the TBCAT
      *  catalogue (code and customer-facing label) loaded once from
      *  MACAT's CCAT cursor by GKSTMT02 and GKSTMT03, and per account
      *  the period's movements totalled by ZAHIS-CATEG : count,
      *  credits and debits (both positive), a blank category kept
      *  as its own 'not categorised' line. A category past ZCSO-MAX
      *  is not summarized - ZCSO-DEBORD says how many times.
       01  ZCSO-CAT-NB         PIC 9(03) VALUE 0.
       01  ZCSO-CAT-MAX        PIC 9(03) VALUE 100.
       01  ZCSO-CATALOGUE.
           05  ZCSO-CAT-ENTRY OCCURS 100 TIMES
               INDEXED BY ZCSO-CX.
               10  ZCSO-CAT-CODE   PIC X(03).
               10  ZCSO-CAT-LIBCAT PIC X(20).
       01  ZCSO-NB             PIC 9(03) VALUE 0.
       01  ZCSO-MAX            PIC 9(03) VALUE 100.
       01  ZCSO-DEBORD         PIC 9(06) VALUE 0.
       01  ZCSO-RESUME.
           05  ZCSO-ENTRY OCCURS 100 TIMES
               INDEXED BY ZCSO-IX.
               10  ZCSO-CATEG      PIC X(03).
               10  ZCSO-NBMVT      PIC 9(05).
               10  ZCSO-CREDITS    PIC S9(13)V9(2) COMP-3.
               10  ZCSO-DEBITS     PIC S9(13)V9(2) COMP-3.
      *  Working fields of the accumulation and the label lookup
       01  ZCSO-TROUVE         PIC X(01).
           88 ZCSO-TROUVE-OUI  VALUE 'Y'.
       01  ZCSO-LIBELLE        PIC X(20).
