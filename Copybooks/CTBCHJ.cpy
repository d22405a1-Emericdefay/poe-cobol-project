      *  reference data, because a wrong rate moves more money than
      *  any single posting. Append-only (DEL is the retention purge
      *  by date). GKCHJ01 is the inquiry/report ; the CCHJ cursor
      *  walks a date range in domain/timestamp order ; SEL (no key)
      *  returns the most recent row - MFMAJCPT's reference-data
      *  cache watches it to know when a maintenance batch changed
      *  something under it.
       01 ZACHJ-ZCMA.
           05 ZACHJ-FONCTION         PIC X(03).
           05 ZACHJ-DONNEES.
