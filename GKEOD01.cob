      *                         GKDIG01, which stays last. Without
      *                         this TBVTR never accrued and the
      *                         rollup trend report stayed empty.
      * 15/10/26  EDEFAY        GKPRF01 (end-of-day pre-flight) added
      *                         as the FIRST chain step : processing
      *                         date, stale en-cours steps, calendar
      *                         horizon, today's rates, chain
      *                         parameters and expected files are
      *                         checked before anything posts, and a
      *                         failure (RC 08, FILEOUT-PREFLT
      *                         readiness report) stops the chain
      *                         there instead of hours into the night.
      * 15/10/26  EDEFAY        GKCAT01 (spending categorisation of
      *                         the day's TBHIS rows) added after
      *                         GKVTRU01, before GKDIG01 - the
      *                         statement cycle's category summary
      *                         reads the tags it stamps. It always
      *                         ends RC 00 : an untagged row is
      *                         retried the next night, never a
      *                         reason to stop the chain.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  The day-close chain, in run order
       01  WS-CHAINE.
           05  FILLER          PIC X(08) VALUE 'GKPRF01 '.
           05  FILLER          PIC X(08) VALUE 'GKFAC01 '.
           05  FILLER          PIC X(08) VALUE 'GKRUN01 '.
           05  FILLER          PIC X(08) VALUE 'GKRTY01 '.
           05  FILLER          PIC X(08) VALUE 'GKSUS01 '.
           05  FILLER          PIC X(08) VALUE 'GKVEL01 '.
           05  FILLER          PIC X(08) VALUE 'GKVTRU01'.
           05  FILLER          PIC X(08) VALUE 'GKCAT01 '.
           05  FILLER          PIC X(08) VALUE 'GKDIG01 '.
       01  WS-CHAINE-R REDEFINES WS-CHAINE.
           05  WS-ETAPE        PIC X(08) OCCURS 16 TIMES
                               INDEXED BY WS-ETAPE-IX.
       01  WS-NB-ETAPES        PIC 9(02) VALUE 16.
       01  WS-ETAPE-PGM        PIC X(08).
      *  Chain state
       01  WS-ARRET            PIC X(01) VALUE 'N'.
