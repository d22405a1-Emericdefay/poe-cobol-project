      *  deadline. SEL is by case reference ; SE2 finds the OPEN case
      *  for an account/reason pair (the suppression probe) ; the
      *  CAMC cursor walks the open and escalated cases in opening-
      *  date order. A case reported ('D') then goes to the financial
      *  intelligence unit in GKSTR01's filing extract (DTEXTRAIT) ;
      *  GKSTR02 stores the unit's acknowledgment (REFDECL, DTACCUSE)
      *  - the CAMD cursor (OP2/FE2/CL2) walks the reported cases
      *  still waiting for it, in declaration-date order.
       01 ZAAMC-ZCMA.
           05 ZAAMC-FONCTION         PIC X(03).
           05 ZAAMC-DONNEES.
               10 ZAAMC-NARRATIF     PIC X(40).
               10 ZAAMC-OPERATEUR    PIC X(08).
               10 ZAAMC-DTCLOTURE    PIC X(10).
      *        Date the case went out in the filing extract - blank
      *        while it is still to be filed
               10 ZAAMC-DTEXTRAIT    PIC X(10).
      *        The unit's filing reference and acknowledgment date -
      *        blank until the acknowledgment comes back
               10 ZAAMC-REFDECL      PIC X(20).
               10 ZAAMC-DTACCUSE     PIC X(10).
           05 ZAAMC-RETOUR.
               10 ZAAMC-CODRET       PIC X(02).
                   88 ZAAMC-CODRET-OK  VALUE "00".
