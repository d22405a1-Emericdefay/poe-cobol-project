      *                         one is configured (new 2100-SEUIL-
      *                         PRODUIT), the PARAMDORM default
      *                         otherwise.
      * 15/10/26  EDEFAY        Written-off accounts (ZACPT-STATUT
      *                         'W', GKCHO01) are left out : they see
      *                         no movement by design, and flagging
      *                         them dormant would overwrite the
      *                         status that keeps their debits
      *                         refused and their recoveries swept.
      * 15/10/26  EDEFAY        Internal accounts (ZACPT-INTERNE, new
      *                         ZACPT-CLASSE) are never dormancy
      *                         candidates.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GKDORM01.
      *  Report - and, if not already flagged, mark dormant - any
      *  account whose ZACPT-DDMVT is more than WS-SEUIL-JOURS days
      *  before the as-of date. A PARAMAGEN branch filter, when set,
      *  limits the sweep to that branch's accounts ; written-off
      *  and internal accounts are never dormancy candidates.
           IF ZACPT-PASSE-PERTE
              OR ZACPT-INTERNE THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-AGENCE-FILTRE NOT = SPACES
              AND ZACPT-AGENCE NOT = WS-AGENCE-FILTRE THEN
               EXIT PARAGRAPH
