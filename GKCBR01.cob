      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        Internal accounts (ZACPT-INTERNE, new
      *                         ZACPT-CLASSE) match TBCBM on the
      *                         reserved product key '#IN' + class.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-LIGNE-CHOISIE PIC X(06).
       01  WS-SCORE-CHOISI  PIC S9(01).
       01  WS-SCORE         PIC 9(01).
      *  Product key the account is matched on - its own product, or
      *  for an internal account '#IN' + its class (see 1400)
       01  WS-CLE-PRODUIT   PIC X(04).
      *  Per-line-code totals
       01  WS-LIG-NB       PIC 9(03) VALUE 0.
       01  WS-LIG-TABLE.
       1400-CLASSER-UN-COMPTE.
      ******************************************************************EDEFAY
      *  Pick the most specific mapping row matching this account
      *  and fold the balance into its line code's totals. An
      *  internal account matches on the reserved product key '#IN'
      *  + its ZACPT-CLASSE (e.g. '#INS' for suspense), so the
      *  bank's own balances map onto their own lines and never
      *  onto a customer product's.
           MOVE ZACPT-PRODUIT TO WS-CLE-PRODUIT
           IF ZACPT-INTERNE THEN
               STRING '#IN' ZACPT-CLASSE DELIMITED BY SIZE
                      INTO WS-CLE-PRODUIT
           END-IF
           MOVE SPACES TO WS-LIGNE-CHOISIE
           MOVE -1 TO WS-SCORE-CHOISI
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                   UNTIL WS-MAP-IX > WS-MAP-NB
               IF ( WS-MAP-PRODUIT (WS-MAP-IX) = '*   '
                    OR WS-MAP-PRODUIT (WS-MAP-IX) = WS-CLE-PRODUIT )
                  AND ( WS-MAP-TIER (WS-MAP-IX) = '*'
                    OR WS-MAP-TIER (WS-MAP-IX) = ZACPT-TIER )
                  AND ( WS-MAP-DEVISE (WS-MAP-IX) = '*  '
           IF WS-LIGNE-CHOISIE = SPACES THEN
               ADD 1 TO WS-NB-SANS-MAP
               DISPLAY "GKCBR01 : " ZACPT-COMPTE " (PRODUIT "
                       WS-CLE-PRODUIT " TIER " ZACPT-TIER " DEV "
                       ZACPT-DEVISE ") SANS MAPPING"
               EXIT PARAGRAPH
           END-IF
