      *  variance amount, the as-of context it was computed from),
      *  kept until someone resolves it with a reason through GKBRK01
      *  instead of evaporating into the next morning's SYSOUT.
      *  GKGLR01 raises its general-ledger feedback breaks here too
      *  (sides GLRF not booked, GLEC amount differs, GLAB never
      *  returned, GLIN returned but never sent).
       01 ZABRK-ZCMA.
           05 ZABRK-FONCTION         PIC X(03).
           05 ZABRK-DONNEES.
