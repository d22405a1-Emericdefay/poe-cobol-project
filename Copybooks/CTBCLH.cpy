      *  ZCMA copy for TBCLH, the customer-master change history -
      *  one row per applied TBCLI name/address or tax-residence
      *  change, keeping the values BEFORE and after with the maker
      *  and checker who put the change through GKMCLI01. The answer
      *  to "what address did we hold when that statement went out",
      *  and the trail an address-change fraud investigation starts
      *  from.
       01 ZACLH-ZCMA.
           05 ZACLH-FONCTION         PIC X(03).
           05 ZACLH-DONNEES.
               10 ZACLH-ADRAV        PIC X(30).
               10 ZACLH-NOMAP        PIC X(20).
               10 ZACLH-ADRAP        PIC X(30).
      *        Tax residence block before/after, same layout as
      *        ZACLI-FISCALITE - unchanged on a name/address change,
      *        the point of the row on a GKMCLI01 'FIS' change
               10 ZACLH-FISCAV       PIC X(45).
               10 ZACLH-FISCAP       PIC X(45).
               10 ZACLH-MAKER        PIC X(08).
               10 ZACLH-CHECKER      PIC X(08).
           05 ZACLH-RETOUR.
