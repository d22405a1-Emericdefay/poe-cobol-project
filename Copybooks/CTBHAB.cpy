      *  ZCMA copy for TBHAB, the operator entitlement table - one row
      *  per operator id and maintenance domain ('OPE' = TBOPE codes,
      *  'DEV' = FX rates and currency retirements, 'BLK' = bulk
      *  postings, 'CLI' = customer master, 'DEC' = deceased-customer
      *  register, 'FAC' = overdraft facilities, 'GRP' = connected-
      *  customer groups, 'BEN' = beneficial owners, 'PSW' = product
      *  switches, 'MSG' = statement messages, 'LIB' = treasury
      *  release of high-value debits, 'GAR' = loan collateral, 'POA'
      *  = powers of attorney, 'CAT' = spending categories) saying who
      *  may maintain what.
      *  Consulted by the maintenance batches both for the maker
      *  submitting a change and for the checker approving it.
      *  Recertified each quarter by the operators' managers through
      *  GKREC01 (TBRCE) - an entitlement not confirmed by the
      *  campaign deadline is deleted.
       01 ZAHAB-ZCMA.
           05 ZAHAB-FONCTION         PIC X(03).
           05 ZAHAB-DONNEES.
