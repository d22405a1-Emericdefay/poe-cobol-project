      *  ZCMA copy for TBCHQ, the cheque register - one row per
      *  cheque of an issued range (account + cheque number), created
      *  when GKMCHQ01 books the range or GKCHB02 reads the printer's
      *  dispatch confirmation of a GKCHB01 order, and carrying the
      *  cheque's lifecycle status : issued, stopped (stop-payment
      *  order) or paid. GKMAJ001 validates every presented 'CHQ'
      *  debit against the register - stopped, already-paid and
      *  out-of-range numbers are refused before MFMAJCPT sees them -
      *  and marks the cheque paid once the debit posts.
       01 ZACHQ-ZCMA.
           05 ZACHQ-FONCTION         PIC X(03).
           05 ZACHQ-DONNEES.
