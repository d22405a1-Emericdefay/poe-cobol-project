      *  ZCMA copy for TBCAT, the spending-category table - keyed by
      *  rule type and value. Type 'K' rows are the catalogue itself
      *  (VALEUR = CATEG = the category code, LIBCAT its customer-
      *  facing label : housing, groceries, utilities, salary...) ;
      *  the other types map a history row to a catalogued category :
      *  'M' a creditor id (the collection's ZAHIS-CREANCIER, or the
      *  creditor of the account's TBMND mandate), 'N' a text found in
      *  the counterparty name (ZAHIS-CTPNOM), 'L' a text found in the
      *  remittance text (ZAHIS-CTPLIB), 'O' an operation code - tried
      *  in that order, lowest PRIORITE first within a type. Maintained
      *  through GKMCAT01 under maker/checker (the 'CAT' TBHAB domain),
      *  both identities kept on the row ; GKCAT01 tags TBHIS with it
      *  nightly and the statement cycle (GKSTMT02/GKSTMT03) prints
      *  the catalogue labels on its category summary.
       01 ZACAT-ZCMA.
           05 ZACAT-FONCTION         PIC X(03).
           05 ZACAT-DONNEES.
               10 ZACAT-TYPREGLE     PIC X(01).
                   88 ZACAT-CATALOGUE   VALUE "K".
                   88 ZACAT-CREANCIER   VALUE "M".
                   88 ZACAT-CTPNOM      VALUE "N".
                   88 ZACAT-CTPLIB      VALUE "L".
                   88 ZACAT-CODOPE      VALUE "O".
                   88 ZACAT-TYPREGLE-OK VALUE "K" "M" "N" "L" "O".
               10 ZACAT-VALEUR       PIC X(24).
               10 ZACAT-CATEG        PIC X(03).
               10 ZACAT-LIBCAT       PIC X(20).
               10 ZACAT-PRIORITE     PIC 9(03).
               10 ZACAT-MAKER        PIC X(08).
               10 ZACAT-APPROB       PIC X(08).
           05 ZACAT-RETOUR.
               10 ZACAT-CODRET       PIC X(02).
                   88 ZACAT-CODRET-OK  VALUE "00".
                   88 ZACAT-CODRET-EOF VALUE "04".
               10 ZACAT-SQLCODE      PIC S9(3).
               10 ZACAT-LIBRET       PIC X(30).
