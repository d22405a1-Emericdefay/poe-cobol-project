      *  Print-vendor manifest line - one per document GKSTMT05 sent
      *  to the vendor in the statement stream, in document-number
      *  order ; GKSTMT06 reconciles the vendor's production
      *  confirmation against it. The document id is the statement
      *  period (YYYYMM) followed by the document's number in the
      *  sorted stream.
       01  IMPMAN-LIGNE.
           05  IM-DOCID.
               10  IM-LOT      PIC X(06).
               10  IM-NUMDOC   PIC 9(07).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  IM-CLIENT       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  IM-COMPTE       PIC X(11).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  IM-CP           PIC X(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  IM-NBPAG        PIC 9(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  IM-NBFEU        PIC 9(04).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  IM-ENCARTS      PIC X(09).
           05  FILLER          PIC X(20) VALUE SPACES.
