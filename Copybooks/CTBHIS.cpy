               10 ZAHIS-CTPNOM       PIC X(20).
               10 ZAHIS-CTPCPT       PIC X(24).
               10 ZAHIS-CTPLIB       PIC X(24).
      *  Channel the posting arrived on - the flow file's F1-ORIGINE
      *  carried in ZF-ORIGINE, stamped by MFMAJCPT's MAJ-HISTORIQUE
      *  (a fee row takes the channel of the operation it charges).
      *  Blank for internal postings and rows posted before the
      *  column existed. GKECH01's audit sample stratifies on it.
               10 ZAHIS-ORIGINE      PIC X(03).
      *  Creditor id of a direct-debit collection (the flow file's
      *  F1-ID-CREANCIER, carried in ZF-CREANCIER), stamped by
      *  MFMAJCPT's MAJ-HISTORIQUE - blank for any other operation and
      *  rows posted before the column existed.
               10 ZAHIS-CREANCIER    PIC X(08).
      *  Spending category (a TBCAT catalogue code) set by the nightly
      *  GKCAT01 tagging - blank until the row has been tagged. CATMAN
      *  'Y' = set by hand through GKMCAT01 : GKCAT01 never re-tags
      *  such a row. The statement cycle summarizes on it.
               10 ZAHIS-CATEG        PIC X(03).
               10 ZAHIS-CATMAN       PIC X(01).
                   88 ZAHIS-CAT-MANUELLE VALUE "Y".
           05 ZAHIS-RETOUR.
               10 ZAHIS-CODRET       PIC X(02).
                   88 ZAHIS-CODRET-OK  VALUE "00".
