      *  ZCMA copy for TBRCQ, the deposited-cheque register - one row
      *  per cheque drawn on ANOTHER bank that one of our customers
      *  paid in ('RCH' credit), keyed by the deposit's operation
      *  reference. GKMAJ001 inserts the row once the credit posts
      *  (value-date hold from the CODOPE's JRVAL) ; GKPRES01 presents
      *  it to the clearing house, then settles it from the clearing
      *  house's paid/returned notices - a returned cheque has its
      *  credit reversed. A presented row still open past the
      *  clearing cycle is an outstanding item.
       01 ZARCQ-ZCMA.
           05 ZARCQ-FONCTION         PIC X(03).
           05 ZARCQ-DONNEES.
               10 ZARCQ-REFOPE       PIC X(10).
               10 ZARCQ-COMPTE       PIC X(11).
      *        The deposited cheque's own number and the drawer's
      *        account/IBAN (type-15 enrichment) - what the clearing
      *        house routes the presentment on
               10 ZARCQ-NUMCHQ       PIC X(07).
               10 ZARCQ-TIRCPT       PIC X(24).
               10 ZARCQ-TIRNOM       PIC X(20).
               10 ZARCQ-CODDEV       PIC X(03).
               10 ZARCQ-MNTCHQ       PIC S9(11)V9(2) USAGE COMP-3.
               10 ZARCQ-DTREM        PIC X(10).
               10 ZARCQ-DTPRES       PIC X(10).
      *        Date the clearing house paid or returned the cheque,
      *        and its return reason code
               10 ZARCQ-DTREG        PIC X(10).
               10 ZARCQ-MOTRET       PIC X(02).
      *        D deposited, P presented, E paid (encaisse),
      *        I returned unpaid (impaye, credit reversed)
               10 ZARCQ-STATUT       PIC X(01).
                   88 ZARCQ-DEPOSE   VALUE "D".
                   88 ZARCQ-PRESENTE VALUE "P".
                   88 ZARCQ-PAYE     VALUE "E".
                   88 ZARCQ-IMPAYE   VALUE "I".
           05 ZARCQ-RETOUR.
               10 ZARCQ-CODRET       PIC X(02).
                   88 ZARCQ-CODRET-OK  VALUE "00".
                   88 ZARCQ-CODRET-EOF VALUE "04".
               10 ZARCQ-SQLCODE      PIC S9(3).
               10 ZARCQ-LIBRET       PIC X(30).
