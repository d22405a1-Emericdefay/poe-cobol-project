      *  ZCMA copy for TBCBO, the cheque-book order book - one row
      *  per book ordered from the cheque printer (account + first
      *  number), carrying the range GKCHB01 allocated, the leaves,
      *  the ordering channel and the delivery branch. A row stays
      *  ordered until the printer's dispatch confirmation is read
      *  by GKCHB02, which registers the range in TBCHQ and marks
      *  the order dispatched - or cancelled when the printer
      *  rejects it ; a cancelled range is never re-allocated. The
      *  CCBO cursor walks one account's orders (ZACBO-COMPTE),
      *  highest range first.
       01 ZACBO-ZCMA.
           05 ZACBO-FONCTION         PIC X(03).
           05 ZACBO-DONNEES.
               10 ZACBO-COMPTE       PIC X(11).
               10 ZACBO-NUMDEB       PIC 9(07).
               10 ZACBO-NUMFIN       PIC 9(07).
               10 ZACBO-NBFEUIL      PIC 9(04).
               10 ZACBO-CANAL        PIC X(03).
               10 ZACBO-AGENCE       PIC X(03).
               10 ZACBO-OPERATEUR    PIC X(08).
               10 ZACBO-DTCDE        PIC X(10).
               10 ZACBO-DTEXP        PIC X(10).
               10 ZACBO-STATUT       PIC X(01).
                   88 ZACBO-COMMANDE VALUE "C".
                   88 ZACBO-EXPEDIE  VALUE "E".
                   88 ZACBO-ANNULE   VALUE "A".
           05 ZACBO-RETOUR.
               10 ZACBO-CODRET       PIC X(02).
                   88 ZACBO-CODRET-OK  VALUE "00".
                   88 ZACBO-CODRET-EOF VALUE "04".
               10 ZACBO-SQLCODE      PIC S9(3).
               10 ZACBO-LIBRET       PIC X(30).
