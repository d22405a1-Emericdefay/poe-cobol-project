      *  ZCMA copy for TBLIB, the treasury release queue - one row
      *  per outgoing debit MFMAJCPT's VERIF-LIBERATION refused to
      *  post because it passes the release threshold of its CODOPE
      *  and channel (TBPRM 'MFMAJCPT'/'RL'+CODOPE+ORIGINE). The
      *  parked record keeps what a repost needs - correlation id,
      *  channel, type-15 counterparty - and GKLIB01 reposts it once
      *  two different entitled operators (TBHAB 'LIB') have both
      *  released it, or closes it refused once two have refused.
       01 ZALIB-ZCMA.
           05 ZALIB-FONCTION         PIC X(03).
           05 ZALIB-DONNEES.
               10 ZALIB-REFOPE       PIC X(10).
               10 ZALIB-COMPTE       PIC X(11).
               10 ZALIB-CODOPE       PIC X(03).
               10 ZALIB-CODDEV       PIC X(03).
               10 ZALIB-DATOPE       PIC X(10).
               10 ZALIB-MNTOPE       PIC S9(11)V9(2) USAGE COMP-3.
               10 ZALIB-ORIGINE      PIC X(03).
               10 ZALIB-OPERATEUR    PIC X(08).
               10 ZALIB-CORRELID     PIC X(40).
               10 ZALIB-CTPNOM       PIC X(20).
               10 ZALIB-CTPCPT       PIC X(24).
               10 ZALIB-CTPLIB       PIC X(24).
      *        Threshold in force when the debit parked
               10 ZALIB-SEUIL        PIC S9(13)V9(2) USAGE COMP-3.
      *        First decision on record ('L' release / 'R' refuse),
      *        waiting for a second, different operator to confirm
               10 ZALIB-DECIDEUR1    PIC X(08).
               10 ZALIB-DECISION1    PIC X(01).
               10 ZALIB-DECIDEUR2    PIC X(08).
      *        'P' pending, 'L' released (reposted), 'R' refused
               10 ZALIB-STATUT       PIC X(01).
                   88 ZALIB-EN-ATTENTE VALUE "P".
                   88 ZALIB-LIBERE     VALUE "L".
                   88 ZALIB-REFUSE     VALUE "R".
               10 ZALIB-DTDEC        PIC X(10).
           05 ZALIB-RETOUR.
               10 ZALIB-CODRET       PIC X(02).
                   88 ZALIB-CODRET-OK  VALUE "00".
                   88 ZALIB-CODRET-EOF VALUE "04".
               10 ZALIB-SQLCODE      PIC S9(3).
               10 ZALIB-LIBRET       PIC X(30).
