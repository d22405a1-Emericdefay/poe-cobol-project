      *  ZCMA copy for TBLET, the customer letter history - one row
      *  per notice GKNOT01 has issued, keyed by the notice type, the
      *  object it is about (account, deposit or arrears reference)
      *  and the date of the event it announces. GKNOT01 SELects the
      *  key before writing a letter and INSerts it once written, so
      *  the same notice never goes out twice ; a new event date
      *  (fresh activity pushing dormancy back, a rolled deposit's
      *  next maturity) is a new notice.
       01 ZALET-ZCMA.
           05 ZALET-FONCTION         PIC X(03).
           05 ZALET-DONNEES.
      *        DRM upcoming dormancy, DEP deposit maturing, RL1/RL2/
      *        RL3 arrears reminder levels, FAC facility expiring,
      *        ESC escheatment pre-notice
               10 ZALET-TYPLET       PIC X(03).
               10 ZALET-REFOBJ       PIC X(11).
               10 ZALET-DTEVT        PIC X(10).
               10 ZALET-COMPTE       PIC X(11).
               10 ZALET-CLIENT       PIC X(08).
      *        P print, E e-channel (e-statement subscribers)
               10 ZALET-CANAL        PIC X(01).
                   88 ZALET-CANAL-PAPIER VALUE "P".
                   88 ZALET-CANAL-ELEC   VALUE "E".
               10 ZALET-DTENVOI      PIC X(10).
           05 ZALET-RETOUR.
               10 ZALET-CODRET       PIC X(02).
                   88 ZALET-CODRET-OK  VALUE "00".
                   88 ZALET-CODRET-EOF VALUE "04".
               10 ZALET-SQLCODE      PIC S9(3).
               10 ZALET-LIBRET       PIC X(30).
