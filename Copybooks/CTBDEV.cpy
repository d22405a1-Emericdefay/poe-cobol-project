               10 ZADEV-ACHAT        PIC S9(6)V9(3) USAGE COMP-3.
               10 ZADEV-VENTE        PIC S9(6)V9(3) USAGE COMP-3.
               10 ZADEV-NBDEC        PIC 9(01) VALUE 2.
      *  Retirement of the currency, stamped by GKMRDV01 on the row it
      *  writes at the retirement date (later rate rows carry it on) :
      *  the retirement date, the replacement currency and the first
      *  flow-file date GKCTRL01 refuses the currency from, once the
      *  grace period is over. SPACES = currency in circulation.
               10 ZADEV-DTRETRAIT    PIC X(10).
               10 ZADEV-DEVREMPL     PIC X(03).
               10 ZADEV-DTREFUS      PIC X(10).
           05 ZADEV-RETOUR.
               10 ZADEV-CODRET       PIC X(02).
                   88 ZADEV-CODRET-OK VALUE "00".
