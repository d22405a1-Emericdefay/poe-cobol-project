      *  bought, DEVVEN/MNTVEN the side it sold, keyed by the
      *  operation's reference. GKPOS01 nets the rows per currency for
      *  the daily treasury report.
      *  Each row also carries the conversion's pricing : the rate
      *  actually applied (ZADEV-ACHAT when the bank bought the
      *  operation currency, ZADEV-VENTE when it sold it), the mid
      *  rate between the two, and the spread margin the difference
      *  earned, in the account's currency - GKGL001 journals it as
      *  FX income, GKPOS01 totals it per currency and month.
       01 ZAPOS-ZCMA.
           05 ZAPOS-FONCTION         PIC X(03).
           05 ZAPOS-DONNEES.
               10 ZAPOS-MNTACH       PIC S9(13)V9(2) USAGE COMP-3.
               10 ZAPOS-DEVVEN       PIC X(03).
               10 ZAPOS-MNTVEN       PIC S9(13)V9(2) USAGE COMP-3.
      *        Account converted, and the operation currency it was
      *        converted from/into (a transfer's two legs share one
      *        REFOPE, the account tells them apart)
               10 ZAPOS-COMPTE       PIC X(11).
               10 ZAPOS-DEVOPE       PIC X(03).
               10 ZAPOS-TAUXAPP      PIC S9(6)V9(4) USAGE COMP-3.
               10 ZAPOS-TAUXMID      PIC S9(6)V9(4) USAGE COMP-3.
      *        Spread margin earned, in ZAPOS-DEVMRG (the account's
      *        currency ; a type-60 deal's credit currency)
               10 ZAPOS-DEVMRG       PIC X(03).
               10 ZAPOS-MNTMRG       PIC S9(13)V9(2) USAGE COMP-3.
           05 ZAPOS-RETOUR.
               10 ZAPOS-CODRET       PIC X(02).
                   88 ZAPOS-CODRET-OK  VALUE "00".
