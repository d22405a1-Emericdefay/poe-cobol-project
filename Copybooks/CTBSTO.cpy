      *  the reason here, and the customer/branch is notified.
               10 ZASTO-NBECHECS     PIC 9(02).
               10 ZASTO-MOTIF        PIC X(20).
      *  Who the money goes to - screened by GKWRS01 against new
      *  watchlist entries
               10 ZASTO-NOMBEN       PIC X(20).
           05 ZASTO-RETOUR.
               10 ZASTO-CODRET       PIC X(02).
                   88 ZASTO-CODRET-OK  VALUE "00".
