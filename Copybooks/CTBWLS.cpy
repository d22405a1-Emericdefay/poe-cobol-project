      *  captured, counterparty) name of every detail record against
      *  the active rows before MFMAJCPT is allowed to post it ; a
      *  match parks the record in the TBHIT queue for a compliance
      *  decision. Each entry also carries the number of the
      *  GKMWLS01 load that last listed (or re-activated) it, so
      *  GKWRS01 re-screens the customer base against just what
      *  changed since its previous run.
       01 ZAWLS-ZCMA.
           05 ZAWLS-FONCTION         PIC X(03).
           05 ZAWLS-DONNEES.
               10 ZAWLS-STATUT       PIC X(01).
                   88 ZAWLS-ACTIF    VALUE "A".
                   88 ZAWLS-RETIRE   VALUE "R".
               10 ZAWLS-LOTCHG       PIC 9(06).
           05 ZAWLS-RETOUR.
               10 ZAWLS-CODRET       PIC X(02).
                   88 ZAWLS-CODRET-OK  VALUE "00".
