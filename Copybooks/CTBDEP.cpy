      *  GKMDEP01 ; matured daily by GKDEP01 in the GKEOD01 chain,
      *  which either posts principal plus interest back to the
      *  settlement account through MFMAJCPT or rolls the deposit one
      *  more term at the current TBTAUX rate. A customer's early
      *  break is recorded by GKMDEP01 ('RUP') in ZADEP-DTRUPT and
      *  carried out by GKDEP01 on that date : interest recomputed
      *  per the product's break rule, deposit closed ZADEP-ROMPU.
       01 ZADEP-ZCMA.
           05 ZADEP-FONCTION         PIC X(03).
           05 ZADEP-DONNEES.
               10 ZADEP-STATUT       PIC X(01).
                   88 ZADEP-ACTIF    VALUE "A".
                   88 ZADEP-ECHU     VALUE "E".
                   88 ZADEP-ROMPU    VALUE "R".
      *        Requested early-break date, spaces when none
               10 ZADEP-DTRUPT       PIC X(10).
           05 ZADEP-RETOUR.
               10 ZADEP-CODRET       PIC X(02).
                   88 ZADEP-CODRET-OK  VALUE "00".
