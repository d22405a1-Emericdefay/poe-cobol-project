      *  ZCMA copy for TBPSD, the pseudonymisation register - one row
      *  per former customer GKPSD01 pseudonymised once the retention
      *  period after their last account closure ran out : the
      *  pseudonym now standing for them, when it was done, the
      *  closure date it ran from and how many rows were rewritten
      *  in each table. A customer on the register is never
      *  processed again.
       01 ZAPSD-ZCMA.
           05 ZAPSD-FONCTION         PIC X(03).
           05 ZAPSD-DONNEES.
               10 ZAPSD-CLIENT       PIC X(08).
               10 ZAPSD-PSEUDO       PIC X(20).
               10 ZAPSD-DTPSD        PIC X(10).
               10 ZAPSD-DTDERCLO     PIC X(10).
               10 ZAPSD-NBCPT        PIC 9(03).
               10 ZAPSD-NBCLH        PIC 9(05).
               10 ZAPSD-NBTIT        PIC 9(05).
               10 ZAPSD-NBHIS        PIC 9(07).
               10 ZAPSD-NBBEN        PIC 9(03).
           05 ZAPSD-RETOUR.
               10 ZAPSD-CODRET       PIC X(02).
                   88 ZAPSD-CODRET-OK  VALUE "00".
                   88 ZAPSD-CODRET-EOF VALUE "04".
               10 ZAPSD-SQLCODE      PIC S9(3).
               10 ZAPSD-LIBRET       PIC X(30).
