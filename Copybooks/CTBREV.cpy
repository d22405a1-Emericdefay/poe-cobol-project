      *  ZCMA copy for TBREV, the customer-level watchlist review
      *  queue - one row per name GKWRS01 matched against newly
      *  listed TBWLS entries when re-screening the customer base :
      *  the customer's own name, a joint holder of one of their
      *  accounts (TBTIT) or the beneficiary of one of their active
      *  standing orders (TBSTO). An analyst decides each row through
      *  GKWRS01's PARAMWRS lines - dismissed as a false positive or
      *  confirmed, optionally with a legal block (TBBLK) on the
      *  accounts concerned. The decider's id and date stay on the
      *  row.
       01 ZAREV-ZCMA.
           05 ZAREV-FONCTION         PIC X(03).
           05 ZAREV-DONNEES.
               10 ZAREV-REFREV       PIC X(10).
               10 ZAREV-CLIENT       PIC X(08).
      *        The account concerned - blank for a customer-name hit
               10 ZAREV-COMPTE       PIC X(11).
               10 ZAREV-SOURCE       PIC X(03).
                   88 ZAREV-SRC-CLIENT    VALUE "CLI".
                   88 ZAREV-SRC-TITULAIRE VALUE "TIT".
                   88 ZAREV-SRC-ORDRE     VALUE "STO".
      *        The standing order, for a beneficiary hit
               10 ZAREV-REFSTO       PIC X(10).
      *        The name screened, and the TBWLS entry it matched
               10 ZAREV-NOMEXAM      PIC X(20).
               10 ZAREV-REFWLS       PIC X(10).
               10 ZAREV-LOTCHG       PIC 9(06).
               10 ZAREV-DTDETECT     PIC X(10).
               10 ZAREV-STATUT       PIC X(01).
                   88 ZAREV-EN-ATTENTE VALUE "P".
                   88 ZAREV-ECARTE     VALUE "E".
                   88 ZAREV-CONFIRME   VALUE "C".
               10 ZAREV-DECIDEUR     PIC X(08).
               10 ZAREV-DTDECIS      PIC X(10).
      *        Legal reference of the block placed on confirmation
               10 ZAREV-REFLEG       PIC X(15).
           05 ZAREV-RETOUR.
               10 ZAREV-CODRET       PIC X(02).
                   88 ZAREV-CODRET-OK  VALUE "00".
                   88 ZAREV-CODRET-EOF VALUE "04".
               10 ZAREV-SQLCODE      PIC S9(3).
               10 ZAREV-LIBRET       PIC X(30).
