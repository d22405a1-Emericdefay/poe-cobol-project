      *  ZCMA copy for TBCOL, the direct-debit collections our TBCRE
      *  creditors instruct - one row per collection, keyed by our
      *  own reference (allocated by GKCOL01 at intake). Lifecycle :
      *  R received and validated (GKCOL01), E sent to the clearing
      *  in the outbound collection file (GKCOL01), C settled and
      *  credited to the creditor's account (GKCOL02, on the due
      *  date), T came back as an R-transaction - return, refund -
      *  (GKCOL02, debited back from the creditor when it had been
      *  credited). CCOL walks one status in due-date order, CCO2
      *  one creditor's collections for the return-rate report.
       01 ZACOL-ZCMA.
           05 ZACOL-FONCTION         PIC X(03).
           05 ZACOL-DONNEES.
               10 ZACOL-REFCOL       PIC X(10).
               10 ZACOL-CREANCIER    PIC X(08).
               10 ZACOL-REFMND       PIC X(15).
      *        The creditor's own reference for the instruction
               10 ZACOL-REFCLI       PIC X(10).
               10 ZACOL-MNTCOL       PIC S9(11)V9(2) USAGE COMP-3.
               10 ZACOL-CODDEV       PIC X(03).
               10 ZACOL-DTECH        PIC X(10).
               10 ZACOL-DTRECU       PIC X(10).
               10 ZACOL-DTEMIS       PIC X(10).
               10 ZACOL-DTREG        PIC X(10).
      *        R-transaction : R return, F refund ; its date and
      *        reason code
               10 ZACOL-TYPRET       PIC X(01).
                   88 ZACOL-RETOUR-R VALUE "R".
                   88 ZACOL-REMBOURS VALUE "F".
               10 ZACOL-DTRET        PIC X(10).
               10 ZACOL-MOTRET       PIC X(04).
               10 ZACOL-STATUT       PIC X(01).
                   88 ZACOL-RECU     VALUE "R".
                   88 ZACOL-EMIS     VALUE "E".
                   88 ZACOL-CREDITE  VALUE "C".
                   88 ZACOL-RETOURNE VALUE "T".
           05 ZACOL-RETOUR.
               10 ZACOL-CODRET       PIC X(02).
                   88 ZACOL-CODRET-OK  VALUE "00".
                   88 ZACOL-CODRET-EOF VALUE "04".
               10 ZACOL-SQLCODE      PIC S9(3).
               10 ZACOL-LIBRET       PIC X(30).
