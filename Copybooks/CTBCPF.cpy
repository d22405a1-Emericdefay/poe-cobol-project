      *  ZCMA copy for TBCPF, the closed-accounts register - one row
      *  per account GKCLOSE01 closed, written just before the TBCPT
      *  row is deleted : the account, the customer it belonged to,
      *  the closure date and who closed it. The only remaining link
      *  from a former customer to their past accounts (history,
      *  joint holders, cases), which GKPSD01's retention run walks
      *  to date the end of the relationship.
       01 ZACPF-ZCMA.
           05 ZACPF-FONCTION         PIC X(03).
           05 ZACPF-DONNEES.
               10 ZACPF-COMPTE       PIC X(11).
               10 ZACPF-CLIENT       PIC X(08).
               10 ZACPF-DTCLOT       PIC X(10).
               10 ZACPF-OPERATEUR    PIC X(08).
           05 ZACPF-RETOUR.
               10 ZACPF-CODRET       PIC X(02).
                   88 ZACPF-CODRET-OK  VALUE "00".
                   88 ZACPF-CODRET-EOF VALUE "04".
               10 ZACPF-SQLCODE      PIC S9(3).
               10 ZACPF-LIBRET       PIC X(30).
