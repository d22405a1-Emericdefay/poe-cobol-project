      *  ZCMA copy for TBRCE, the entitlement recertification
      *  register - one row per campaign (e.g. '2026T4'), operator
      *  and TBHAB domain, created when GKREC01 launches the
      *  campaign. It carries the manager asked to certify the
      *  entitlement, the campaign deadline and the outcome : still
      *  awaited, confirmed, revoked by the manager, or revoked at
      *  the deadline for want of an answer.
       01 ZARCE-ZCMA.
           05 ZARCE-FONCTION         PIC X(03).
           05 ZARCE-DONNEES.
               10 ZARCE-CAMPAGNE     PIC X(06).
               10 ZARCE-OPERATEUR    PIC X(08).
               10 ZARCE-DOMAINE      PIC X(03).
               10 ZARCE-MANAGER      PIC X(08).
               10 ZARCE-DTLIM        PIC X(10).
               10 ZARCE-STATUT       PIC X(01).
                   88 ZARCE-ATTENTE     VALUE "E".
                   88 ZARCE-CONFIRME    VALUE "C".
                   88 ZARCE-REVOQUE     VALUE "R".
                   88 ZARCE-EXPIRE      VALUE "A".
               10 ZARCE-DTDEC        PIC X(10).
           05 ZARCE-RETOUR.
               10 ZARCE-CODRET       PIC X(02).
                   88 ZARCE-CODRET-OK  VALUE "00".
                   88 ZARCE-CODRET-EOF VALUE "04".
               10 ZARCE-SQLCODE      PIC S9(3).
               10 ZARCE-LIBRET       PIC X(30).
