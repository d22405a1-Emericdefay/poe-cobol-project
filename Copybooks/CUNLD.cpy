      *  Flat unload line layouts written by GKUNLD01 - blank-separated
      *  fixed columns the report batches can map - and read back by
      *  GKMSK01, which writes its masked test-region copy in the very
      *  same layouts so the test load takes either file.
      *  CPT and HIS are the nightly pair ; CLI, TIT, ALI and STO are
      *  only unloaded in GKUNLD01's COPIE mode.
       01  UNL-CPT-LINE.
           05  UNL-C-COMPTE  PIC X(11).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-C-NOM     PIC X(20).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-C-SOLDE   PIC -(13)9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-C-DEVISE  PIC X(03).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-C-STATUT  PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-C-TIER    PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-C-DDMVT   PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-C-CLIENT  PIC X(08).
           05  FILLER        PIC X(42) VALUE SPACES.
      *    Counterparty and label columns follow the original 118
      *    bytes, so a reader mapping the first columns is unaffected
       01  UNL-HIS-LINE.
           05  UNL-H-COMPTE  PIC X(11).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-REFOPE  PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-CODOPE  PIC X(03).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-DTOPER  PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-DTVAL   PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-SENSAPP PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-MNTOPE  PIC -(13)9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-OPERATEUR PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-CORRELID PIC X(40).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-LIBOPE  PIC X(20).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-CTPNOM  PIC X(20).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-CTPCPT  PIC X(24).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-H-CTPLIB  PIC X(24).
           05  FILLER        PIC X(10) VALUE SPACES.
       01  UNL-CLI-LINE.
           05  UNL-K-CLIENT  PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-NOM     PIC X(20).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-ADRESSE PIC X(30).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-DDOUV   PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-RISQUE  PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-DTREVUE PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-LIMGLOB PIC -(13)9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-RESFISC1 PIC X(02).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-NIF1    PIC X(20).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-RESFISC2 PIC X(02).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-NIF2    PIC X(20).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-USPERS  PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-DEVREF  PIC X(03).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-K-TYPCLI  PIC X(01).
           05  FILLER        PIC X(02) VALUE SPACES.
       01  UNL-TIT-LINE.
           05  UNL-T-COMPTE  PIC X(11).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-T-TITULAIRE PIC X(20).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-T-MANDAT  PIC X(01).
           05  FILLER        PIC X(46) VALUE SPACES.
       01  UNL-ALI-LINE.
           05  UNL-A-IDEXT   PIC X(34).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-A-COMPTE  PIC X(11).
           05  FILLER        PIC X(34) VALUE SPACES.
       01  UNL-STO-LINE.
           05  UNL-S-REFSTO  PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-S-COMPTE  PIC X(11).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-S-CODOPE  PIC X(03).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-S-CODDEV  PIC X(03).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-S-MNTOPE  PIC -(11)9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-S-FREQ    PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-S-DATPROCH PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-S-STATUT  PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-S-NBECHECS PIC 9(02).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-S-MOTIF   PIC X(20).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  UNL-S-NOMBEN  PIC X(20).
           05  FILLER        PIC X(14) VALUE SPACES.
