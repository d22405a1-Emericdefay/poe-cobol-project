      *  ZCMA copy for TBGRP, the register of connected-customer
      *  groups - one row per TBCLI customer belonging to a group of
      *  customers the large-exposure rules count as one risk (a
      *  company, its subsidiaries, its owner). The group is known
      *  by its identifier ; its head customer carries link 'T'.
      *  Maintained through GKMGRP01 under maker/checker (the 'GRP'
      *  TBHAB domain), both identities kept on the row ; GKGRP01's
      *  monthly large-exposure report walks the CGRP cursor in
      *  group order.
       01 ZAGRP-ZCMA.
           05 ZAGRP-FONCTION         PIC X(03).
           05 ZAGRP-DONNEES.
               10 ZAGRP-GROUPE       PIC X(08).
               10 ZAGRP-CLIENT       PIC X(08).
               10 ZAGRP-LIEN         PIC X(01).
                   88 ZAGRP-TETE     VALUE "T".
                   88 ZAGRP-FILIALE  VALUE "F".
                   88 ZAGRP-PROPRIO  VALUE "P".
                   88 ZAGRP-AUTRE    VALUE "A".
                   88 ZAGRP-LIEN-OK  VALUE "T" "F" "P" "A".
               10 ZAGRP-DTADH        PIC X(10).
               10 ZAGRP-MAKER        PIC X(08).
               10 ZAGRP-APPROB       PIC X(08).
           05 ZAGRP-RETOUR.
               10 ZAGRP-CODRET       PIC X(02).
                   88 ZAGRP-CODRET-OK  VALUE "00".
                   88 ZAGRP-CODRET-EOF VALUE "04".
               10 ZAGRP-SQLCODE      PIC S9(3).
               10 ZAGRP-LIBRET       PIC X(30).
