      *    callers) - the scope VERIF-VELOCITE's channel rules
      *    match on
           05 ZF-ORIGINE         PIC X(03).
      *    What the call asks for : spaces (INITIALIZE) posts the
      *    operation ; 'B' posts nothing and only displays the
      *    reference-data cache hit/miss counts for the run - the
      *    posting batches call it so once, at end of run
           05 ZF-ACTION          PIC X(01).
               88 ZF-IS-BILAN-CACHE VALUE "B".
      *    'Y' = treasury has released this debit past its release
      *    threshold - VERIF-LIBERATION lets it through (set only by
      *    GKLIB01 when it reposts a TBLIB row ; the both-to-sign
      *    mandate check still runs)
           05 ZF-LIBERE          PIC X(01).
               88 ZF-IS-LIBERE   VALUE "Y".
      *    Creditor id of a direct-debit collection (the flow file's
      *    F1-ID-CREANCIER, replayed from TBRTY on a re-drive ; spaces
      *    otherwise) - stamped onto the history row by MAJ-HISTORIQUE
      *    for GKCAT01's creditor category rules
           05 ZF-CREANCIER       PIC X(08).
       01 ZF-RETOUR.
            05 ZF-CODRET         PIC X(02).
               88 CODRET-OK      VALUE "00".
               88 CODRET-LIMITE-CLIENT VALUE "27".
               88 CODRET-COMPTE-DECEDE VALUE "28".
               88 CODRET-VELOCITE VALUE "29".
               88 CODRET-COMPTE-PASSE-PERTE VALUE "30".
               88 CODRET-PREAVIS VALUE "31".
               88 CODRET-DOSSIER-INCOMPLET VALUE "32".
               88 CODRET-ATTENTE-LIBERATION VALUE "33".
            05 ZF-SQLCODE        PIC S9(3) COMP-3.
            05 ZF-LIBRET         PIC X(30).
            05 ZF-SOLDE-PROJETE  PIC S9(13)V9(2) COMP-3.
