       01 ZD-CLIENT          PIC X(08).
      *  Assessment parameters - as-of date (spaces = today), the
      *  look-ahead in days a valid document counts as expiring soon,
      *  and whether ZACLI-DOSSIER is to be restamped on TBCLI
       01 ZD-PARAM.
           05 ZD-DTREF       PIC X(10).
           05 ZD-HORIZON     PIC 9(03).
           05 ZD-MAJ         PIC X(01).
              88 ZD-MAJ-OUI          VALUE "Y".
       01 ZD-RETOUR.
           05 ZD-CODRET      PIC X(02).
              88 ZD-CODRET-OK          VALUE "00".
              88 ZD-CODRET-INTROUVABLE VALUE "04".
           05 ZD-LIBRET      PIC X(30).
      *    Completeness found ('C'/'I') and the stamp TBCLI held
      *    before the call
           05 ZD-DOSSIER     PIC X(01).
              88 ZD-DOSSIER-COMPLET   VALUE "C".
              88 ZD-DOSSIER-INCOMPLET VALUE "I".
           05 ZD-DOSSIER-AVANT PIC X(01).
      *    One entry per document the customer's type and risk
      *    rating require : 'M' missing, 'E' expired, 'S' valid but
      *    expiring within the horizon, 'V' valid
           05 ZD-NB-DOC      PIC 9(01).
           05 ZD-DOCUMENTS OCCURS 5 TIMES.
               10 ZD-TYPDOC      PIC X(04).
               10 ZD-ETAT        PIC X(01).
                  88 ZD-ETAT-MANQUANT  VALUE "M".
                  88 ZD-ETAT-EXPIRE    VALUE "E".
                  88 ZD-ETAT-A-ECHOIR  VALUE "S".
                  88 ZD-ETAT-VALIDE    VALUE "V".
               10 ZD-DTEXP       PIC X(10).
