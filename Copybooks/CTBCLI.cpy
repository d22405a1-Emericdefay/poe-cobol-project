      *  meaning no aggregate limit. Enforced by MFMAJCPT's
      *  VERIF-LIMITE-CLIENT on every debit.
               10 ZACLI-LIMGLOB      PIC S9(13)V9(2) USAGE COMP-3.
      *  Tax residence country(ies) (ISO 3166 alpha-2) with the
      *  foreign tax identification number held for each, and the
      *  FATCA US-person indicator - the automatic exchange-of-
      *  information data GKCRS01's year-end reportable-account
      *  extract selects on. Maintained through GKMCLI01 'FIS' lines,
      *  before/after kept in TBCLH like name and address.
               10 ZACLI-FISCALITE.
                   15 ZACLI-RESFISC1 PIC X(02).
                   15 ZACLI-NIF1     PIC X(20).
                   15 ZACLI-RESFISC2 PIC X(02).
                   15 ZACLI-NIF2     PIC X(20).
                   15 ZACLI-USPERS   PIC X(01).
                       88 ZACLI-US-PERSON VALUE "Y".
      *  Reference currency the customer's consolidated statement
      *  (GKSTMT04) sums its net worth in - spaces = the bank's own
      *  reference currency (TBPRM 'MFMAJCPT'/'DEVREF'). Set through
      *  GKMCLI01 'DEV' lines.
               10 ZACLI-DEVREF       PIC X(03).
      *  Customer type - a company ('E') must have its beneficial
      *  owners recorded in TBBEN (GKMBEN01), checked by GKKYC01
      *  when its review falls due. Blank is read as a private
      *  individual, as every customer was before the column. Set
      *  through GKMCLI01 'TYP' lines.
               10 ZACLI-TYPCLI       PIC X(01).
                   88 ZACLI-PARTICULIER VALUE "P" " ".
                   88 ZACLI-ENTREPRISE  VALUE "E".
      *  Gone-away ('NPAI') indicator and the date mail first came
      *  back undelivered - set by GKNPAI01 off the print vendor's
      *  returned-mail file, cleared by GKMCLI01 when a new address
      *  is applied. Printed statements (GKSTMT02) and letters
      *  (GKNOT01) are held while it is set, GKKYC01 brings the
      *  review forward, GKNPAI02 lists the customers monthly.
               10 ZACLI-NPAI         PIC X(01).
                   88 ZACLI-NPAI-OUI    VALUE "Y".
               10 ZACLI-DTNPAI       PIC X(10).
      *  KYC file completeness - 'I' when a document the customer's
      *  type and risk rating require is missing or expired in the
      *  TBDOC register, 'C' when the file is complete ; spaces =
      *  never assessed. Stamped by GKDOS01 (called by GKMDOC01 on
      *  every document change, by GKOPEN01 when an account opens and
      *  by GKDOC01's weekly chase) ; MFMAJCPT's VERIF-BLOCAGE
      *  refuses the debit side of every account of an 'I' customer.
               10 ZACLI-DOSSIER      PIC X(01).
                   88 ZACLI-DOSSIER-INCOMPLET VALUE "I".
                   88 ZACLI-DOSSIER-COMPLET   VALUE "C".
           05 ZACLI-RETOUR.
               10 ZACLI-CODRET       PIC X(02).
                   88 ZACLI-CODRET-OK  VALUE "00".
