      *  Presented cheque number on a 'CHQ' debit - validated by
      *  GKMAJ001 against the TBCHQ register (stopped, already-paid
      *  and out-of-range numbers refused) and marked paid once the
      *  debit posts. On an 'RCH' deposit, the number of the other
      *  bank's cheque paid in (mandatory), recorded in TBRCQ for
      *  presentment. Spaces on every other operation code.
               05 F1-NUM-CHEQUE        PIC X(07).
      *  Attorney id on a branch ('BRA') debit submitted by a third
      *  party acting for the holder - checked by GKMAJ001 against
      *  the TBPOA power-of-attorney register (validity dates, scope
      *  and ceiling). Spaces when the holder acts in person.
               05 F1-ID-MANDATAIRE     PIC X(08).
               05 FILLER               PIC X(15).
      *  Counterparty enrichment record - optional, sent immediately
      *  BEFORE the type-10 detail it enriches and keyed to it by
      *  F1-REF-OPER-15. Carries who is on the other side of the
               05 F1-CODE-DEV-30       PIC X(03).
               05 F1-MONTANT-30        PIC 9(11)V99.
               05 FILLER               PIC X(30).
      *  Customer currency conversion at a dealt rate - one record
      *  carrying the debit account/currency/amount and the credit
      *  account/currency/amount, plus the rate agreed with the
      *  customer (F1-TAUX-60 = units of the credit currency for one
      *  unit of the debit currency). Each leg is in its own account's
      *  currency, posted all-or-nothing by GKMAJ001 like the type-30
      *  pair, and the deal is recorded in TBPOS for the position
      *  report. Not counted towards the F1-ENREG-99 footer.
       01  F1-ENREG-60 REDEFINES F1-ENREG-00.
               05 F1-TYPE-60           PIC X(02).
               05 F1-COMPTE-DEB-60     PIC X(11).
               05 F1-CODE-DEV-DEB-60   PIC X(03).
               05 F1-MONTANT-DEB-60    PIC 9(11)V99.
               05 F1-COMPTE-CRE-60     PIC X(11).
               05 F1-CODE-DEV-CRE-60   PIC X(03).
               05 F1-MONTANT-CRE-60    PIC 9(11)V99.
               05 F1-REF-OPER-60       PIC X(10).
               05 F1-TAUX-60           PIC 9(04)V9(06).
               05 FILLER               PIC X(04).
