               10 ZAPRD-JRSDORM      PIC 9(05).
      *        Statement frequency - M monthly, T quarterly, A yearly
               10 ZAPRD-FREQRLV      PIC X(01).
      *        'N' : the product's balances are not eligible deposits
      *        for the deposit guarantee scheme (GKSCV01 leaves them
      *        out of the Single Customer View) ; spaces or 'Y' =
      *        eligible
               10 ZAPRD-GARANTIE     PIC X(01).
                   88 ZAPRD-HORS-GARANTIE VALUE "N".
      *        Early-repayment indemnity on a loan settled through an
      *        account of the product, as a fraction of the principal
      *        repaid ahead of schedule (0.0300 = 3%) - GKRBA01
               10 ZAPRD-TXIRA        PIC S9(3)V9(4) USAGE COMP-3.
      *        Early break of a term deposit settled through an account
      *        of the product (GKDEP01) : 'T' interest to the break
      *        date is paid at ZAPRD-TXRUPT instead of the contracted
      *        rate ; 'F' or spaces, interest is forfeited
               10 ZAPRD-RUPTURE      PIC X(01).
                   88 ZAPRD-RUPT-TAUX   VALUE "T".
                   88 ZAPRD-RUPT-PERTE  VALUE "F" " ".
               10 ZAPRD-TXRUPT       PIC S9(3)V9(4) USAGE COMP-3.
      *        Monthly cap on the fees an account of the product pays
      *        under its fee family, in account currency - GKPLF01
      *        refunds the excess at month end ; 0 = no cap
               10 ZAPRD-PLAFFRAIS    PIC S9(11)V99 USAGE COMP-3.
      *        Notice-period savings : the days' notice a withdrawal
      *        needs (0 = no notice, an ordinary product). A debit
      *        not covered by a matured TBPAV notice is refused ('R'
      *        or spaces) or lets through charging ZAPRD-TXPREAV, a
      *        yearly penalty rate, on the uncovered amount over the
      *        notice period ('P') - MFMAJCPT's VERIF-PREAVIS
               10 ZAPRD-PREAVIS      PIC 9(03).
               10 ZAPRD-MODPREAV     PIC X(01).
                   88 ZAPRD-PREAV-REFUS    VALUE "R" " ".
                   88 ZAPRD-PREAV-PENALITE VALUE "P".
               10 ZAPRD-TXPREAV      PIC S9(3)V9(4) USAGE COMP-3.
      *        Corporate account analysis : 'Y' the product's accounts
      *        are billed once a month by GKANA01 (services priced
      *        from TBTAR, less an earnings credit on the average
      *        balance) instead of per transaction by MFMAJCPT
               10 ZAPRD-ANALYSE      PIC X(01).
                   88 ZAPRD-EN-ANALYSE  VALUE "Y".
      *        Maximum loan-to-value of a loan settled through an
      *        account of the product, as a fraction of the discounted
      *        TBGAR collateral (0.8000 = 80%) - GKLTV01 ; 0 = no
      *        maximum
               10 ZAPRD-LTVMAX       PIC S9(3)V9(4) USAGE COMP-3.
           05 ZAPRD-RETOUR.
               10 ZAPRD-CODRET       PIC X(02).
                   88 ZAPRD-CODRET-OK  VALUE "00".
