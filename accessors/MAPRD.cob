      *                         catalog. CPRD cursor (OPN/FET/CLO on
      *                         FONCTION) feeds the batches' catalog
      *                         cache loads.
      * 15/10/26  EDEFAY        Added GARANTIE (deposit-guarantee
      *                         eligibility, 'N' = excluded from the
      *                         GKSCV01 Single Customer View) as a new
      *                         trailing TBPRD column.
      * 15/10/26  EDEFAY        Added TXIRA (early-repayment
      *                         indemnity rate, GKRBA01) as a new
      *                         trailing TBPRD column.
      * 15/10/26  EDEFAY        Added RUPTURE and TXRUPT (term-deposit
      *                         early-break rule and penalty rate,
      *                         GKDEP01) as new trailing TBPRD columns.
      * 15/10/26  EDEFAY        Added PLAFFRAIS (monthly fee cap,
      *                         GKPLF01) as a new trailing TBPRD
      *                         column.
      * 15/10/26  EDEFAY        Added PREAVIS, MODPREAV and TXPREAV
      *                         (notice period, uncovered-withdrawal
      *                         rule and penalty rate, MFMAJCPT's
      *                         VERIF-PREAVIS) as new trailing TBPRD
      *                         columns.
      * 15/10/26  EDEFAY        Added ANALYSE (corporate account
      *                         analysis billing, GKANA01) as a new
      *                         trailing TBPRD column.
      * 15/10/26  EDEFAY        Added LTVMAX (maximum loan-to-value
      *                         of the product's loans, GKLTV01) as a
      *                         new trailing TBPRD column.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               DECLARE CPRD CURSOR FOR
               SELECT PRODUIT, LIBELLE, DECOUVERT, FAMFRAIS, INTERET,
                      JRSDORM, FREQRLV, GARANTIE, TXIRA, RUPTURE,
                      TXRUPT, PLAFFRAIS, PREAVIS, MODPREAV, TXPREAV,
                      ANALYSE, LTVMAX
                 FROM TBPRD
                ORDER BY PRODUIT
           END-EXEC
                 FAMFRAIS ,
                 INTERET ,
                 JRSDORM ,
                 FREQRLV ,
                 GARANTIE ,
                 TXIRA ,
                 RUPTURE ,
                 TXRUPT ,
                 PLAFFRAIS ,
                 PREAVIS ,
                 MODPREAV ,
                 TXPREAV ,
                 ANALYSE ,
                 LTVMAX
             INTO
                :ZAPRD-PRODUIT ,
                :ZAPRD-LIBELLE ,
                :ZAPRD-FAMFRAIS ,
                :ZAPRD-INTERET ,
                :ZAPRD-JRSDORM ,
                :ZAPRD-FREQRLV ,
                :ZAPRD-GARANTIE ,
                :ZAPRD-TXIRA ,
                :ZAPRD-RUPTURE ,
                :ZAPRD-TXRUPT ,
                :ZAPRD-PLAFFRAIS ,
                :ZAPRD-PREAVIS ,
                :ZAPRD-MODPREAV ,
                :ZAPRD-TXPREAV ,
                :ZAPRD-ANALYSE ,
                :ZAPRD-LTVMAX
             FROM TBPRD
             WHERE PRODUIT=:ZAPRD-PRODUIT
           END-EXEC
                    :ZAPRD-FAMFRAIS ,
                    :ZAPRD-INTERET ,
                    :ZAPRD-JRSDORM ,
                    :ZAPRD-FREQRLV ,
                    :ZAPRD-GARANTIE ,
                    :ZAPRD-TXIRA ,
                    :ZAPRD-RUPTURE ,
                    :ZAPRD-TXRUPT ,
                    :ZAPRD-PLAFFRAIS ,
                    :ZAPRD-PREAVIS ,
                    :ZAPRD-MODPREAV ,
                    :ZAPRD-TXPREAV ,
                    :ZAPRD-ANALYSE ,
                    :ZAPRD-LTVMAX
           END-EXEC
           .

                :ZAPRD-FAMFRAIS ,
                :ZAPRD-INTERET ,
                :ZAPRD-JRSDORM ,
                :ZAPRD-FREQRLV ,
                :ZAPRD-GARANTIE ,
                :ZAPRD-TXIRA ,
                :ZAPRD-RUPTURE ,
                :ZAPRD-TXRUPT ,
                :ZAPRD-PLAFFRAIS ,
                :ZAPRD-PREAVIS ,
                :ZAPRD-MODPREAV ,
                :ZAPRD-TXPREAV ,
                :ZAPRD-ANALYSE ,
                :ZAPRD-LTVMAX)
           END-EXEC
           .

             FAMFRAIS =:ZAPRD-FAMFRAIS ,
             INTERET =:ZAPRD-INTERET ,
             JRSDORM =:ZAPRD-JRSDORM ,
             FREQRLV =:ZAPRD-FREQRLV ,
             GARANTIE =:ZAPRD-GARANTIE ,
             TXIRA =:ZAPRD-TXIRA ,
             RUPTURE =:ZAPRD-RUPTURE ,
             TXRUPT =:ZAPRD-TXRUPT ,
             PLAFFRAIS =:ZAPRD-PLAFFRAIS ,
             PREAVIS =:ZAPRD-PREAVIS ,
             MODPREAV =:ZAPRD-MODPREAV ,
             TXPREAV =:ZAPRD-TXPREAV ,
             ANALYSE =:ZAPRD-ANALYSE ,
             LTVMAX =:ZAPRD-LTVMAX
       WHERE PRODUIT =:ZAPRD-PRODUIT
           END-EXEC
           .
