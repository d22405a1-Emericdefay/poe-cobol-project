      * 08/08/26  EDEFAY        Added NBDEC (decimal places used by
      *                         this currency, e.g. 0 for JPY, 3 for
      *                         KWD) to TBDEV/ZADEV.
      * 15/10/26  EDEFAY        Added DTRETRAIT/DEVREMPL/DTREFUS (the
      *                         currency's retirement, GKMRDV01) as
      *                         new trailing TBDEV columns.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                 CPAYS ,
                 ACHAT ,
                 VENTE ,
                 NBDEC ,
                 DTRETRAIT ,
                 DEVREMPL ,
                 DTREFUS
             INTO
                :ZADEV-CDEV  ,
                :ZADEV-DTEFF ,
                :ZADEV-CPAYS ,
                :ZADEV-ACHAT ,
                :ZADEV-VENTE ,
                :ZADEV-NBDEC ,
                :ZADEV-DTRETRAIT ,
                :ZADEV-DEVREMPL ,
                :ZADEV-DTREFUS
             FROM TBDEV
             WHERE CDEV=:ZADEV-CDEV
             AND   DTEFF <= :ZADEV-DTEFF
                :ZADEV-CPAYS  ,
                :ZADEV-ACHAT  ,
                :ZADEV-VENTE  ,
                :ZADEV-NBDEC  ,
                :ZADEV-DTRETRAIT ,
                :ZADEV-DEVREMPL ,
                :ZADEV-DTREFUS )
           END-EXEC
           .

           SET   CPAYS =:ZADEV-CPAYS ,
                 ACHAT =:ZADEV-ACHAT ,
                 VENTE =:ZADEV-VENTE ,
                 NBDEC =:ZADEV-NBDEC ,
                 DTRETRAIT =:ZADEV-DTRETRAIT ,
                 DEVREMPL =:ZADEV-DEVREMPL ,
                 DTREFUS =:ZADEV-DTREFUS
           WHERE CDEV  =:ZADEV-CDEV
           AND   DTEFF =:ZADEV-DTEFF
           END-EXEC
