      *                         SELECT/INSERT/UPDATE/the CCLI cursor
      *                         as a new trailing TBCLI column for
      *                         MFMAJCPT's VERIF-LIMITE-CLIENT.
      * 15/10/26  EDEFAY        Added RESFISC1/NIF1/RESFISC2/NIF2/
      *                         USPERS (tax residence, foreign TIN,
      *                         FATCA US-person indicator), threaded
      *                         through SELECT/INSERT/UPDATE/the CCLI
      *                         cursor as new trailing TBCLI columns
      *                         for GKCRS01's FATCA/CRS extract.
      * 15/10/26  EDEFAY        Added DEVREF (customer reference
      *                         currency), threaded through SELECT/
      *                         INSERT/UPDATE/the CCLI cursor as a new
      *                         trailing TBCLI column for GKSTMT04's
      *                         net-worth summary.
      * 15/10/26  EDEFAY        Added TYPCLI (private individual or
      *                         company), threaded through SELECT/
      *                         INSERT/UPDATE/the CCLI cursor as a new
      *                         trailing TBCLI column for GKKYC01's
      *                         beneficial-owner check.
      * 15/10/26  EDEFAY        Added NPAI/DTNPAI (gone-away flag and
      *                         date), threaded through SELECT/
      *                         INSERT/UPDATE/the CCLI cursor as new
      *                         trailing TBCLI columns for the
      *                         returned-mail hold (GKNPAI01).
      * 15/10/26  EDEFAY        Added DOSSIER (KYC file completeness,
      *                         GKDOS01) as a new trailing TBCLI
      *                         column, threaded through SELECT/
      *                         INSERT/UPDATE/the CCLI cursor.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               DECLARE CCLI CURSOR FOR
               SELECT CLIENT, NOM, ADRESSE, DDOUV, RISQUE, DTREVUE,
                      LIMGLOB, RESFISC1, NIF1, RESFISC2, NIF2, USPERS,
                      DEVREF, TYPCLI, NPAI, DTNPAI, DOSSIER
                 FROM TBCLI
                ORDER BY CLIENT
           END-EXEC
                 DDOUV  ,
                 RISQUE ,
                 DTREVUE ,
                 LIMGLOB ,
                 RESFISC1 ,
                 NIF1 ,
                 RESFISC2 ,
                 NIF2 ,
                 USPERS ,
                 DEVREF ,
                 TYPCLI ,
                 NPAI ,
                 DTNPAI ,
                 DOSSIER
             INTO
                :ZACLI-CLIENT ,
                :ZACLI-NOM    ,
                :ZACLI-DDOUV  ,
                :ZACLI-RISQUE ,
                :ZACLI-DTREVUE ,
                :ZACLI-LIMGLOB ,
                :ZACLI-RESFISC1 ,
                :ZACLI-NIF1 ,
                :ZACLI-RESFISC2 ,
                :ZACLI-NIF2 ,
                :ZACLI-USPERS ,
                :ZACLI-DEVREF ,
                :ZACLI-TYPCLI ,
                :ZACLI-NPAI ,
                :ZACLI-DTNPAI ,
                :ZACLI-DOSSIER
             FROM TBCLI
             WHERE CLIENT=:ZACLI-CLIENT
           END-EXEC
                    :ZACLI-DDOUV  ,
                    :ZACLI-RISQUE ,
                    :ZACLI-DTREVUE ,
                    :ZACLI-LIMGLOB ,
                    :ZACLI-RESFISC1 ,
                    :ZACLI-NIF1 ,
                    :ZACLI-RESFISC2 ,
                    :ZACLI-NIF2 ,
                    :ZACLI-USPERS ,
                    :ZACLI-DEVREF ,
                    :ZACLI-TYPCLI ,
                    :ZACLI-NPAI ,
                    :ZACLI-DTNPAI ,
                    :ZACLI-DOSSIER
           END-EXEC
           .

                :ZACLI-DDOUV  ,
                :ZACLI-RISQUE ,
                :ZACLI-DTREVUE ,
                :ZACLI-LIMGLOB ,
                :ZACLI-RESFISC1 ,
                :ZACLI-NIF1 ,
                :ZACLI-RESFISC2 ,
                :ZACLI-NIF2 ,
                :ZACLI-USPERS ,
                :ZACLI-DEVREF ,
                :ZACLI-TYPCLI ,
                :ZACLI-NPAI ,
                :ZACLI-DTNPAI ,
                :ZACLI-DOSSIER)
           END-EXEC
           .

                 DDOUV  =:ZACLI-DDOUV ,
                 RISQUE =:ZACLI-RISQUE ,
                 DTREVUE =:ZACLI-DTREVUE ,
                 LIMGLOB =:ZACLI-LIMGLOB ,
                 RESFISC1 =:ZACLI-RESFISC1 ,
                 NIF1 =:ZACLI-NIF1 ,
                 RESFISC2 =:ZACLI-RESFISC2 ,
                 NIF2 =:ZACLI-NIF2 ,
                 USPERS =:ZACLI-USPERS ,
                 DEVREF =:ZACLI-DEVREF ,
                 TYPCLI =:ZACLI-TYPCLI ,
                 NPAI =:ZACLI-NPAI ,
                 DTNPAI =:ZACLI-DTNPAI ,
                 DOSSIER =:ZACLI-DOSSIER
           WHERE CLIENT =:ZACLI-CLIENT
           END-EXEC
           .
