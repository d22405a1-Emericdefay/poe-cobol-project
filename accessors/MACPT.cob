      *                         through SELECT/INSERT/UPDATE/the
      *                         CACC cursor as a new trailing TBCPT
      *                         column.
      * 15/10/26  EDEFAY        Added CLASSE (customer vs internal
      *                         account class, stamped by GKOPEN01 or
      *                         GKMCLA01) and SERVICE (the internal
      *                         account's owner department), threaded
      *                         through SELECT/INSERT/UPDATE/the CACC
      *                         and CCL2 cursors as new trailing TBCPT
      *                         columns.
      * 08/08/26  EDEFAY        8720-INSERER-AUDIT now also stamps the
      *                         transient ZACPT-CORRELID/ZACPT-REFOPE-
      *                         LIE pass-through onto the new
               DECLARE CACC CURSOR FOR
               SELECT COMPTE, NOM, SOLDE, DDMVT, DDMAJ, HDMAJ, LIMDEC,
                      DEVISE, STATUT, TIER, SOLDEMIN, CLIENT, NBMAJ,
                      AGENCE, SEUILALR, PRODUIT, ESTMT,
                      CLASSE, SERVICE
                 FROM TBCPT
                ORDER BY COMPTE
           END-EXEC
               DECLARE CCL2 CURSOR FOR
               SELECT COMPTE, NOM, SOLDE, DDMVT, DDMAJ, HDMAJ, LIMDEC,
                      DEVISE, STATUT, TIER, SOLDEMIN, CLIENT, NBMAJ,
                      AGENCE, SEUILALR, PRODUIT, ESTMT,
                      CLASSE, SERVICE
                 FROM TBCPT
                WHERE CLIENT = :ZACPT-CLIENT
                ORDER BY COMPTE
                 AGENCE ,
                 SEUILALR ,
                 PRODUIT ,
                 ESTMT  ,
                 CLASSE ,
                 SERVICE
             INTO
                :ZACPT-COMPTE ,
                :ZACPT-NOM    ,
                :ZACPT-AGENCE ,
                :ZACPT-SEUILALR ,
                :ZACPT-PRODUIT ,
                :ZACPT-ESTMT  ,
                :ZACPT-CLASSE ,
                :ZACPT-SERVICE
             FROM TBCPT
             WHERE COMPTE=:ZACPT-COMPTE
           END-EXEC
                    :ZACPT-AGENCE ,
                    :ZACPT-SEUILALR ,
                    :ZACPT-PRODUIT ,
                    :ZACPT-ESTMT  ,
                    :ZACPT-CLASSE ,
                    :ZACPT-SERVICE
           END-EXEC
           .

                    :ZACPT-AGENCE ,
                    :ZACPT-SEUILALR ,
                    :ZACPT-PRODUIT ,
                    :ZACPT-ESTMT  ,
                    :ZACPT-CLASSE ,
                    :ZACPT-SERVICE
           END-EXEC
           .

                :ZACPT-AGENCE ,
                :ZACPT-SEUILALR ,
                :ZACPT-PRODUIT ,
                :ZACPT-ESTMT  ,
                :ZACPT-CLASSE ,
                :ZACPT-SERVICE)
           END-EXEC
           .

                 SEUILALR =:ZACPT-SEUILALR ,
                 PRODUIT =:ZACPT-PRODUIT ,
                 ESTMT  =:ZACPT-ESTMT ,
                 CLASSE =:ZACPT-CLASSE ,
                 SERVICE =:ZACPT-SERVICE ,
                 NBMAJ  =:ZACPT-NBMAJ + 1
           WHERE COMPTE =:ZACPT-COMPTE
             AND NBMAJ  =:ZACPT-NBMAJ
