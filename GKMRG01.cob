      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        The survivor keeps its tax residence
      *                         block (ZACLI-FISCALITE), or takes the
      *                         loser's when it holds none - the
      *                         UPD used to write back whatever the
      *                         loser's SEL had left in the area.
      * 15/10/26  EDEFAY        Same rule for the reference currency
      *                         (ZACLI-DEVREF) : the survivor keeps
      *                         its own, or takes the loser's when it
      *                         holds none.
      * 15/10/26  EDEFAY        Same rule for the customer type
      *                         (ZACLI-TYPCLI).
      * 15/10/26  EDEFAY        The gone-away flag and its date
      *                         (ZACLI-NPAI/DTNPAI) follow the address
      *                         the survivor ends up with.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-SURV-DDOUV   PIC X(10).
           05  WS-SURV-RISQUE  PIC X(01).
           05  WS-SURV-DTREVUE PIC X(10).
           05  WS-SURV-FISCALITE PIC X(45).
           05  WS-SURV-DEVREF  PIC X(03).
           05  WS-SURV-TYPCLI  PIC X(01).
           05  WS-SURV-NPAI    PIC X(01).
           05  WS-SURV-DTNPAI  PIC X(10).
       01  WS-PERD.
           05  WS-PERD-CLIENT  PIC X(08).
           05  WS-PERD-NOM     PIC X(20).
           05  WS-PERD-ADRESSE PIC X(30).
           05  WS-PERD-FISCALITE PIC X(45).
           05  WS-PERD-DEVREF  PIC X(03).
           05  WS-PERD-TYPCLI  PIC X(01).
           05  WS-PERD-NPAI    PIC X(01).
           05  WS-PERD-DTNPAI  PIC X(10).
      *  Per-merge state
       01  WS-NB-REPOINTES PIC 9(05).
       01  WS-MERGE-KO     PIC X(01).
           MOVE ZACLI-DDOUV   TO WS-SURV-DDOUV
           MOVE ZACLI-RISQUE  TO WS-SURV-RISQUE
           MOVE ZACLI-DTREVUE TO WS-SURV-DTREVUE
           MOVE ZACLI-FISCALITE TO WS-SURV-FISCALITE
           MOVE ZACLI-DEVREF  TO WS-SURV-DEVREF
           MOVE ZACLI-TYPCLI  TO WS-SURV-TYPCLI
           MOVE ZACLI-NPAI    TO WS-SURV-NPAI
           MOVE ZACLI-DTNPAI  TO WS-SURV-DTNPAI
           MOVE PM-PERDANT TO ZACLI-CLIENT
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           MOVE ZACLI-CLIENT  TO WS-PERD-CLIENT
           MOVE ZACLI-NOM     TO WS-PERD-NOM
           MOVE ZACLI-ADRESSE TO WS-PERD-ADRESSE
           MOVE ZACLI-FISCALITE TO WS-PERD-FISCALITE
           MOVE ZACLI-DEVREF  TO WS-PERD-DEVREF
           MOVE ZACLI-TYPCLI  TO WS-PERD-TYPCLI
           MOVE ZACLI-NPAI    TO WS-PERD-NPAI
           MOVE ZACLI-DTNPAI  TO WS-PERD-DTNPAI
           PERFORM 1600-REPOINTER-COMPTES
           IF MERGE-KO THEN
               ADD 1 TO WS-NB-KO
           IF WS-SURV-ADRESSE = SPACES
              AND WS-PERD-ADRESSE NOT = SPACES THEN
               MOVE WS-PERD-ADRESSE TO WS-SURV-ADRESSE
               MOVE WS-PERD-NPAI    TO WS-SURV-NPAI
               MOVE WS-PERD-DTNPAI  TO WS-SURV-DTNPAI
           END-IF
           IF WS-SURV-FISCALITE = SPACES
              AND WS-PERD-FISCALITE NOT = SPACES THEN
               MOVE WS-PERD-FISCALITE TO WS-SURV-FISCALITE
           END-IF
           IF WS-SURV-DEVREF = SPACES THEN
               MOVE WS-PERD-DEVREF TO WS-SURV-DEVREF
           END-IF
           IF WS-SURV-TYPCLI = SPACES THEN
               MOVE WS-PERD-TYPCLI TO WS-SURV-TYPCLI
           END-IF
           MOVE WS-SURV-CLIENT  TO ZACLI-CLIENT
           MOVE WS-SURV-NOM     TO ZACLI-NOM
           MOVE WS-SURV-DDOUV   TO ZACLI-DDOUV
           MOVE WS-SURV-RISQUE  TO ZACLI-RISQUE
           MOVE WS-SURV-DTREVUE TO ZACLI-DTREVUE
           MOVE WS-SURV-FISCALITE TO ZACLI-FISCALITE
           MOVE WS-SURV-DEVREF  TO ZACLI-DEVREF
           MOVE WS-SURV-TYPCLI  TO ZACLI-TYPCLI
           MOVE WS-SURV-NPAI    TO ZACLI-NPAI
           MOVE WS-SURV-DTNPAI  TO ZACLI-DTNPAI
           MOVE "UPD" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF NOT ZACLI-CODRET-OK THEN
