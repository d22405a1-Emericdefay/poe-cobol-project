      *PROCESS TEST
      ******************************************************************
      * Program name   : GKPSD01
      * Original author: DEFAY E.
      *
      * Description    : Retention pseudonymisation of former
      *                  customers. Walks the customer master and
      *                  selects every customer with no account left
      *                  on TBCPT whose last closure (TBCPF, the
      *                  GKCLOSE01 closed-accounts register) lies
      *                  more than the retention period behind the
      *                  processing date. Their identifying data is
      *                  replaced by a stable pseudonym built on the
      *                  customer number ('PSEUDO-' + CLIENT, '-Tnn'
      *                  for the other joint holders, '-Cnn' for
      *                  counterparties, '-Bnn' for beneficial
      *                  owners) : TBCLI name, address and tax
      *                  numbers, every TBCLH before/after image,
      *                  the TBTIT holder names and the TBHIS
      *                  counterparty name and text of the former
      *                  accounts, and the TBBEN owners of a company.
      *                  Amounts, dates and keys are untouched, so
      *                  balances, history and statistics still add
      *                  up. A customer is skipped while any former
      *                  account is on the HOLDLIST legal-hold list
      *                  (the one GKPAUD01 honours), has an open or
      *                  escalated TBAMC AML case or an open TBLIT
      *                  dispute. Each pseudonymised customer is
      *                  written to the TBPSD register, with the date
      *                  and the number of rows rewritten per table,
      *                  and is never processed again.
      * Rules handling :
      *             RC = 00 : Ran to completion
      *             RC = 05 : One or more customers could not be
      *                       completely pseudonymised (see SYSOUT) -
      *                       no register row, the next run retries
      *             RC = 21 : Too many open cases/disputes/holds for
      *                       the exclusion tables - nothing done
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : HOLDLIST - OPTIONAL, one account per line :
      *                   accounts under legal hold.
      *    TBPRM        : GKPSD01 /RETANS - retention in years after
      *                   the last closure ; defaults to 10.
      *
      * Return          : (RETURN-CODE)
      *
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Create first version
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GKPSD01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDLIST-FDNAME
           ASSIGN TO DYNAMIC HOLDLIST-NAME
           FILE STATUS IS WS-FS-HOLD
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  HOLDLIST-FDNAME RECORDING MODE F.
       01  HOLDLIST-RECORD.
          05  HL-COMPTE   PIC X(11).
          05  FILLER      PIC X(69).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBCLH.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBCPF.cpy".
       COPY "./Copybooks/CTBTIT.cpy".
       COPY "./Copybooks/CTBHIS.cpy".
       COPY "./Copybooks/CTBBEN.cpy".
       COPY "./Copybooks/CTBAMC.cpy".
       COPY "./Copybooks/CTBLIT.cpy".
       COPY "./Copybooks/CTBPSD.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  HOLDLIST-NAME   PIC X(30) VALUE 'HOLDLIST'.
       01  WS-FS-HOLD      PIC X(02).
           88 FS-HOLD-OK   VALUE '00'.
           88 FS-HOLD-END  VALUE '10'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date, retention and cutoff (last closure at or
      *  before the cutoff = retention over)
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
       01  WS-RETANS       PIC 9(03) VALUE 10.
       01  WS-CUTOFF-AA    PIC 9(04).
       01  WS-CUTOFF       PIC X(10).
      *  Exclusion tables : accounts on legal hold, with an open AML
      *  case, with an open dispute
       01  WS-EXCL-NB      PIC 9(04) VALUE 0.
       01  WS-EXCL-MAX     PIC 9(04) VALUE 3000.
       01  WS-EXCL-TABLE.
           05  WS-EXCL-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-EXCL-IX.
               10  WS-EXCL-COMPTE PIC X(11).
               10  WS-EXCL-MOTIF  PIC X(12).
       01  WS-EXCL-DEBORDE PIC X(01) VALUE 'N'.
           88 EXCL-DEBORDE VALUE 'Y'.
       01  WS-EXCL-AJOUT-COMPTE PIC X(11).
       01  WS-EXCL-AJOUT-MOTIF  PIC X(12).
      *  The customer in hand : former accounts and last closure
       01  WS-CPF-NB       PIC 9(03) VALUE 0.
       01  WS-CPF-TABLE.
           05  WS-CPF-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-CPF-IX.
               10  WS-CPF-COMPTE  PIC X(11).
       01  WS-DERNCLOT     PIC X(10).
       01  WS-ACTIF        PIC X(01).
           88 CLIENT-ACTIF VALUE 'Y'.
       01  WS-EXCLU        PIC X(01).
           88 CLIENT-EXCLU VALUE 'Y'.
       01  WS-MOTIF-EXCLU  PIC X(12).
       01  WS-PSD-OK       PIC X(01).
           88 PSD-OK       VALUE 'Y'.
      *  Pseudonyms : the customer's own, and the numbered ones for
      *  the other names met on their records (joint holders,
      *  counterparties) - one number per distinct name so the same
      *  name always maps to the same pseudonym for this customer
       01  WS-NOM-ORIGINE  PIC X(20).
       01  WS-PSEUDO       PIC X(20).
       01  WS-PSEUDO-NOM   PIC X(20).
       01  WS-NOM-A-MASQUER PIC X(20).
       01  WS-TYPE-NOM     PIC X(01).
       01  WS-NOMS-NB      PIC 9(02) VALUE 0.
       01  WS-NOMS-TABLE.
           05  WS-NOMS-ENTRY OCCURS 98 TIMES
                             INDEXED BY WS-NOMS-IX.
               10  WS-NOMS-TYPE   PIC X(01).
               10  WS-NOMS-NOM    PIC X(20).
               10  WS-NOMS-RANG   PIC 9(02).
       01  WS-NOMS-TROUVE  PIC X(01).
           88 NOMS-TROUVE  VALUE 'Y'.
       01  WS-RANG-TYPE    PIC 9(02).
      *  Joint-holder rows of one account, rewritten once the cursor
      *  is closed (the holder name is part of the TBTIT key)
       01  WS-TIT-NB       PIC 9(02) VALUE 0.
       01  WS-TIT-TABLE.
           05  WS-TIT-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-TIT-IX.
               10  WS-TIT-TITULAIRE PIC X(20).
               10  WS-TIT-MANDAT    PIC X(01).
      *  Rows rewritten for the customer in hand
       01  WS-NB-CLH       PIC 9(05).
       01  WS-NB-TIT       PIC 9(05).
       01  WS-NB-HIS       PIC 9(07).
       01  WS-NB-BEN       PIC 9(03).
      *  Counters
       01  WS-NB-CLIENTS   PIC 9(06) VALUE 0.
       01  WS-NB-DEJA      PIC 9(06) VALUE 0.
       01  WS-NB-NONDATE   PIC 9(06) VALUE 0.
       01  WS-NB-RETENUS   PIC 9(06) VALUE 0.
       01  WS-NB-EXCLUS    PIC 9(06) VALUE 0.
       01  WS-NB-PSEUDO    PIC 9(06) VALUE 0.
       01  WS-NB-KO        PIC 9(06) VALUE 0.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xxx : Input/Output section
      *    - 1xxx : Main element
      *    - 2xxx : Verifications
      *    - 8xxx : SQL Handling
      *    - 9xxx : Close files
      *
      *    Input/Output managment
      *    - x1xx : Perform a READ
      *    - x2xx : Perform a WRITE
      *    - x3xx : Perform a FETCH
      *    - x5xx : Perform Comparisons
      *    - x7xx : Perform a UPDATE
      *    - x9xx : Perform a CLOSE
      *
      *    Specials
      *    - xxxx : OTHERS
      *    - Dxxx : Displays
      *    - Cxxx : Calls
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-Main.
           MOVE FUNCTION NUMVAL(RC) TO RETURN-CODE
           GOBACK.

       1000-Main.
      ******************************************************************EDEFAY
      *  This routine should follow the logic of the program purpose.
           PERFORM 1001-DEBUT
           PERFORM 1010-CHARGER-HOLDLIST
           PERFORM 1020-CHARGER-CAS-AML
           PERFORM 1030-CHARGER-LITIGES
           IF EXCL-DEBORDE THEN
               DISPLAY "GKPSD01 : TABLE DES EXCLUSIONS PLEINE - ARRET,"
                       " AUCUN CLIENT TRAITE"
               MOVE '21' TO RC
               EXIT PARAGRAPH
           END-IF
           PERFORM 1500-PARCOURIR-CLIENTS
           PERFORM 1900-BILAN
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the processing date, the retention in years and the
      *  cutoff : the same day that many years back.
           ACCEPT WS-AS-OF-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-AS-OF-YYYYMMDD(1:4) '-'
                  WS-AS-OF-YYYYMMDD(5:2) '-'
                  WS-AS-OF-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-AS-OF-DATE
           MOVE 'JOURTRT ' TO ZAPRC-CLE
           MOVE "SEL" TO ZAPRC-FONCTION
           CALL "MAPRC" USING ZAPRC-ZCMA, AUTH-QUERY
           IF ZAPRC-CODRET-OK
              AND ZAPRC-DTPRC NOT = SPACES THEN
               MOVE ZAPRC-DTPRC TO WS-AS-OF-DATE
           END-IF
           MOVE 'GKPSD01 ' TO ZAPRM-PGM
           MOVE 'RETANS  ' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ZAPRM-VALPRM) = 0 THEN
               COMPUTE WS-RETANS = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           MOVE WS-AS-OF-DATE(1:4) TO WS-CUTOFF-AA
           SUBTRACT WS-RETANS FROM WS-CUTOFF-AA
           MOVE WS-AS-OF-DATE TO WS-CUTOFF
           MOVE WS-CUTOFF-AA TO WS-CUTOFF(1:4)
           DISPLAY "GKPSD01 : RETENTION " WS-RETANS " AN(S), "
                   "DERNIERE CLOTURE AU PLUS TARD LE " WS-CUTOFF
           .

       1010-CHARGER-HOLDLIST.
      ******************************************************************EDEFAY
      *  Load the legal-hold account list, GKPAUD01's HOLDLIST.
           OPEN INPUT HOLDLIST-FDNAME
           IF NOT FS-HOLD-OK THEN
               EXIT PARAGRAPH
           END-IF
           READ HOLDLIST-FDNAME INTO HOLDLIST-RECORD
               AT END SET FS-HOLD-END TO TRUE
           END-READ
           PERFORM UNTIL FS-HOLD-END
               MOVE HL-COMPTE       TO WS-EXCL-AJOUT-COMPTE
               MOVE 'LEGAL HOLD'    TO WS-EXCL-AJOUT-MOTIF
               PERFORM 1040-AJOUTER-EXCLUSION
               READ HOLDLIST-FDNAME INTO HOLDLIST-RECORD
                   AT END SET FS-HOLD-END TO TRUE
               END-READ
           END-PERFORM
           CLOSE HOLDLIST-FDNAME
           .

       1020-CHARGER-CAS-AML.
      ******************************************************************EDEFAY
      *  Accounts with an open or escalated AML case (MAAMC CAMC).
           MOVE "OPN" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAAMC-CODRET-OK
               IF ZAAMC-OUVERT OR ZAAMC-ESCALADE THEN
                   MOVE ZAAMC-COMPTE    TO WS-EXCL-AJOUT-COMPTE
                   MOVE 'CAS AML'       TO WS-EXCL-AJOUT-MOTIF
                   PERFORM 1040-AJOUTER-EXCLUSION
               END-IF
               MOVE "FET" TO ZAAMC-FONCTION
               CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAAMC-FONCTION
           CALL "MAAMC" USING ZAAMC-ZCMA, AUTH-QUERY
           .

       1030-CHARGER-LITIGES.
      ******************************************************************EDEFAY
      *  Accounts with an open customer dispute (MALIT CLIT).
           MOVE "OPN" TO ZALIT-FONCTION
           CALL "MALIT" USING ZALIT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZALIT-FONCTION
           CALL "MALIT" USING ZALIT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZALIT-CODRET-OK
               IF ZALIT-OUVERT THEN
                   MOVE ZALIT-COMPTE    TO WS-EXCL-AJOUT-COMPTE
                   MOVE 'LITIGE'        TO WS-EXCL-AJOUT-MOTIF
                   PERFORM 1040-AJOUTER-EXCLUSION
               END-IF
               MOVE "FET" TO ZALIT-FONCTION
               CALL "MALIT" USING ZALIT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZALIT-FONCTION
           CALL "MALIT" USING ZALIT-ZCMA, AUTH-QUERY
           .

       1040-AJOUTER-EXCLUSION.
      ******************************************************************EDEFAY
      *  One more excluded account - a full table stops the run : a
      *  hold that did not fit must never let a customer through.
           IF WS-EXCL-NB >= WS-EXCL-MAX THEN
               SET EXCL-DEBORDE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXCL-NB
           SET WS-EXCL-IX TO WS-EXCL-NB
           MOVE WS-EXCL-AJOUT-COMPTE TO WS-EXCL-COMPTE (WS-EXCL-IX)
           MOVE WS-EXCL-AJOUT-MOTIF  TO WS-EXCL-MOTIF (WS-EXCL-IX)
           .

       1500-PARCOURIR-CLIENTS.
      ******************************************************************EDEFAY
      *  Walk the customer master (MACLI CCLI full scan). The cursor
      *  only reads ; the rewrite of each selected customer is a
      *  keyed UPD.
           MOVE "OPN" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACLI-CODRET-OK
               ADD 1 TO WS-NB-CLIENTS
               PERFORM 1550-EXAMINER-CLIENT
               MOVE "FET" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           .

       1550-EXAMINER-CLIENT.
      ******************************************************************EDEFAY
      *  One customer : not already on the register, no account left,
      *  a dated last closure older than the cutoff, no former
      *  account held - then pseudonymise.
           MOVE ZACLI-CLIENT TO ZAPSD-CLIENT
           MOVE "SEL" TO ZAPSD-FONCTION
           CALL "MAPSD" USING ZAPSD-ZCMA, AUTH-QUERY
           IF ZAPSD-CODRET-OK THEN
               ADD 1 TO WS-NB-DEJA
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACTIF
           MOVE ZACLI-CLIENT TO ZACPT-CLIENT
           MOVE "OP2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF ZACPT-CODRET-OK THEN
               SET CLIENT-ACTIF TO TRUE
           END-IF
           MOVE "CL2" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF CLIENT-ACTIF THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 1560-CHARGER-COMPTES-FERMES
           IF WS-CPF-NB = ZERO THEN
      *        No closure on record (closed before the register, or
      *        never had an account) : the end of the relationship
      *        cannot be dated, so the retention cannot be said over
               ADD 1 TO WS-NB-NONDATE
               EXIT PARAGRAPH
           END-IF
           IF WS-DERNCLOT > WS-CUTOFF THEN
               ADD 1 TO WS-NB-RETENUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 1570-CONTROLER-EXCLUSIONS
           IF CLIENT-EXCLU THEN
               ADD 1 TO WS-NB-EXCLUS
               DISPLAY "GKPSD01 : " ZACLI-CLIENT " CONSERVE ("
                       WS-MOTIF-EXCLU ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-PSEUDONYMISER-CLIENT
           .

       1560-CHARGER-COMPTES-FERMES.
      ******************************************************************EDEFAY
      *  The customer's closed accounts (MACPF CCPF, by closure date)
      *  and the latest closure date.
           MOVE ZERO TO WS-CPF-NB
           MOVE SPACES TO WS-DERNCLOT
           MOVE ZACLI-CLIENT TO ZACPF-CLIENT
           MOVE "OPN" TO ZACPF-FONCTION
           CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACPF-FONCTION
           CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACPF-CODRET-OK
               IF WS-CPF-NB < 200 THEN
                   ADD 1 TO WS-CPF-NB
                   SET WS-CPF-IX TO WS-CPF-NB
                   MOVE ZACPF-COMPTE TO WS-CPF-COMPTE (WS-CPF-IX)
               END-IF
               IF ZACPF-DTCLOT > WS-DERNCLOT THEN
                   MOVE ZACPF-DTCLOT TO WS-DERNCLOT
               END-IF
               MOVE "FET" TO ZACPF-FONCTION
               CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACPF-FONCTION
           CALL "MACPF" USING ZACPF-ZCMA, AUTH-QUERY
           .

       1570-CONTROLER-EXCLUSIONS.
      ******************************************************************EDEFAY
      *  Any former account on the exclusion table keeps the whole
      *  customer as is.
           MOVE 'N' TO WS-EXCLU
           MOVE SPACES TO WS-MOTIF-EXCLU
           PERFORM VARYING WS-CPF-IX FROM 1 BY 1
                   UNTIL WS-CPF-IX > WS-CPF-NB
                      OR CLIENT-EXCLU
               PERFORM VARYING WS-EXCL-IX FROM 1 BY 1
                       UNTIL WS-EXCL-IX > WS-EXCL-NB
                          OR CLIENT-EXCLU
                   IF WS-EXCL-COMPTE (WS-EXCL-IX)
                      = WS-CPF-COMPTE (WS-CPF-IX) THEN
                       SET CLIENT-EXCLU TO TRUE
                       MOVE WS-EXCL-MOTIF (WS-EXCL-IX)
                           TO WS-MOTIF-EXCLU
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       1600-PSEUDONYMISER-CLIENT.
      ******************************************************************EDEFAY
      *  Rewrite every identifying field of the customer in hand.
      *  The register row goes in last, and only when every table
      *  was rewritten cleanly - a partial run is retried next time,
      *  rewriting a pseudonym with itself.
           SET PSD-OK TO TRUE
           MOVE ZERO TO WS-NOMS-NB WS-NB-CLH WS-NB-TIT WS-NB-HIS
                        WS-NB-BEN
           MOVE ZACLI-NOM TO WS-NOM-ORIGINE
           MOVE SPACES TO WS-PSEUDO
           STRING 'PSEUDO-' ZACLI-CLIENT
                  DELIMITED BY SIZE INTO WS-PSEUDO
           PERFORM 1610-PSEUDONYMISER-TBCLH
           PERFORM VARYING WS-CPF-IX FROM 1 BY 1
                   UNTIL WS-CPF-IX > WS-CPF-NB
               PERFORM 1630-PSEUDONYMISER-TBTIT
               PERFORM 1650-PSEUDONYMISER-TBHIS
           END-PERFORM
           IF ZACLI-ENTREPRISE THEN
               PERFORM 1670-PSEUDONYMISER-TBBEN
           END-IF
      *    The master row last, re-read as the walk left it
           MOVE "SEL" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF ZACLI-CODRET-OK THEN
               MOVE WS-PSEUDO TO ZACLI-NOM
               MOVE SPACES    TO ZACLI-ADRESSE
               MOVE SPACES    TO ZACLI-NIF1
               MOVE SPACES    TO ZACLI-NIF2
               MOVE "UPD" TO ZACLI-FONCTION
               CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           END-IF
           IF NOT ZACLI-CODRET-OK THEN
               MOVE 'N' TO WS-PSD-OK
               DISPLAY "GKPSD01 : " ZACLI-CLIENT
                       " : TBCLI KO, CODRET=" ZACLI-CODRET
           END-IF
           IF NOT PSD-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPSD01 : " ZACLI-CLIENT
                       " : PSEUDONYMISATION INCOMPLETE - REPRISE AU"
                       " PROCHAIN PASSAGE"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE ZAPSD-DONNEES
           MOVE ZACLI-CLIENT  TO ZAPSD-CLIENT
           MOVE WS-PSEUDO     TO ZAPSD-PSEUDO
           MOVE WS-AS-OF-DATE TO ZAPSD-DTPSD
           MOVE WS-DERNCLOT   TO ZAPSD-DTDERCLO
           MOVE WS-CPF-NB     TO ZAPSD-NBCPT
           MOVE WS-NB-CLH     TO ZAPSD-NBCLH
           MOVE WS-NB-TIT     TO ZAPSD-NBTIT
           MOVE WS-NB-HIS     TO ZAPSD-NBHIS
           MOVE WS-NB-BEN     TO ZAPSD-NBBEN
           MOVE "INS" TO ZAPSD-FONCTION
           CALL "MAPSD" USING ZAPSD-ZCMA, AUTH-QUERY
           IF ZAPSD-CODRET-OK THEN
               ADD 1 TO WS-NB-PSEUDO
               DISPLAY "GKPSD01 : " ZACLI-CLIENT " -> " WS-PSEUDO
                       " (CLOTURE " WS-DERNCLOT ", " WS-CPF-NB
                       " CPT, " WS-NB-CLH " CLH, " WS-NB-TIT
                       " TIT, " WS-NB-HIS " HIS, " WS-NB-BEN " BEN)"
           ELSE
               ADD 1 TO WS-NB-KO
               DISPLAY "GKPSD01 : " ZACLI-CLIENT
                       " : REGISTRE TBPSD KO, CODRET=" ZAPSD-CODRET
           END-IF
           .

       1610-PSEUDONYMISER-TBCLH.
      ******************************************************************EDEFAY
      *  Every before/after image in the customer's change history :
      *  names become the pseudonym, addresses and the tax numbers
      *  inside the tax blocks go blank (the residence countries and
      *  the US-person flag stay, they are statistics).
           MOVE ZACLI-CLIENT TO ZACLH-CLIENT
           MOVE "OPN" TO ZACLH-FONCTION
           CALL "MACLH" USING ZACLH-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZACLH-FONCTION
           CALL "MACLH" USING ZACLH-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZACLH-CODRET-OK
               IF ZACLH-NOMAV NOT = SPACES THEN
                   MOVE WS-PSEUDO TO ZACLH-NOMAV
               END-IF
               IF ZACLH-NOMAP NOT = SPACES THEN
                   MOVE WS-PSEUDO TO ZACLH-NOMAP
               END-IF
               MOVE SPACES TO ZACLH-ADRAV
               MOVE SPACES TO ZACLH-ADRAP
               MOVE SPACES TO ZACLH-FISCAV(3:20)
               MOVE SPACES TO ZACLH-FISCAV(25:20)
               MOVE SPACES TO ZACLH-FISCAP(3:20)
               MOVE SPACES TO ZACLH-FISCAP(25:20)
               MOVE "UPD" TO ZACLH-FONCTION
               CALL "MACLH" USING ZACLH-ZCMA, AUTH-QUERY
               IF ZACLH-CODRET-OK THEN
                   ADD 1 TO WS-NB-CLH
               ELSE
                   MOVE 'N' TO WS-PSD-OK
                   DISPLAY "GKPSD01 : " ZACLI-CLIENT " TBCLH "
                           ZACLH-DTCHG " KO, CODRET=" ZACLH-CODRET
               END-IF
               MOVE "FET" TO ZACLH-FONCTION
               CALL "MACLH" USING ZACLH-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZACLH-FONCTION
           CALL "MACLH" USING ZACLH-ZCMA, AUTH-QUERY
           .

       1630-PSEUDONYMISER-TBTIT.
      ******************************************************************EDEFAY
      *  The joint holders of one former account : the holder name is
      *  part of the TBTIT key, so the rows are read first, then each
      *  is deleted and re-inserted under its pseudonym - the
      *  customer's own name under the customer's pseudonym, any
      *  other holder under a numbered one.
           MOVE ZERO TO WS-TIT-NB
           MOVE WS-CPF-COMPTE (WS-CPF-IX) TO ZATIT-COMPTE
           MOVE "OPN" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZATIT-CODRET-OK
               IF WS-TIT-NB < 20
                  AND ZATIT-TITULAIRE(1:7) NOT = 'PSEUDO-' THEN
                   ADD 1 TO WS-TIT-NB
                   SET WS-TIT-IX TO WS-TIT-NB
                   MOVE ZATIT-TITULAIRE
                       TO WS-TIT-TITULAIRE (WS-TIT-IX)
                   MOVE ZATIT-MANDAT TO WS-TIT-MANDAT (WS-TIT-IX)
               END-IF
               MOVE "FET" TO ZATIT-FONCTION
               CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZATIT-FONCTION
           CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
           PERFORM VARYING WS-TIT-IX FROM 1 BY 1
                   UNTIL WS-TIT-IX > WS-TIT-NB
               IF WS-TIT-TITULAIRE (WS-TIT-IX) = WS-NOM-ORIGINE THEN
                   MOVE WS-PSEUDO TO WS-PSEUDO-NOM
               ELSE
                   MOVE WS-TIT-TITULAIRE (WS-TIT-IX)
                       TO WS-NOM-A-MASQUER
                   MOVE 'T' TO WS-TYPE-NOM
                   PERFORM 1690-PSEUDONYME-NUMEROTE
               END-IF
               MOVE WS-CPF-COMPTE (WS-CPF-IX)    TO ZATIT-COMPTE
               MOVE WS-TIT-TITULAIRE (WS-TIT-IX) TO ZATIT-TITULAIRE
               MOVE "DEL" TO ZATIT-FONCTION
               CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
               IF ZATIT-CODRET-OK THEN
                   MOVE WS-PSEUDO-NOM TO ZATIT-TITULAIRE
                   MOVE WS-TIT-MANDAT (WS-TIT-IX) TO ZATIT-MANDAT
                   MOVE "INS" TO ZATIT-FONCTION
                   CALL "MATIT" USING ZATIT-ZCMA, AUTH-QUERY
               END-IF
               IF ZATIT-CODRET-OK THEN
                   ADD 1 TO WS-NB-TIT
               ELSE
                   MOVE 'N' TO WS-PSD-OK
                   DISPLAY "GKPSD01 : " ZACLI-CLIENT " TBTIT "
                           ZATIT-COMPTE " KO, CODRET=" ZATIT-CODRET
               END-IF
           END-PERFORM
           .

       1650-PSEUDONYMISER-TBHIS.
      ******************************************************************EDEFAY
      *  The history of one former account : a counterparty name
      *  becomes its numbered pseudonym and the free remittance text
      *  goes blank. Amounts, dates, codes and references stay.
           MOVE WS-CPF-COMPTE (WS-CPF-IX) TO ZAHIS-COMPTE
           MOVE '0001-01-01' TO ZAHIS-DATDEB
           MOVE '9999-12-31' TO ZAHIS-DATFIN
           MOVE "OPN" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAHIS-CODRET-OK
               IF (ZAHIS-CTPNOM NOT = SPACES
                   AND ZAHIS-CTPNOM(1:7) NOT = 'PSEUDO-')
                  OR ZAHIS-CTPLIB NOT = SPACES THEN
                   IF ZAHIS-CTPNOM NOT = SPACES
                      AND ZAHIS-CTPNOM(1:7) NOT = 'PSEUDO-' THEN
                       MOVE ZAHIS-CTPNOM TO WS-NOM-A-MASQUER
                       MOVE 'C' TO WS-TYPE-NOM
                       PERFORM 1690-PSEUDONYME-NUMEROTE
                       MOVE WS-PSEUDO-NOM TO ZAHIS-CTPNOM
                   END-IF
                   MOVE SPACES TO ZAHIS-CTPLIB
                   MOVE "UPD" TO ZAHIS-FONCTION
                   CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
                   IF ZAHIS-CODRET-OK THEN
                       ADD 1 TO WS-NB-HIS
                   ELSE
                       MOVE 'N' TO WS-PSD-OK
                       DISPLAY "GKPSD01 : " ZACLI-CLIENT " TBHIS "
                               ZAHIS-COMPTE " " ZAHIS-REFOPE
                               " KO, CODRET=" ZAHIS-CODRET
                   END-IF
               END-IF
               MOVE "FET" TO ZAHIS-FONCTION
               CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZAHIS-FONCTION
           CALL "MAHIS" USING ZAHIS-ZCMA, AUTH-QUERY
           .

       1670-PSEUDONYMISER-TBBEN.
      ******************************************************************EDEFAY
      *  A company's beneficial owners : name to a pseudonym numbered
      *  on the owner number, date of birth blank. Share, nature of
      *  control and verification trail stay.
           MOVE ZACLI-CLIENT TO ZABEN-CLIENT
           MOVE "OPN" TO ZABEN-FONCTION
           CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZABEN-FONCTION
           CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZABEN-CODRET-OK
               MOVE SPACES TO ZABEN-NOM
               STRING WS-PSEUDO(1:15) '-B' ZABEN-RANG
                      DELIMITED BY SIZE INTO ZABEN-NOM
               MOVE SPACES TO ZABEN-DTNAIS
               MOVE "UPD" TO ZABEN-FONCTION
               CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
               IF ZABEN-CODRET-OK THEN
                   ADD 1 TO WS-NB-BEN
               ELSE
                   MOVE 'N' TO WS-PSD-OK
                   DISPLAY "GKPSD01 : " ZACLI-CLIENT " TBBEN "
                           ZABEN-RANG " KO, CODRET=" ZABEN-CODRET
               END-IF
               MOVE "FET" TO ZABEN-FONCTION
               CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZABEN-FONCTION
           CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           .

       1690-PSEUDONYME-NUMEROTE.
      ******************************************************************EDEFAY
      *  WS-PSEUDO-NOM := the numbered pseudonym of WS-NOM-A-MASQUER
      *  for this customer, type WS-TYPE-NOM ('T' holder, 'C'
      *  counterparty) - the same name always gets the same number.
      *  Past 98 distinct names they all share number 99.
           MOVE 'N' TO WS-NOMS-TROUVE
           MOVE ZERO TO WS-RANG-TYPE
           PERFORM VARYING WS-NOMS-IX FROM 1 BY 1
                   UNTIL WS-NOMS-IX > WS-NOMS-NB
                      OR NOMS-TROUVE
               IF WS-NOMS-TYPE (WS-NOMS-IX) = WS-TYPE-NOM THEN
                   MOVE WS-NOMS-RANG (WS-NOMS-IX) TO WS-RANG-TYPE
                   IF WS-NOMS-NOM (WS-NOMS-IX) = WS-NOM-A-MASQUER
                      THEN
                       SET NOMS-TROUVE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT NOMS-TROUVE THEN
               IF WS-NOMS-NB < 98 THEN
                   ADD 1 TO WS-RANG-TYPE
                   ADD 1 TO WS-NOMS-NB
                   SET WS-NOMS-IX TO WS-NOMS-NB
                   MOVE WS-TYPE-NOM      TO WS-NOMS-TYPE (WS-NOMS-IX)
                   MOVE WS-NOM-A-MASQUER TO WS-NOMS-NOM (WS-NOMS-IX)
                   MOVE WS-RANG-TYPE     TO WS-NOMS-RANG (WS-NOMS-IX)
               ELSE
                   MOVE 99 TO WS-RANG-TYPE
               END-IF
           END-IF
           MOVE SPACES TO WS-PSEUDO-NOM
           STRING WS-PSEUDO(1:15) '-' WS-TYPE-NOM WS-RANG-TYPE
                  DELIMITED BY SIZE INTO WS-PSEUDO-NOM
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
           DISPLAY "GKPSD01 : " WS-NB-CLIENTS " CLIENT(S), "
                   WS-NB-PSEUDO " PSEUDONYMISE(S), " WS-NB-DEJA
                   " DEJA AU REGISTRE, " WS-NB-RETENUS
                   " EN RETENTION, " WS-NB-EXCLUS " CONSERVE(S), "
                   WS-NB-NONDATE " SANS CLOTURE DATEE, " WS-NB-KO
                   " EN ECHEC"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .
