      *PROCESS TEST
      ******************************************************************
      * Program name   : GKCHO01
      * Original author: DEFAY E.
      *
      * Description    : Charge-off and recovery batch. Walks MACPT's
      *                  CACC full-scan cursor over every TBCPT row :
      *                  - a customer account overdrawn continuously
      *                    (the trailing run of negative TBSNP
      *                    snapshots, counted as GKODEX01 does) for
      *                    at least the policy limit is WRITTEN OFF :
      *                    one F1-ENREG-30 transfer - loss account
      *                    (TBPRM 'GKCHO01 '/'CPTPERTE') to the
      *                    customer account, for the overdrawn amount
      *                    - goes to FILEOUT-CHOFLX for the normal
      *                    GKRUN01 chain, the account is moved to
      *                    ZACPT-PASSE-PERTE ('W', overdraft limit
      *                    and minimum balance zeroed) and a 'C' row
      *                    is registered in TBRCV ;
      *                  - a written-off account back in credit has
      *                    received repayments : the credit balance
      *                    is swept to the recovery account
      *                    ('CPTRECUP') by two MFMAJCPT legs, the
      *                    GKCLOSE01 way, and registered as an 'R'
      *                    row. MFMAJCPT refuses every other debit on
      *                    a written-off account.
      *                  FILEOUT-CHORPT lists the run's movements
      *                  followed by the register's totals per
      *                  currency - gross charge-offs, recoveries and
      *                  net loss, since inception and for the as-of
      *                  year.
      *                  Internal accounts (no ZACPT-CLIENT) and
      *                  deceased customers' accounts (settled
      *                  against the estate, GKDEC01) are never
      *                  written off.
      * Rules handling :
      *             RC = 00 : Ran to completion
      *             RC = 01 : Could not open FILEOUT-CHOFLX or
      *                       FILEOUT-CHORPT
      *             RC = 02 : Loss or recovery account not configured
      *             RC = 05 : One or more write-offs or recoveries
      *                       failed (see SYSOUT and the report)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : FILEOUT-CHOFLX - charge-off transfers, a
      *                   CFLUX flow file for GKRUN01.
      *                   FILEOUT-CHORPT - run and register report.
      *    TBPRM        : 'GKCHO01 '/'JOURSMAX' policy limit in days
      *                   (default 180), 'CPTPERTE' loss account,
      *                   'CPTRECUP' recovery account, 'REFSEQ'
      *                   persisted reference sequence. The loss
      *                   account is debited by every write-off and
      *                   must carry an overdraft limit to match.
      *
      * Return          : (RETURN-CODE)
      *
      *                ---------------------------------
      * Maintenance Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 15/10/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        An account classed internal (new
      *                         ZACPT-CLASSE) is left alone even when
      *                         it carries a client, as sweep masters
      *                         do.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GKCHO01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEOUT-CHOFLX-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-CHOFLX-NAME
           FILE STATUS IS WS-FS-CHOFLX
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-CHORPT-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-CHORPT-NAME
           FILE STATUS IS WS-FS-CHORPT
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  FILEOUT-CHOFLX-FDNAME RECORDING MODE F.
       01  FILEOUT-CHOFLX-RECORD.
          05  FILLER      PIC X(80).
       FD  FILEOUT-CHORPT-FDNAME RECORDING MODE F.
       01  FILEOUT-CHORPT-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBSNP.cpy".
       COPY "./Copybooks/CTBRCV.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBLOG.cpy".
       COPY "./Copybooks/ZFMAJCPT.cpy".
       COPY 'CFLUX.cpy'.
      *  Run-log working fields, see 1980-JOURNALISER-EXECUTION
       01  WS-LOG-YYYYMMDD  PIC 9(08).
       01  WS-LOG-HRDEBUT   PIC 9(08).
       01  WS-LOG-HRFIN     PIC 9(08).
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Output files
       01  FILEOUT-CHOFLX-NAME PIC X(30) VALUE 'FILEOUT-CHOFLX'.
       01  WS-FS-CHOFLX    PIC X(02).
           88 FS-CHOFLX-OK VALUE '00'.
       01  FILEOUT-CHORPT-NAME PIC X(30) VALUE 'FILEOUT-CHORPT'.
       01  WS-FS-CHORPT    PIC X(02).
           88 FS-CHORPT-OK VALUE '00'.
       01  RC              PIC X(02) VALUE '00'.
           88 RC-IS-00     VALUE '00'.
      *  Processing date
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE   PIC X(10).
      *  Policy limit, loss and recovery accounts (TBPRM)
       01  WS-JOURS-MAX    PIC 9(05) VALUE 180.
       01  WS-COMPTE-PERTE PIC X(11).
       01  WS-COMPTE-RECUP PIC X(11).
      *  Operator the recovery legs are posted under - the one
      *  MFMAJCPT lets debit a written-off account
       01  WS-OPERATEUR    PIC X(08) VALUE 'GKCHO01 '.
       01  WS-CODOPE-TRANSFERT PIC X(03) VALUE 'VIR'.
      *  Days continuously overdrawn, see 2000-COMPTER-JOURS-NEGATIFS
       01  WS-JOURS-NEG    PIC 9(05).
      *  Movement in hand
       01  WS-MNT-MVT      PIC S9(13)V9(2) COMP-3.
       01  WS-REF-MVT      PIC X(10).
       01  WS-REF-COMPENSE PIC X(10).
       01  WS-RETOUR-SAUVE PIC X(42).
      *  Reference sequence, persisted in TBPRM - see
      *  1050-ALLOUER-SEQ
       01  WS-SEQ          PIC 9(07) VALUE 0.
       01  WS-REFSEQ-LU    PIC X(01) VALUE 'N'.
           88 REFSEQ-LU    VALUE 'Y'.
      *  Register totals per currency, see 1800-TOTALISER-REGISTRE
       01  WS-DEV-NB       PIC 9(03) VALUE 0.
       01  WS-DEV-MAX      PIC 9(03) VALUE 50.
       01  WS-DEV-TABLE.
           05  WS-DEV-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-DEV-IX.
               10  WS-DEV-CODE     PIC X(03).
               10  WS-DEV-BRUT     PIC S9(13)V9(2) COMP-3.
               10  WS-DEV-RECUP    PIC S9(13)V9(2) COMP-3.
               10  WS-DEV-BRUT-AN  PIC S9(13)V9(2) COMP-3.
               10  WS-DEV-RECUP-AN PIC S9(13)V9(2) COMP-3.
       01  WS-DEV-TROUVE   PIC X(01).
           88 DEV-TROUVE   VALUE 'Y'.
      *  Counters
       01  WS-NB-LUS       PIC 9(06) VALUE 0.
       01  WS-NB-PERTES    PIC 9(06) VALUE 0.
       01  WS-NB-RECUPS    PIC 9(06) VALUE 0.
       01  WS-NB-REPORTES  PIC 9(06) VALUE 0.
       01  WS-NB-NONPOSTES PIC 9(06) VALUE 0.
       01  WS-NB-KO        PIC 9(06) VALUE 0.
      *  Report lines
       01  RPT-LINE.
           05  RPT-COMPTE  PIC X(11).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-ACTION  PIC X(16).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-JOURS   PIC ZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-MONTANT PIC -(13)9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-DEVISE  PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RPT-REF     PIC X(10).
           05  FILLER      PIC X(13) VALUE SPACES.
       01  RPT-TITRE.
           05  FILLER      PIC X(04) VALUE 'DEV '.
           05  FILLER      PIC X(07) VALUE 'PERIODE'.
           05  FILLER      PIC X(18) VALUE '      PERTES BRUTE'.
           05  FILLER      PIC X(18) VALUE '     RECUPERATIONS'.
           05  FILLER      PIC X(18) VALUE '       PERTE NETTE'.
           05  FILLER      PIC X(15) VALUE SPACES.
       01  RPT-TOTAL.
           05  RPT-TOT-DEVISE  PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOT-PERIODE PIC X(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOT-BRUT    PIC -(13)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOT-RECUP   PIC -(13)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  RPT-TOT-NET     PIC -(13)9.99.
           05  FILLER          PIC X(16) VALUE SPACES.
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
           ACCEPT WS-LOG-HRDEBUT FROM TIME
           PERFORM 1001-DEBUT
           IF RC-IS-00 THEN
               MOVE "OPN" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               MOVE "FET" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               PERFORM UNTIL ZACPT-CODRET-EOF
                   ADD 1 TO WS-NB-LUS
                   PERFORM 1500-TRAITER-COMPTE
                   MOVE "FET" TO ZACPT-FONCTION
                   CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               END-PERFORM
               MOVE "CLO" TO ZACPT-FONCTION
               CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
               PERFORM 1800-TOTALISER-REGISTRE
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           PERFORM 1980-JOURNALISER-EXECUTION
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Derive the processing date, load the policy limit and the
      *  loss/recovery accounts, open the outputs and write the flow
      *  file header.
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
           PERFORM 1010-CHARGER-PARAMETRES
           IF NOT RC-IS-00 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-CHOFLX-FDNAME
           IF NOT FS-CHOFLX-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-CHORPT-FDNAME
           IF NOT FS-CHORPT-OK THEN
               MOVE '01' TO RC
               CLOSE FILEOUT-CHOFLX-FDNAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F1-ENREG-00
           MOVE '00' TO F1-TYPE-00
           MOVE 'INT' TO F1-ORIGINE
           MOVE WS-AS-OF-DATE TO F1-DATE
           MOVE '01' TO F1-VERSION
           WRITE FILEOUT-CHOFLX-RECORD FROM F1-ENREG-00
           .

       1010-CHARGER-PARAMETRES.
      ******************************************************************EDEFAY
      *  TBPRM 'GKCHO01 ' rows : the policy limit in days (default
      *  180) and the two internal accounts, both mandatory - a
      *  write-off with nowhere to book the loss, or a recovery with
      *  nowhere to land, is not something to guess (RC 02).
           MOVE 'GKCHO01 ' TO ZAPRM-PGM
           MOVE 'JOURSMAX' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK
              AND ZAPRM-VALPRM NOT = SPACES THEN
               COMPUTE WS-JOURS-MAX = FUNCTION NUMVAL(ZAPRM-VALPRM)
           END-IF
           MOVE SPACES TO WS-COMPTE-PERTE
           MOVE 'GKCHO01 ' TO ZAPRM-PGM
           MOVE 'CPTPERTE' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:11) TO WS-COMPTE-PERTE
           END-IF
           MOVE SPACES TO WS-COMPTE-RECUP
           MOVE 'GKCHO01 ' TO ZAPRM-PGM
           MOVE 'CPTRECUP' TO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF ZAPRM-CODRET-OK THEN
               MOVE ZAPRM-VALPRM(1:11) TO WS-COMPTE-RECUP
           END-IF
           IF WS-COMPTE-PERTE = SPACES
              OR WS-COMPTE-RECUP = SPACES THEN
               MOVE '02' TO RC
               DISPLAY "GKCHO01 : COMPTE DE PERTE OU DE RECUPERATION "
                       "NON CONFIGURE (TBPRM GKCHO01/CPTPERTE, "
                       "CPTRECUP)"
           END-IF
           .

       1050-ALLOUER-SEQ.
      ******************************************************************EDEFAY
      *  Allocate the next reference sequence number - persisted in
      *  TBPRM ('GKCHO01 '/'REFSEQ'), the GKTAX01 discipline : loaded
      *  on first use and written back BEFORE the number is handed
      *  out, so neither a rerun nor a crash can issue one twice. A
      *  missing row (fresh install) starts from zero and is
      *  INSerted.
           IF NOT REFSEQ-LU THEN
               SET REFSEQ-LU TO TRUE
               MOVE 'GKCHO01 ' TO ZAPRM-PGM
               MOVE 'REFSEQ  ' TO ZAPRM-NOMPRM
               MOVE "SEL" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF ZAPRM-CODRET-OK
                  AND ZAPRM-VALPRM(1:7) IS NUMERIC THEN
                   MOVE ZAPRM-VALPRM(1:7) TO WS-SEQ
               END-IF
           END-IF
           ADD 1 TO WS-SEQ
           MOVE 'GKCHO01 ' TO ZAPRM-PGM
           MOVE 'REFSEQ  ' TO ZAPRM-NOMPRM
           MOVE SPACES TO ZAPRM-VALPRM
           MOVE WS-SEQ TO ZAPRM-VALPRM(1:7)
           MOVE "UPD" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF NOT ZAPRM-CODRET-OK THEN
               MOVE "INS" TO ZAPRM-FONCTION
               CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
               IF NOT ZAPRM-CODRET-OK THEN
                   DISPLAY "GKCHO01 : SEQUENCE REFSEQ NON PERSISTEE"
                           " CODRET=" ZAPRM-CODRET
               END-IF
           END-IF
           .

       1500-TRAITER-COMPTE.
      ******************************************************************EDEFAY
      *  One account : a written-off one in credit has its
      *  repayments swept as a recovery (one still overdrawn means
      *  its write-off transfer never posted - reported, not
      *  re-issued) ; a customer account overdrawn past the policy
      *  limit is written off. Internal accounts - the loss and
      *  recovery accounts among them - and deceased customers'
      *  accounts are left alone.
           IF ZACPT-CLIENT = SPACES
              OR ZACPT-INTERNE
              OR ZACPT-COMPTE = WS-COMPTE-PERTE
              OR ZACPT-COMPTE = WS-COMPTE-RECUP
              OR ZACPT-DECEDE THEN
               EXIT PARAGRAPH
           END-IF
           IF ZACPT-PASSE-PERTE THEN
               IF ZACPT-SOLDE > ZERO THEN
                   PERFORM 1700-RECUPERER
               END-IF
               IF ZACPT-SOLDE < ZERO THEN
                   ADD 1 TO WS-NB-NONPOSTES
                   MOVE ZERO TO WS-JOURS-NEG
                   MOVE ZACPT-SOLDE TO WS-MNT-MVT
                   MOVE SPACES TO WS-REF-MVT
                   MOVE 'PERTE NON POSTEE' TO RPT-ACTION
                   PERFORM 1600-ECRIRE-DETAIL
                   DISPLAY "GKCHO01 : " ZACPT-COMPTE " PASSE EN PERTE"
                           " MAIS TOUJOURS DEBITEUR - VERIFIER LE "
                           "POSTAGE DU TRANSFERT"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF ZACPT-SOLDE NOT < ZERO THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-COMPTER-JOURS-NEGATIFS
           IF WS-JOURS-NEG NOT < WS-JOURS-MAX THEN
               PERFORM 1550-PASSER-EN-PERTE
           END-IF
           .

       1550-PASSER-EN-PERTE.
      ******************************************************************EDEFAY
      *  Write one account off. The status moves first (MACPT UPD,
      *  optimistic lock on the row just fetched) : a transfer
      *  written for an account whose status did not move would
      *  credit it back to zero and leave it open for a fresh
      *  overdraft. The written-off account keeps no overdraft limit
      *  and no minimum balance - the recovery sweep must be able to
      *  take its whole credit balance.
           COMPUTE WS-MNT-MVT = 0 - ZACPT-SOLDE
           SET ZACPT-PASSE-PERTE TO TRUE
           MOVE ZERO TO ZACPT-LIMDEC
           MOVE ZERO TO ZACPT-SOLDEMIN
           MOVE "UPD" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               MOVE SPACES TO WS-REF-MVT
               MOVE 'ECHEC STATUT' TO RPT-ACTION
               PERFORM 1600-ECRIRE-DETAIL
               DISPLAY "GKCHO01 : " ZACPT-COMPTE " STATUT NON MIS A "
                       "JOUR, CODRET=" ZACPT-CODRET
               EXIT PARAGRAPH
           END-IF
           PERFORM 1050-ALLOUER-SEQ
           MOVE SPACES TO WS-REF-MVT
           STRING 'CO' WS-SEQ DELIMITED BY SIZE INTO WS-REF-MVT
           MOVE SPACES TO F1-ENREG-00
           MOVE '30' TO F1-TYPE-00
           MOVE WS-COMPTE-PERTE TO F1-COMPTE-DEBIT
           MOVE ZACPT-COMPTE TO F1-COMPTE-CREDIT
           MOVE WS-REF-MVT TO F1-REF-OPER-30
           MOVE ZACPT-DEVISE TO F1-CODE-DEV-30
           MOVE WS-MNT-MVT TO F1-MONTANT-30
           WRITE FILEOUT-CHOFLX-RECORD FROM F1-ENREG-30
           SET ZARCV-PASSAGE-PERTE TO TRUE
           PERFORM 1650-ENREGISTRER
           IF ZARCV-CODRET-OK THEN
               ADD 1 TO WS-NB-PERTES
               MOVE 'PASSAGE EN PERTE' TO RPT-ACTION
           ELSE
               ADD 1 TO WS-NB-KO
               MOVE 'REGISTRE KO' TO RPT-ACTION
           END-IF
           PERFORM 1600-ECRIRE-DETAIL
           .

       1600-ECRIRE-DETAIL.
      ******************************************************************EDEFAY
      *  One report line for the account in hand.
           MOVE ZACPT-COMPTE TO RPT-COMPTE
           MOVE WS-JOURS-NEG TO RPT-JOURS
           MOVE WS-MNT-MVT   TO RPT-MONTANT
           MOVE ZACPT-DEVISE TO RPT-DEVISE
           MOVE WS-REF-MVT   TO RPT-REF
           WRITE FILEOUT-CHORPT-RECORD FROM RPT-LINE
           .

       1650-ENREGISTRER.
      ******************************************************************EDEFAY
      *  One TBRCV register row for the movement in hand, its type
      *  (ZARCV-TYPMVT) already set by the caller.
           MOVE ZACPT-COMPTE TO ZARCV-COMPTE
           MOVE WS-REF-MVT   TO ZARCV-REFMVT
           MOVE WS-AS-OF-DATE TO ZARCV-DTMVT
           MOVE WS-MNT-MVT   TO ZARCV-MONTANT
           MOVE ZACPT-DEVISE TO ZARCV-DEVISE
           MOVE WS-JOURS-NEG TO ZARCV-JOURSNEG
           MOVE ZACPT-CLIENT TO ZARCV-CLIENT
           MOVE ZACPT-AGENCE TO ZARCV-AGENCE
           MOVE "INS" TO ZARCV-FONCTION
           CALL "MARCV" USING ZARCV-ZCMA, AUTH-QUERY
           IF NOT ZARCV-CODRET-OK THEN
               DISPLAY "GKCHO01 : REGISTRE KO POUR " ZACPT-COMPTE
                       " " WS-REF-MVT " CODRET=" ZARCV-CODRET
           END-IF
           .

       1700-RECUPERER.
      ******************************************************************EDEFAY
      *  Sweep a written-off account's credit balance - repayments
      *  received since the write-off - to the recovery account : a
      *  debit leg on the account, a credit leg (same CODOPE flipped
      *  by ZF-REVERSAL) on the recovery account, the debit
      *  compensated if the credit leg is refused, as GKMAJ001 posts
      *  a type-30. Funds still inside their value-date float come
      *  back on the overdraft check and are simply swept on a later
      *  night.
           MOVE ZACPT-SOLDE TO WS-MNT-MVT
           MOVE ZERO TO WS-JOURS-NEG
           PERFORM 1050-ALLOUER-SEQ
           MOVE SPACES TO WS-REF-MVT
           STRING 'RV' WS-SEQ DELIMITED BY SIZE INTO WS-REF-MVT
           PERFORM 1710-POSTER-LEG-DEBIT
           IF NOT CODRET-OK THEN
               IF CODRET-DECOUVERT THEN
                   ADD 1 TO WS-NB-REPORTES
                   MOVE 'RECUP. REPORTEE' TO RPT-ACTION
               ELSE
                   ADD 1 TO WS-NB-KO
                   MOVE 'ECHEC RECUP.' TO RPT-ACTION
                   DISPLAY "GKCHO01 : RECUPERATION " ZACPT-COMPTE
                           " REJETEE, CODRET=" ZF-CODRET " "
                           ZF-LIBRET
               END-IF
               PERFORM 1600-ECRIRE-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM 1720-POSTER-LEG-CREDIT
           IF NOT CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               MOVE 'ECHEC RECUP.' TO RPT-ACTION
               DISPLAY "GKCHO01 : RECUPERATION " ZACPT-COMPTE
                       " CREDIT REJETE, CODRET=" ZF-CODRET " "
                       ZF-LIBRET
               PERFORM 1730-COMPENSER-LEG-DEBIT
               PERFORM 1600-ECRIRE-DETAIL
               EXIT PARAGRAPH
           END-IF
           SET ZARCV-RECUPERATION TO TRUE
           PERFORM 1650-ENREGISTRER
           IF ZARCV-CODRET-OK THEN
               ADD 1 TO WS-NB-RECUPS
               MOVE 'RECUPERATION' TO RPT-ACTION
           ELSE
               ADD 1 TO WS-NB-KO
               MOVE 'REGISTRE KO' TO RPT-ACTION
           END-IF
           PERFORM 1600-ECRIRE-DETAIL
           .

       1710-POSTER-LEG-DEBIT.
      ******************************************************************EDEFAY
      *  Debit leg of the sweep, on the written-off account, under
      *  the one operator MFMAJCPT lets debit it.
           INITIALIZE ZF-MAJCPT
           MOVE ZACPT-COMPTE     TO ZF-COMPTE
           MOVE WS-CODOPE-TRANSFERT TO ZF-CODOPE
           MOVE WS-REF-MVT       TO ZF-REFOPE
           MOVE ZACPT-DEVISE     TO ZF-CODDEV
           MOVE WS-AS-OF-DATE    TO ZF-DATOPE
           MOVE WS-MNT-MVT       TO ZF-MNTOPE
           MOVE WS-REF-MVT       TO ZF-REFOPE-LIE
           MOVE WS-OPERATEUR     TO ZF-OPERATEUR
      *    System-routed leg - bypasses the both-to-sign queue, see
      *    GKMAJ001's 1661
           SET ZF-IS-APPROUVE    TO TRUE
           CALL "MFMAJCPT" USING ZF-MAJCPT, ZF-RETOUR
           .

       1720-POSTER-LEG-CREDIT.
      ******************************************************************EDEFAY
      *  Credit leg of the sweep, on the recovery account - the same
      *  reference, so the pair reads together in TBHIS.
           INITIALIZE ZF-MAJCPT
           MOVE WS-COMPTE-RECUP  TO ZF-COMPTE
           MOVE WS-CODOPE-TRANSFERT TO ZF-CODOPE
           MOVE WS-REF-MVT       TO ZF-REFOPE
           MOVE ZACPT-DEVISE     TO ZF-CODDEV
           MOVE WS-AS-OF-DATE    TO ZF-DATOPE
           MOVE WS-MNT-MVT       TO ZF-MNTOPE
           SET ZF-REVERSAL       TO TRUE
           MOVE WS-REF-MVT       TO ZF-REFOPE-LIE
           MOVE WS-OPERATEUR     TO ZF-OPERATEUR
           SET ZF-IS-APPROUVE    TO TRUE
           CALL "MFMAJCPT" USING ZF-MAJCPT, ZF-RETOUR
           .

       1730-COMPENSER-LEG-DEBIT.
      ******************************************************************EDEFAY
      *  The credit leg was refused after the debit leg posted -
      *  repost the debit's inverse under a distinct reference so the
      *  written-off account gets its repayments back. The root
      *  rejection is kept in ZF-RETOUR for the caller.
           MOVE ZF-RETOUR TO WS-RETOUR-SAUVE
           MOVE SPACES TO WS-REF-COMPENSE
           STRING 'C' WS-REF-MVT(1:9)
                  DELIMITED BY SIZE INTO WS-REF-COMPENSE
           INITIALIZE ZF-MAJCPT
           MOVE ZACPT-COMPTE     TO ZF-COMPTE
           MOVE WS-CODOPE-TRANSFERT TO ZF-CODOPE
           MOVE WS-REF-COMPENSE  TO ZF-REFOPE
           MOVE ZACPT-DEVISE     TO ZF-CODDEV
           MOVE WS-AS-OF-DATE    TO ZF-DATOPE
           MOVE WS-MNT-MVT       TO ZF-MNTOPE
           SET ZF-REVERSAL       TO TRUE
           MOVE WS-REF-MVT       TO ZF-REFOPE-LIE
           MOVE WS-OPERATEUR     TO ZF-OPERATEUR
           SET ZF-IS-APPROUVE    TO TRUE
           CALL "MFMAJCPT" USING ZF-MAJCPT, ZF-RETOUR
           IF NOT CODRET-OK THEN
               DISPLAY "GKCHO01 : COMPENSATION " WS-REF-COMPENSE
                       " SUR " ZACPT-COMPTE " KO, CODRET=" ZF-CODRET
                       " - REPRISE MANUELLE REQUISE"
           END-IF
           MOVE WS-RETOUR-SAUVE TO ZF-RETOUR
           .

       1800-TOTALISER-REGISTRE.
      ******************************************************************EDEFAY
      *  One CRCV pass over the whole register, this run's rows
      *  included : gross charge-offs and recoveries per currency,
      *  since inception and for the as-of year, then the report's
      *  summary block with the net loss (gross less recoveries).
           MOVE "OPN" TO ZARCV-FONCTION
           CALL "MARCV" USING ZARCV-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZARCV-FONCTION
           CALL "MARCV" USING ZARCV-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZARCV-CODRET-EOF
                      OR NOT ZARCV-CODRET-OK
               PERFORM 1810-CUMULER-LIGNE
               MOVE "FET" TO ZARCV-FONCTION
               CALL "MARCV" USING ZARCV-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZARCV-FONCTION
           CALL "MARCV" USING ZARCV-ZCMA, AUTH-QUERY
           WRITE FILEOUT-CHORPT-RECORD FROM RPT-TITRE
           PERFORM VARYING WS-DEV-IX FROM 1 BY 1
                   UNTIL WS-DEV-IX > WS-DEV-NB
               MOVE WS-DEV-CODE (WS-DEV-IX) TO RPT-TOT-DEVISE
               MOVE 'CUMUL ' TO RPT-TOT-PERIODE
               MOVE WS-DEV-BRUT (WS-DEV-IX) TO RPT-TOT-BRUT
               MOVE WS-DEV-RECUP (WS-DEV-IX) TO RPT-TOT-RECUP
               COMPUTE RPT-TOT-NET = WS-DEV-BRUT (WS-DEV-IX)
                                   - WS-DEV-RECUP (WS-DEV-IX)
               WRITE FILEOUT-CHORPT-RECORD FROM RPT-TOTAL
               MOVE 'AN ' TO RPT-TOT-PERIODE
               MOVE WS-AS-OF-DATE(1:4) TO RPT-TOT-PERIODE(4:3)
               MOVE WS-DEV-BRUT-AN (WS-DEV-IX) TO RPT-TOT-BRUT
               MOVE WS-DEV-RECUP-AN (WS-DEV-IX) TO RPT-TOT-RECUP
               COMPUTE RPT-TOT-NET = WS-DEV-BRUT-AN (WS-DEV-IX)
                                   - WS-DEV-RECUP-AN (WS-DEV-IX)
               WRITE FILEOUT-CHORPT-RECORD FROM RPT-TOTAL
           END-PERFORM
           .

       1810-CUMULER-LIGNE.
      ******************************************************************EDEFAY
      *  Add one register row to its currency's totals, opening the
      *  currency's entry on first sight.
           MOVE 'N' TO WS-DEV-TROUVE
           PERFORM VARYING WS-DEV-IX FROM 1 BY 1
                   UNTIL WS-DEV-IX > WS-DEV-NB
               IF WS-DEV-CODE (WS-DEV-IX) = ZARCV-DEVISE THEN
                   SET DEV-TROUVE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT DEV-TROUVE THEN
               IF WS-DEV-NB NOT < WS-DEV-MAX THEN
                   DISPLAY "GKCHO01 : TABLE DEVISES PLEINE, "
                           ZARCV-DEVISE " NON TOTALISEE"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEV-NB
               SET WS-DEV-IX TO WS-DEV-NB
               MOVE ZARCV-DEVISE TO WS-DEV-CODE (WS-DEV-IX)
               MOVE ZERO TO WS-DEV-BRUT (WS-DEV-IX)
                            WS-DEV-RECUP (WS-DEV-IX)
                            WS-DEV-BRUT-AN (WS-DEV-IX)
                            WS-DEV-RECUP-AN (WS-DEV-IX)
           END-IF
           IF ZARCV-PASSAGE-PERTE THEN
               ADD ZARCV-MONTANT TO WS-DEV-BRUT (WS-DEV-IX)
               IF ZARCV-DTMVT(1:4) = WS-AS-OF-DATE(1:4) THEN
                   ADD ZARCV-MONTANT TO WS-DEV-BRUT-AN (WS-DEV-IX)
               END-IF
           END-IF
           IF ZARCV-RECUPERATION THEN
               ADD ZARCV-MONTANT TO WS-DEV-RECUP (WS-DEV-IX)
               IF ZARCV-DTMVT(1:4) = WS-AS-OF-DATE(1:4) THEN
                   ADD ZARCV-MONTANT TO WS-DEV-RECUP-AN (WS-DEV-IX)
               END-IF
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Close the flow file with its footer - type-30 transfers never
      *  count towards it - and report the run totals.
           MOVE SPACES TO F1-ENREG-00
           MOVE '99' TO F1-TYPE-00
           MOVE ZERO TO F1-NB-OPERATIONS
           MOVE ZERO TO F1-MT-GLOBAL
           WRITE FILEOUT-CHOFLX-RECORD FROM F1-ENREG-99
           DISPLAY "GKCHO01 : " WS-NB-LUS " COMPTE(S) LU(S), "
                   WS-NB-PERTES " PASSAGE(S) EN PERTE, "
                   WS-NB-RECUPS " RECUPERATION(S), "
                   WS-NB-REPORTES " REPORTEE(S), "
                   WS-NB-NONPOSTES " NON POSTE(S), "
                   WS-NB-KO " KO, SEUIL=" WS-JOURS-MAX " JOURS"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       2000-COMPTER-JOURS-NEGATIFS.
      ******************************************************************EDEFAY
      *  Days continuously overdrawn : the trailing run of negative
      *  balances over the account's snapshots (a positive snapshot
      *  resets the streak ; the CSNP cursor fetches in date order),
      *  the same count GKODEX01 reports.
           MOVE ZERO TO WS-JOURS-NEG
           MOVE ZACPT-COMPTE TO ZASNP-COMPTE
           MOVE "OPN" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZASNP-CODRET-EOF
               IF ZASNP-SOLDE < ZERO THEN
                   ADD 1 TO WS-JOURS-NEG
               ELSE
                   MOVE ZERO TO WS-JOURS-NEG
               END-IF
               MOVE "FET" TO ZASNP-FONCTION
               CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZASNP-FONCTION
           CALL "MASNP" USING ZASNP-ZCMA, AUTH-QUERY
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE FILEOUT-CHOFLX-FDNAME
           CLOSE FILEOUT-CHORPT-FDNAME
           .

       1980-JOURNALISER-EXECUTION.
      ******************************************************************EDEFAY
      *  One TBLOG row for this execution - start/end times, the
      *  run's record count and its final RC, for GKWIN01's
      *  batch-window trend.
           ACCEPT WS-LOG-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-LOG-YYYYMMDD(1:4) '-' WS-LOG-YYYYMMDD(5:2)
                  '-' WS-LOG-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO ZALOG-DTRUN
           MOVE 'GKCHO01 ' TO ZALOG-PGM
           MOVE WS-LOG-HRDEBUT TO ZALOG-HRDEBUT
           ACCEPT WS-LOG-HRFIN FROM TIME
           MOVE WS-LOG-HRFIN   TO ZALOG-HRFIN
           MOVE WS-NB-LUS      TO ZALOG-NBENR
           MOVE RC TO ZALOG-CODRC
           MOVE "INS" TO ZALOG-FONCTION
           CALL "MALOG" USING ZALOG-ZCMA, AUTH-QUERY
           IF NOT ZALOG-CODRET-OK THEN
               DISPLAY "GKCHO01 : JOURNAL TBLOG KO, CODRET="
                       ZALOG-CODRET
           END-IF
           .
