      *PROCESS TEST
      ******************************************************************
      * Program name   : GKCOF01
      * Original author: DEFAY E.
      *
      * Description    : Till-to-vault cash transfers. Reads one
      *                  transfer slip per VAULTTRF line (till
      *                  account, direction, amount, optionally the
      *                  count by denomination) and turns each into
      *                  an F1-ENREG-30 internal transfer in a CFLUX
      *                  file for the normal GKRUN01 chain, so the
      *                  cash that moves between a teller's drawer and
      *                  the branch vault moves on the ledger too :
      *                    V - the till hands cash to the vault (till
      *                        debited, vault credited) ;
      *                    C - the vault supplies the till (vault
      *                        debited, till credited).
      *                  Tills and vaults are both internal cash
      *                  accounts (ZACPT-INT-CAISSE) whose balance is
      *                  the cash they hold. The branch vault is
      *                  TBPRM GKCOF01/'VL'+branch ; the till's own
      *                  branch names it. A slip counted by
      *                  denomination is worth its count, and a
      *                  stated amount must agree with it.
      * Rules handling :
      *             RC = 00 : Every slip turned into a transfer
      *             RC = 01 : Could not open VAULTTRF or
      *                       FILEOUT-COFFLX
      *             RC = 05 : One or more slips refused (see SYSOUT
      *                       detail per line)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : VAULTTRF, FILEOUT-COFFLX - see
      *                   JCL/GKCOF01.jcl.
      *                   PARAMASOF - OPTIONAL explicit as-of date.
      *    TBPRM        : GKCOF01 /VLaaa    - vault account of branch
      *                   aaa.
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
       PROGRAM-ID.    GKCOF01.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED. 15/10/26.
       SECURITY.      NON-CONFIDENTIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULTTRF-FDNAME
           ASSIGN TO DYNAMIC VAULTTRF-NAME
           FILE STATUS IS WS-FS-VAULTTRF
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEOUT-COFFLX-FDNAME
           ASSIGN TO DYNAMIC FILEOUT-COFFLX-NAME
           FILE STATUS IS WS-FS-COFFLX
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAMASOF-FDNAME
           ASSIGN TO DYNAMIC PARAMASOF-NAME
           FILE STATUS IS WS-FS-PARAMASOF
           ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      ******************************************************************
       FILE SECTION.
       FD  VAULTTRF-FDNAME RECORDING MODE F.
       01  VAULTTRF-RECORD.
          05  VT-CAISSE   PIC X(11).
          05  VT-SENS     PIC X(01).
              88 VT-VERS-COFFRE  VALUE 'V'.
              88 VT-VERS-CAISSE  VALUE 'C'.
          05  VT-MONTANT  PIC X(15).
      *   Note counts by denomination, CCOUPURE order, and the coins
      *   as one amount - all blank on an amount-only slip
          05  VT-COUPURES.
              10  VT-NB-COUPURE PIC X(05) OCCURS 7 TIMES.
          05  VT-PIECES   PIC X(12).
          05  FILLER      PIC X(06).
       FD  FILEOUT-COFFLX-FDNAME RECORDING MODE F.
       01  FILEOUT-COFFLX-RECORD.
          05  FILLER      PIC X(80).
       FD  PARAMASOF-FDNAME RECORDING MODE F.
       01  PARAMASOF-RECORD.
          05  FILLER      PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CCOUPURE.cpy".
       COPY 'CFLUX.cpy'.
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  VAULTTRF-NAME    PIC X(30) VALUE 'VAULTTRF'.
       01  WS-FS-VAULTTRF   PIC X(02).
           88 FS-VAULTTRF-OK VALUE '00'.
       01  WS-EOF-VAULTTRF  PIC X(01) VALUE 'N'.
           88 EOF-VAULTTRF  VALUE 'Y'.
       01  FILEOUT-COFFLX-NAME PIC X(30) VALUE 'FILEOUT-COFFLX'.
       01  WS-FS-COFFLX     PIC X(02).
           88 FS-COFFLX-OK  VALUE '00'.
       01  PARAMASOF-NAME   PIC X(30) VALUE 'PARAMASOF'.
       01  WS-FS-PARAMASOF  PIC X(02).
           88 FS-PARAMASOF-OK VALUE '00'.
       01  RC               PIC X(02) VALUE '00'.
           88 RC-IS-00      VALUE '00'.
      *  Processing date - the flow file's date and the references
       01  WS-AS-OF-YYYYMMDD PIC 9(08).
       01  WS-AS-OF-DATE    PIC X(10).
      *  The slip in hand
       01  WS-COMPTE-CAISSE PIC X(11).
       01  WS-AGENCE        PIC X(03).
       01  WS-DEVISE        PIC X(03).
       01  WS-COMPTE-COFFRE PIC X(11).
       01  WS-MONTANT       PIC S9(13)V9(2) COMP-3.
       01  WS-VALEUR-COMPTEE PIC S9(13)V9(2) COMP-3.
       01  WS-SLIP-KO       PIC X(01).
           88 SLIP-KO       VALUE 'Y'.
       01  WS-MOTIF         PIC X(40).
      *  Transfer references and counters
       01  WS-SEQ           PIC 9(03) VALUE 0.
       01  WS-REF-COF       PIC X(10).
       01  WS-NB-LUES       PIC 9(06) VALUE 0.
       01  WS-NB-OK         PIC 9(06) VALUE 0.
       01  WS-NB-KO         PIC 9(06) VALUE 0.
       01  WS-MT-TRANSFERE  PIC S9(13)V9(2) COMP-3 VALUE 0.
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
           IF RC-IS-00 THEN
               PERFORM 1100-LIRE-VAULTTRF
               PERFORM UNTIL EOF-VAULTTRF
                   PERFORM 1500-TRAITER-BORDEREAU
                   PERFORM 1100-LIRE-VAULTTRF
               END-PERFORM
               PERFORM 1900-BILAN
               PERFORM 9999-CFILES
           END-IF
           .

       1001-DEBUT.
      ******************************************************************EDEFAY
      *  Resolve the as-of date, open the files and write the flow
      *  file's header.
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
           OPEN INPUT PARAMASOF-FDNAME
           IF FS-PARAMASOF-OK THEN
               READ PARAMASOF-FDNAME INTO PARAMASOF-RECORD
               IF FS-PARAMASOF-OK THEN
                   MOVE PARAMASOF-RECORD(1:10) TO WS-AS-OF-DATE
               END-IF
               CLOSE PARAMASOF-FDNAME
           END-IF
           OPEN INPUT VAULTTRF-FDNAME
           IF NOT FS-VAULTTRF-OK THEN
               MOVE '01' TO RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILEOUT-COFFLX-FDNAME
           IF NOT FS-COFFLX-OK THEN
               MOVE '01' TO RC
               CLOSE VAULTTRF-FDNAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F1-ENREG-00
           MOVE '00' TO F1-TYPE-00
           MOVE 'INT' TO F1-ORIGINE
           MOVE WS-AS-OF-DATE TO F1-DATE
           MOVE '01' TO F1-VERSION
           WRITE FILEOUT-COFFLX-RECORD FROM F1-ENREG-00
           .

       1100-LIRE-VAULTTRF.
      ******************************************************************EDEFAY
      *  Read the next transfer slip.
           READ VAULTTRF-FDNAME
               AT END SET EOF-VAULTTRF TO TRUE
           END-READ
           .

       1500-TRAITER-BORDEREAU.
      ******************************************************************EDEFAY
      *  One slip : validate it, then write its two-leg transfer.
           ADD 1 TO WS-NB-LUES
           PERFORM 2000-VERIFIER-BORDEREAU
           IF SLIP-KO THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKCOF01 : CAISSE " VT-CAISSE " : " WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-REF-COF
           STRING 'V' WS-AS-OF-DATE(3:2) WS-AS-OF-DATE(6:2)
                  WS-AS-OF-DATE(9:2) WS-SEQ
                  DELIMITED BY SIZE INTO WS-REF-COF
           MOVE SPACES TO F1-ENREG-00
           MOVE '30' TO F1-TYPE-30
           IF VT-VERS-COFFRE THEN
               MOVE WS-COMPTE-CAISSE TO F1-COMPTE-DEBIT
               MOVE WS-COMPTE-COFFRE TO F1-COMPTE-CREDIT
           ELSE
               MOVE WS-COMPTE-COFFRE TO F1-COMPTE-DEBIT
               MOVE WS-COMPTE-CAISSE TO F1-COMPTE-CREDIT
           END-IF
           MOVE WS-REF-COF TO F1-REF-OPER-30
           MOVE WS-DEVISE TO F1-CODE-DEV-30
           MOVE WS-MONTANT TO F1-MONTANT-30
           WRITE FILEOUT-COFFLX-RECORD FROM F1-ENREG-30
           ADD 1 TO WS-NB-OK
           ADD WS-MONTANT TO WS-MT-TRANSFERE
           DISPLAY "GKCOF01 : CAISSE " VT-CAISSE " " VT-SENS
                   " COFFRE " WS-COMPTE-COFFRE " " WS-MONTANT " "
                   WS-DEVISE " REF " WS-REF-COF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Write the flow file's footer - the transfers are type-30
      *  records, outside the type-10 count it reconciles - report
      *  the run totals and set the final RC.
           MOVE SPACES TO F1-ENREG-00
           MOVE '99' TO F1-TYPE-99
           MOVE ZERO TO F1-NB-OPERATIONS
           MOVE ZERO TO F1-MT-GLOBAL
           WRITE FILEOUT-COFFLX-RECORD FROM F1-ENREG-99
           DISPLAY "GKCOF01 : " WS-NB-LUES " BORDEREAU(X), " WS-NB-OK
                   " TRANSFERE(S), " WS-NB-KO " REFUSE(S), MONTANT "
                   WS-MT-TRANSFERE
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       2000-VERIFIER-BORDEREAU.
      ******************************************************************EDEFAY
      *  The till must be a cash account, its branch must have a
      *  vault of the same currency, the direction must be known and
      *  the amount positive and consistent with its count.
           MOVE 'N' TO WS-SLIP-KO
           IF NOT VT-VERS-COFFRE AND NOT VT-VERS-CAISSE THEN
               SET SLIP-KO TO TRUE
               MOVE 'SENS INVALIDE (V/C)' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE VT-CAISSE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK THEN
               SET SLIP-KO TO TRUE
               MOVE 'CAISSE INCONNUE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF NOT ZACPT-INT-CAISSE THEN
               SET SLIP-KO TO TRUE
               MOVE 'PAS UN COMPTE DE CAISSE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE ZACPT-COMPTE TO WS-COMPTE-CAISSE
           MOVE ZACPT-AGENCE TO WS-AGENCE
           MOVE ZACPT-DEVISE TO WS-DEVISE
           MOVE 'GKCOF01 ' TO ZAPRM-PGM
           MOVE SPACES TO ZAPRM-NOMPRM
           STRING 'VL' WS-AGENCE DELIMITED BY SIZE INTO ZAPRM-NOMPRM
           MOVE "SEL" TO ZAPRM-FONCTION
           CALL "MAPRM" USING ZAPRM-ZCMA, AUTH-QUERY
           IF NOT ZAPRM-CODRET-OK
              OR ZAPRM-VALPRM = SPACES THEN
               SET SLIP-KO TO TRUE
               MOVE SPACES TO WS-MOTIF
               STRING 'PAS DE COFFRE POUR L AGENCE ' WS-AGENCE
                      DELIMITED BY SIZE INTO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE ZAPRM-VALPRM(1:11) TO WS-COMPTE-COFFRE
           MOVE WS-COMPTE-COFFRE TO ZACPT-COMPTE
           MOVE "SEL" TO ZACPT-FONCTION
           CALL "MACPT" USING ZACPT-ZCMA, AUTH-QUERY
           IF NOT ZACPT-CODRET-OK
              OR NOT ZACPT-INT-CAISSE THEN
               SET SLIP-KO TO TRUE
               MOVE SPACES TO WS-MOTIF
               STRING 'COFFRE ' WS-COMPTE-COFFRE ' INVALIDE'
                      DELIMITED BY SIZE INTO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF ZACPT-DEVISE NOT = WS-DEVISE THEN
               SET SLIP-KO TO TRUE
               MOVE 'DEVISE COFFRE DIFFERENTE DE LA CAISSE'
                   TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-VALORISER-BORDEREAU
           IF SLIP-KO THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTANT NOT > 0 THEN
               SET SLIP-KO TO TRUE
               MOVE 'MONTANT NUL OU NEGATIF' TO WS-MOTIF
           END-IF
           .

       2100-VALORISER-BORDEREAU.
      ******************************************************************EDEFAY
      *  The slip's amount : as stated when no denomination is
      *  given, else the notes times their face value plus the coins
      *  - a stated amount must then agree with it to the cent.
           MOVE ZERO TO WS-MONTANT
           IF VT-MONTANT NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(VT-MONTANT) NOT = 0 THEN
                   SET SLIP-KO TO TRUE
                   MOVE 'MONTANT ILLISIBLE' TO WS-MOTIF
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-MONTANT = FUNCTION NUMVAL(VT-MONTANT)
           END-IF
           IF VT-COUPURES = SPACES
              AND VT-PIECES = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-VALEUR-COMPTEE
           PERFORM VARYING CP-IX FROM 1 BY 1
                   UNTIL CP-IX > CP-NB-COUPURES
               IF VT-NB-COUPURE (CP-IX) NOT = SPACES THEN
                   IF FUNCTION TEST-NUMVAL(VT-NB-COUPURE (CP-IX))
                      NOT = 0 THEN
                       SET SLIP-KO TO TRUE
                   ELSE
                       COMPUTE WS-VALEUR-COMPTEE = WS-VALEUR-COMPTEE
                           + FUNCTION NUMVAL(VT-NB-COUPURE (CP-IX))
                           * CP-VALEUR (CP-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF VT-PIECES NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(VT-PIECES) NOT = 0 THEN
                   SET SLIP-KO TO TRUE
               ELSE
                   COMPUTE WS-VALEUR-COMPTEE = WS-VALEUR-COMPTEE
                           + FUNCTION NUMVAL(VT-PIECES)
               END-IF
           END-IF
           IF SLIP-KO THEN
               MOVE 'COMPTAGE PAR COUPURE ILLISIBLE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           IF VT-MONTANT NOT = SPACES
              AND WS-MONTANT NOT = WS-VALEUR-COMPTEE THEN
               SET SLIP-KO TO TRUE
               MOVE 'MONTANT DIFFERENT DU COMPTAGE PAR COUPURE'
                   TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALEUR-COMPTEE TO WS-MONTANT
           .

       9999-CFILES.
      ******************************************************************EDEFAY
      *  This routine should close file(s).
           CLOSE VAULTTRF-FDNAME
           CLOSE FILEOUT-COFFLX-FDNAME
           .
