      *                  ledger) spelled out. Till differences
      *                  surface the same evening instead of days
      *                  later ; per-branch over/short totals print
      *                  at end of run. A declaration may carry the
      *                  count by denomination (CCOUPURE) instead of,
      *                  or as well as, the counted amount : the
      *                  counted cash is then the notes times their
      *                  face value plus the coins, and a stated
      *                  amount that disagrees with its own counts
      *                  is refused as inconsistent.
      * Rules handling :
      *             RC = 00 : Every till balanced
      *             RC = 01 : Could not open TILLDECL or
      *                       FILEOUT-TILREP
      *             RC = 05 : One or more tills over/short, unknown
      *                       or inconsistently declared (see
      *                       FILEOUT-TILREP and SYSOUT)
      *                ---------------------------------
      * Using           :
      *    DDNAMEs      : TILLDECL, FILEOUT-TILREP - see
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        TILLDECL carries the evening count by
      *                         denomination (7 note counts + coins,
      *                         CCOUPURE order) ; the counted cash is
      *                         their value when given - 2000-COMPTER-
      *                         COUPURES. The same lines feed GKCOF02's
      *                         branch cash position.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  TILLDECL-RECORD.
          05  TD-CAISSE   PIC X(11).
          05  TD-COMPTE   PIC X(15).
      *   Note counts by denomination, CCOUPURE order, and the coins
      *   as one amount - all blank on an amount-only declaration
          05  TD-COUPURES.
              10  TD-NB-COUPURE PIC X(05) OCCURS 7 TIMES.
          05  TD-PIECES   PIC X(12).
          05  FILLER      PIC X(07).
       FD  FILEOUT-TILREP-FDNAME RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FILEOUT-TILREP-RECORD.
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CCOUPURE.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
      *  Per-declaration computation
       01  WS-COMPTE-CASH  PIC S9(13)V9(2) COMP-3.
       01  WS-ECART        PIC S9(13)V9(2) COMP-3.
       01  WS-VALEUR-COMPTEE PIC S9(13)V9(2) COMP-3.
       01  WS-DECL-KO      PIC X(01).
           88 DECL-KO      VALUE 'Y'.
      *  Per-branch over/short totals
       01  WS-BRA-NB       PIC 9(03) VALUE 0.
       01  WS-BRA-TABLE.
       01  WS-NB-JUSTES    PIC 9(06) VALUE 0.
       01  WS-NB-ECARTS    PIC 9(06) VALUE 0.
       01  WS-NB-INCONNUS  PIC 9(06) VALUE 0.
       01  WS-NB-INCOHERENTS PIC 9(06) VALUE 0.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
               DISPLAY "GKTIL01 : CAISSE " TD-CAISSE " INCONNUE"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-COMPTER-COUPURES
           IF DECL-KO THEN
               ADD 1 TO WS-NB-INCOHERENTS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ECART = WS-COMPTE-CASH - ZACPT-SOLDE
           MOVE SPACES TO FILEOUT-TILREP-RECORD
           MOVE ZACPT-AGENCE TO TR-AGENCE
      *  the final RC.
           DISPLAY "GKTIL01 : " WS-NB-LUES " CAISSE(S), "
                   WS-NB-JUSTES " JUSTE(S), " WS-NB-ECARTS
                   " EN ECART, " WS-NB-INCONNUS " INCONNUE(S), "
                   WS-NB-INCOHERENTS " INCOHERENTE(S)"
           IF WS-BRA-NB > 0 THEN
               DISPLAY "==== ECARTS PAR AGENCE ===="
               PERFORM VARYING WS-BRA-IX FROM 1 BY 1
               DISPLAY "==========================="
           END-IF
           IF WS-NB-ECARTS > 0
              OR WS-NB-INCONNUS > 0
              OR WS-NB-INCOHERENTS > 0 THEN
               MOVE '05' TO RC
           END-IF
           .

       2000-COMPTER-COUPURES.
      ******************************************************************EDEFAY
      *  The counted cash of the declaration : the amount as stated
      *  when no denomination is given, else the notes times their
      *  face value plus the coins - and a stated amount must then
      *  agree with it to the cent.
           MOVE 'N' TO WS-DECL-KO
           IF TD-COUPURES = SPACES
              AND TD-PIECES = SPACES THEN
               COMPUTE WS-COMPTE-CASH = FUNCTION NUMVAL(TD-COMPTE)
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-VALEUR-COMPTEE
           PERFORM VARYING CP-IX FROM 1 BY 1
                   UNTIL CP-IX > CP-NB-COUPURES
               IF TD-NB-COUPURE (CP-IX) NOT = SPACES THEN
                   IF FUNCTION TEST-NUMVAL(TD-NB-COUPURE (CP-IX))
                      NOT = 0 THEN
                       SET DECL-KO TO TRUE
                   ELSE
                       COMPUTE WS-VALEUR-COMPTEE = WS-VALEUR-COMPTEE
                           + FUNCTION NUMVAL(TD-NB-COUPURE (CP-IX))
                           * CP-VALEUR (CP-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF TD-PIECES NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(TD-PIECES) NOT = 0 THEN
                   SET DECL-KO TO TRUE
               ELSE
                   COMPUTE WS-VALEUR-COMPTEE = WS-VALEUR-COMPTEE
                           + FUNCTION NUMVAL(TD-PIECES)
               END-IF
           END-IF
           IF DECL-KO THEN
               DISPLAY "GKTIL01 : CAISSE " TD-CAISSE
                       " : COMPTAGE PAR COUPURE ILLISIBLE"
               EXIT PARAGRAPH
           END-IF
           IF TD-COMPTE NOT = SPACES THEN
               COMPUTE WS-COMPTE-CASH = FUNCTION NUMVAL(TD-COMPTE)
               IF WS-COMPTE-CASH NOT = WS-VALEUR-COMPTEE THEN
                   SET DECL-KO TO TRUE
                   DISPLAY "GKTIL01 : CAISSE " TD-CAISSE " : MONTANT "
                           "DECLARE DIFFERENT DU COMPTAGE PAR COUPURE"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-VALEUR-COMPTEE TO WS-COMPTE-CASH
           .
