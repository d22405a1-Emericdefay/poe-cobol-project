      * Description    : Month-end close orchestrator, the period
      *                  counterpart of GKEOD01's daily chain. Runs
      *                  the month-end steps - GKTRIAL2, GKSTMT02,
      *                  GKFEE01, GKTIER01, GKPRV01, GKGL001,
      *                  GKGL002 - in
      *                  order from one driver, recording each step's
      *                  start/end/RC in the TBJOB step-status table
      *                  (keyed processing date + step, same
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        GKPRV01 expected-credit-loss
      *                         provisioning added to the chain,
      *                         ahead of the GL exports - it
      *                         provisions the same closing date
      *                         (PARAMCLOM or previous month-end).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  FILLER          PIC X(08) VALUE 'GKSTMT02'.
           05  FILLER          PIC X(08) VALUE 'GKFEE01 '.
           05  FILLER          PIC X(08) VALUE 'GKTIER01'.
           05  FILLER          PIC X(08) VALUE 'GKPRV01 '.
           05  FILLER          PIC X(08) VALUE 'GKGL001 '.
           05  FILLER          PIC X(08) VALUE 'GKGL002 '.
       01  WS-CHAINE-R REDEFINES WS-CHAINE.
           05  WS-ETAPE        PIC X(08) OCCURS 7 TIMES
                               INDEXED BY WS-ETAPE-IX.
       01  WS-NB-ETAPES        PIC 9(02) VALUE 7.
       01  WS-ETAPE-PGM        PIC X(08).
      *  Chain state
       01  WS-ARRET            PIC X(01) VALUE 'N'.
