      *                      ack files),
      *                    - the park queues still waiting a human :
      *                      TBPAP signatures, TBHIT screening hits,
      *                      TBRTY retries, TBLIB treasury releases
      *                      (each unreleased debit listed),
      *                    - the TBBRK breaks : new today and still
      *                      open (MABRK's CBRK open-breaks cursor),
      *                    - the customer alerts raised (FILEIN-
      *                         here catches up with GKEOD01's
      *                         (GKFAC01, GKSUS01, GKVEL01,
      *                         GKVTRU01).
      * 15/10/26  EDEFAY        The TBLIB treasury release queue joins
      *                         the park queues : its waiting count,
      *                         and one line per debit still
      *                         unreleased at cut-off (reference,
      *                         account, CODOPE, channel, amount).
      * 15/10/26  EDEFAY        GKPRF01, GKEOD01's new first step (the
      *                         end-of-day pre-flight), joins the
      *                         step lines.
      * 15/10/26  EDEFAY        GKCAT01 (spending categorisation),
      *                         GKEOD01's new step before this one,
      *                         joins the step lines.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY "./Copybooks/CTBPAP.cpy".
       COPY "./Copybooks/CTBHIT.cpy".
       COPY "./Copybooks/CTBRTY.cpy".
       COPY "./Copybooks/CTBLIB.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
      *  The chain this digest reports on, mirroring GKEOD01's - this
      *  program runs last, so every other step has its TBJOB row
       01  WS-CHAINE.
           05  FILLER          PIC X(08) VALUE 'GKPRF01 '.
           05  FILLER          PIC X(08) VALUE 'GKFAC01 '.
           05  FILLER          PIC X(08) VALUE 'GKRUN01 '.
           05  FILLER          PIC X(08) VALUE 'GKRTY01 '.
           05  FILLER          PIC X(08) VALUE 'GKSUS01 '.
           05  FILLER          PIC X(08) VALUE 'GKVEL01 '.
           05  FILLER          PIC X(08) VALUE 'GKVTRU01'.
           05  FILLER          PIC X(08) VALUE 'GKCAT01 '.
       01  WS-CHAINE-R REDEFINES WS-CHAINE.
           05  WS-ETAPE        PIC X(08) OCCURS 15 TIMES
                               INDEXED BY WS-ETAPE-IX.
       01  WS-NB-ETAPES        PIC 9(02) VALUE 15.
      *  Digest lines
       01  DIG-LIGNE       PIC X(80).
       01  DIG-ETAPE.
       01  WS-NB-SIGNATS   PIC 9(06) VALUE 0.
       01  WS-NB-HITS      PIC 9(06) VALUE 0.
       01  WS-NB-RETRIES   PIC 9(06) VALUE 0.
       01  WS-NB-LIBERATIONS PIC 9(06) VALUE 0.
      *  One unreleased TBLIB debit, see 1760-ECRIRE-LIBERATIONS
       01  DIG-LIBERATION.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  DL-REFOPE   PIC X(10).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  DL-COMPTE   PIC X(11).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  DL-CODOPE   PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  DL-ORIGINE  PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  DL-MNTOPE   PIC Z(10)9.99-.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  DL-CODDEV   PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  DL-DATOPE   PIC X(10).
           05  FILLER      PIC X(15) VALUE SPACES.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *  TBPAP debits awaiting their second signature (the CPAP
      *  cursor only returns the waiting ones), TBHIT screening
      *  hits and TBRTY retries still undecided (their cursors
      *  return everything, filter on the waiting status), TBLIB
      *  debits awaiting treasury release (CLIB only returns the
      *  pending ones).
           MOVE "OPN" TO ZAPAP-FONCTION
           CALL "MAPAP" USING ZAPAP-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZAPAP-FONCTION
           END-PERFORM
           MOVE "CLO" TO ZARTY-FONCTION
           CALL "MARTY" USING ZARTY-ZCMA, AUTH-QUERY
           MOVE "OPN" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZALIB-CODRET-EOF
               ADD 1 TO WS-NB-LIBERATIONS
               MOVE "FET" TO ZALIB-FONCTION
               CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           .

       1300-EXAMINER-ETAPES.
           STRING 'REESSAIS ATTEND   : ' WS-CNT-AFF
                  DELIMITED BY SIZE INTO DIG-LIGNE
           WRITE FILEOUT-DIG-RECORD FROM DIG-LIGNE
           MOVE WS-NB-LIBERATIONS TO WS-CNT-AFF
           MOVE SPACES TO DIG-LIGNE
           STRING 'LIBERATIONS ATTEND: ' WS-CNT-AFF
                  DELIMITED BY SIZE INTO DIG-LIGNE
           WRITE FILEOUT-DIG-RECORD FROM DIG-LIGNE
           IF WS-NB-LIBERATIONS > 0 THEN
               PERFORM 1760-ECRIRE-LIBERATIONS
           END-IF
           MOVE SPACES TO DIG-LIGNE
           MOVE '==== FIN DU DIGEST ====' TO DIG-LIGNE
           WRITE FILEOUT-DIG-RECORD FROM DIG-LIGNE
           END-IF
           WRITE FILEOUT-DIG-RECORD FROM DIG-ETAPE
           .

       1760-ECRIRE-LIBERATIONS.
      ******************************************************************EDEFAY
      *  One line per debit still unreleased in TBLIB at cut-off,
      *  oldest first - treasury's to-do list for the morning.
           MOVE "OPN" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZALIB-CODRET-EOF
               MOVE ZALIB-REFOPE  TO DL-REFOPE
               MOVE ZALIB-COMPTE  TO DL-COMPTE
               MOVE ZALIB-CODOPE  TO DL-CODOPE
               MOVE ZALIB-ORIGINE TO DL-ORIGINE
               MOVE ZALIB-MNTOPE  TO DL-MNTOPE
               MOVE ZALIB-CODDEV  TO DL-CODDEV
               MOVE ZALIB-DATOPE  TO DL-DATOPE
               WRITE FILEOUT-DIG-RECORD FROM DIG-LIBERATION
               MOVE "FET" TO ZALIB-FONCTION
               CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZALIB-FONCTION
           CALL "MALIB" USING ZALIB-ZCMA, AUTH-QUERY
           .
