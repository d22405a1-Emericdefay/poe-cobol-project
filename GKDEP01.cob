      *                      linked account's TBTAUX row in force at
      *                      the roll date (kept unchanged when none
      *                      is configured).
      *                  An active deposit with an early-break request
      *                  (ZADEP-DTRUPT, recorded by GKMDEP01 'RUP')
      *                  whose break date is reached is broken instead :
      *                  interest from the start to the break date is
      *                  recomputed per the settlement account's
      *                  product rule (ZAPRD-RUPTURE 'T' at the penalty
      *                  rate ZAPRD-TXRUPT, capped at the contracted
      *                  rate ; otherwise forfeited), principal plus
      *                  that interest is posted back through MFMAJCPT
      *                  (same 'DPM' code) and the deposit is closed
      *                  ZADEP-ROMPU. The penalty - the contracted
      *                  interest to the break date less what is paid
      *                  - is reported on its own.
      *                  A deposit pledged as collateral for a running
      *                  loan (TBGAR, GKMGAR01) is never released : its
      *                  early break is refused and the request
      *                  cleared, and a payout at maturity is refused
      *                  and the deposit rolled one more term instead.
      *                  Every maturity is written to FILEOUT-MATUR
      *                  (branch first, so the file reads per branch)
      *                  and per-branch totals are printed at end of
      *                         second run regenerated the same
      *                         references and the postings rejected
      *                         on the (COMPTE, REFOPE) history key.
      * 15/10/26  EDEFAY        Early break of a deposit on its
      *                         ZADEP-DTRUPT (1650-ROMPRE-DEPOT) :
      *                         product penalty rate or forfeit,
      *                         status ZADEP-ROMPU, action 'ROMPU' ;
      *                         FILEOUT-MATUR gains FM-PENALITE (FM-
      *                         INTERET narrowed to 9(07).99 to make
      *                         room) and the branch totals a penalty
      *                         column.
      * 15/10/26  EDEFAY        Deposits pledged on TBGAR to a loan
      *                         still running (1640-VERIFIER-
      *                         NANTISSEMENT) : early break refused
      *                         and ZADEP-DTRUPT cleared (1680-
      *                         REFUSER-RUPTURE), payout refused and
      *                         the deposit rolled over instead ;
      *                         refusals are counted on SYSOUT and
      *                         leave the RC alone so the GKEOD01
      *                         chain goes on.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
          05  FILLER      PIC X(01).
          05  FM-PRINCIPAL PIC 9(11).9(02).
          05  FILLER      PIC X(01).
          05  FM-INTERET  PIC 9(07).9(02).
          05  FILLER      PIC X(01).
      *   Maturity date - the break date on a 'ROMPU' line
          05  FM-DTMAT    PIC X(10).
          05  FILLER      PIC X(01).
          05  FM-PENALITE PIC 9(07).9(02).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBDEP.cpy".
       COPY "./Copybooks/CTBCPT.cpy".
       COPY "./Copybooks/CTBPRD.cpy".
       COPY "./Copybooks/CTBTAUX.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBPRM.cpy".
       COPY "./Copybooks/ZFMAJCPT.cpy".
       COPY "./Copybooks/CTBGAR.cpy".
       COPY "./Copybooks/CTBPRT.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Output file
       01  WS-ENTIER-MAT   PIC 9(07).
       01  WS-NB-JOURS     PIC S9(05).
       01  WS-INTERET      PIC S9(11)V9(2) COMP-3.
      *  Early break : interest the contracted rate would have earned
      *  to the break date, the penalty rate applied instead and the
      *  penalty (the difference) the customer bears
       01  WS-ENTIER-RUPT  PIC 9(07).
       01  WS-INTERET-CONTRAT PIC S9(11)V9(2) COMP-3.
       01  WS-TXRUPT       PIC S9(3)V9(4) COMP-3.
       01  WS-PENALITE     PIC S9(11)V9(2) COMP-3.
      *  Maturity-date advance working fields (monthly, day clamped),
      *  same idiom as GKSTOR01
       01  WS-DATE-AA      PIC 9(04).
               10  WS-BRA-AGENCE  PIC X(03).
               10  WS-BRA-COUNT   PIC 9(06).
               10  WS-BRA-MONTANT PIC 9(13)V99.
               10  WS-BRA-PENALITE PIC 9(11)V99.
       01  WS-BRA-TROUVE   PIC X(01).
           88 BRA-TROUVE   VALUE 'Y'.
      *  Loan the deposit is pledged to - see 1640-VERIFIER-
      *  NANTISSEMENT
       01  WS-DEPOT-NANTI  PIC X(01).
           88 DEPOT-NANTI  VALUE 'Y'.
       01  WS-NANTI-REFPRT PIC X(10).
      *  Counters
       01  WS-NB-ECHUS     PIC 9(06) VALUE 0.
       01  WS-NB-PAYES     PIC 9(06) VALUE 0.
       01  WS-NB-ROULES    PIC 9(06) VALUE 0.
       01  WS-NB-ROMPUS    PIC 9(06) VALUE 0.
       01  WS-NB-KO        PIC 9(06) VALUE 0.
       01  WS-NB-NANTIS    PIC 9(06) VALUE 0.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *  Mature one deposit fallen due : compute the term's interest,
      *  then pay out or roll over per the deposit's instruction.
      *  Deposits not yet due, already matured or otherwise inactive
      *  are left alone. A break request reached before maturity is
      *  carried out instead ; one dated at or past maturity yields
      *  to the normal maturity. A pledged deposit is neither broken
      *  nor paid out : the break is refused, the payout turned into
      *  one more term.
           MOVE ZERO TO WS-PENALITE
           IF ZADEP-ACTIF
              AND ZADEP-DTRUPT NOT = SPACES
              AND ZADEP-DTRUPT NOT > WS-AS-OF-DATE
              AND ZADEP-DTRUPT < ZADEP-DTMAT THEN
               PERFORM 1640-VERIFIER-NANTISSEMENT
               IF DEPOT-NANTI THEN
                   PERFORM 1680-REFUSER-RUPTURE
                   EXIT PARAGRAPH
               END-IF
               PERFORM 1520-LIRE-AGENCE
               PERFORM 1650-ROMPRE-DEPOT
               EXIT PARAGRAPH
           END-IF
           IF ZADEP-ACTIF
              AND ZADEP-DTMAT NOT > WS-AS-OF-DATE THEN
               ADD 1 TO WS-NB-ECHUS
               PERFORM 1510-CALCULER-INTERET
               PERFORM 1520-LIRE-AGENCE
               MOVE 'N' TO WS-DEPOT-NANTI
               IF ZADEP-PAYOUT THEN
                   PERFORM 1640-VERIFIER-NANTISSEMENT
               END-IF
               EVALUATE TRUE
                   WHEN DEPOT-NANTI
                       ADD 1 TO WS-NB-NANTIS
                       DISPLAY "GKDEP01 : " ZADEP-REFDEP
                               " : VERSEMENT REFUSE, DEPOT NANTI AU"
                               " PRET " WS-NANTI-REFPRT " - RECONDUIT"
                       PERFORM 1700-ROULER-DEPOT
                   WHEN ZADEP-PAYOUT
                       PERFORM 1600-PAYER-DEPOT
                   WHEN OTHER
                       PERFORM 1700-ROULER-DEPOT
               END-EVALUATE
           END-IF
           .

           PERFORM 1800-ECRIRE-LIGNE-MATUR
           .

       1640-VERIFIER-NANTISSEMENT.
      ******************************************************************EDEFAY
      *  DEPOT-NANTI when a TBGAR collateral line pledges the deposit
      *  to a loan not yet repaid - a pledge left on a finished loan
      *  blocks nothing.
           MOVE 'N' TO WS-DEPOT-NANTI
           MOVE ZADEP-REFDEP TO ZAGAR-REFDEP
           MOVE "OP2" TO ZAGAR-FONCTION
           CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           MOVE "FE2" TO ZAGAR-FONCTION
           CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZAGAR-CODRET-OK
                      OR DEPOT-NANTI
               MOVE ZAGAR-REFPRT TO ZAPRT-REFPRT
               MOVE "SEL" TO ZAPRT-FONCTION
               CALL "MAPRT" USING ZAPRT-ZCMA, AUTH-QUERY
               IF ZAPRT-CODRET-OK
                  AND NOT ZAPRT-TERMINE THEN
                   SET DEPOT-NANTI TO TRUE
                   MOVE ZAGAR-REFPRT TO WS-NANTI-REFPRT
               ELSE
                   MOVE "FE2" TO ZAGAR-FONCTION
                   CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
               END-IF
           END-PERFORM
           MOVE "CL2" TO ZAGAR-FONCTION
           CALL "MAGAR" USING ZAGAR-ZCMA, AUTH-QUERY
           .

       1650-ROMPRE-DEPOT.
      ******************************************************************EDEFAY
      *  Break the deposit on its requested date : interest to the
      *  break date per the product's break rule, principal plus
      *  that interest posted back to the settlement account through
      *  MFMAJCPT, deposit closed broken. As for a payout, a rejected
      *  posting leaves the row active (request still pending) so the
      *  next run retries it.
           PERFORM 1660-CALCULER-INTERET-RUPTURE
           PERFORM 1050-ALLOUER-SEQ
           INITIALIZE ZF-MAJCPT
           MOVE ZADEP-COMPTE TO ZF-COMPTE
           MOVE WS-CODOPE-MATURITE TO ZF-CODOPE
           STRING 'DR' WS-SEQ DELIMITED BY SIZE INTO ZF-REFOPE
           MOVE ZADEP-CODDEV TO ZF-CODDEV
           MOVE WS-AS-OF-DATE TO ZF-DATOPE
           COMPUTE ZF-MNTOPE = ZADEP-MNTPRIN + WS-INTERET
           MOVE 'GKDEP01 ' TO ZF-OPERATEUR
           MOVE ZADEP-REFDEP TO ZF-REFOPE-LIE
           MOVE WS-DATE-CLOTURE TO ZF-DATE-CLOTURE
           SET ZF-IS-APPROUVE TO TRUE
           CALL "MFMAJCPT" USING ZF-MAJCPT, ZF-RETOUR
           IF NOT CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKDEP01 : " ZADEP-REFDEP
                       " : RUPTURE REJETEE, CODRET=" ZF-CODRET
                       " " ZF-LIBRET
               EXIT PARAGRAPH
           END-IF
           SET ZADEP-ROMPU TO TRUE
           MOVE "UPD" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           IF NOT ZADEP-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKDEP01 : " ZADEP-REFDEP
                       " : UPD REJETE APRES RUPTURE, CODRET="
                       ZADEP-CODRET " - REPRISE MANUELLE REQUISE"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-ROMPUS
           MOVE 'ROMPU' TO FM-ACTION
           PERFORM 1800-ECRIRE-LIGNE-MATUR
           .

       1680-REFUSER-RUPTURE.
      ******************************************************************EDEFAY
      *  The deposit secures a loan : the break is refused and the
      *  request cleared, so it cannot go through unnoticed the day
      *  the pledge is lifted - the customer asks again then.
           ADD 1 TO WS-NB-NANTIS
           DISPLAY "GKDEP01 : " ZADEP-REFDEP
                   " : RUPTURE REFUSEE, DEPOT NANTI AU PRET "
                   WS-NANTI-REFPRT
           MOVE SPACES TO ZADEP-DTRUPT
           MOVE "UPD" TO ZADEP-FONCTION
           CALL "MADEP" USING ZADEP-ZCMA, AUTH-QUERY
           IF NOT ZADEP-CODRET-OK THEN
               ADD 1 TO WS-NB-KO
               DISPLAY "GKDEP01 : " ZADEP-REFDEP
                       " : UPD REJETE APRES REFUS DE RUPTURE, CODRET="
                       ZADEP-CODRET " " ZADEP-LIBRET
           END-IF
           .

       1660-CALCULER-INTERET-RUPTURE.
      ******************************************************************EDEFAY
      *  Interest to the break date : the contracted interest
      *  (principal * rate * days / 360, days from the start to the
      *  break date) is what the penalty is measured against ; what
      *  is paid is that same accrual at the product's penalty rate
      *  (rule 'T', never more than the contracted interest) or
      *  nothing (rule 'F', no product row, or a blank rule).
           STRING ZADEP-DTDEB(1:4) ZADEP-DTDEB(6:2) ZADEP-DTDEB(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-DEB =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           STRING ZADEP-DTRUPT(1:4) ZADEP-DTRUPT(6:2)
                  ZADEP-DTRUPT(9:2)
                  DELIMITED BY SIZE INTO WS-DATE-DIGITS
           MOVE WS-DATE-DIGITS TO WS-DATE-YYYYMMDD
           COMPUTE WS-ENTIER-RUPT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-NB-JOURS = WS-ENTIER-RUPT - WS-ENTIER-DEB
           IF WS-NB-JOURS < ZERO THEN
               MOVE ZERO TO WS-NB-JOURS
           END-IF
           COMPUTE WS-INTERET-CONTRAT ROUNDED =
                   ZADEP-MNTPRIN * ZADEP-TAUX * WS-NB-JOURS / 360
           MOVE ZERO TO WS-TXRUPT
           MOVE SPACES TO ZAPRD-RUPTURE
           IF ZACPT-CODRET-OK
              AND ZACPT-PRODUIT NOT = SPACES THEN
               MOVE ZACPT-PRODUIT TO ZAPRD-PRODUIT
               MOVE "SEL" TO ZAPRD-FONCTION
               CALL "MAPRD" USING ZAPRD-ZCMA, AUTH-QUERY
               IF NOT ZAPRD-CODRET-OK THEN
                   MOVE SPACES TO ZAPRD-RUPTURE
               END-IF
           END-IF
           IF ZAPRD-RUPT-TAUX THEN
               MOVE ZAPRD-TXRUPT TO WS-TXRUPT
           END-IF
           COMPUTE WS-INTERET ROUNDED =
                   ZADEP-MNTPRIN * WS-TXRUPT * WS-NB-JOURS / 360
           IF WS-INTERET > WS-INTERET-CONTRAT THEN
               MOVE WS-INTERET-CONTRAT TO WS-INTERET
           END-IF
           COMPUTE WS-PENALITE = WS-INTERET-CONTRAT - WS-INTERET
           .

       1700-ROULER-DEPOT.
      ******************************************************************EDEFAY
      *  Roll the deposit one more term : principal plus interest
           MOVE ZADEP-COMPTE  TO FM-COMPTE
           MOVE ZADEP-MNTPRIN TO FM-PRINCIPAL
           MOVE WS-INTERET    TO FM-INTERET
           IF ZADEP-ROMPU THEN
               MOVE ZADEP-DTRUPT TO FM-DTMAT
           ELSE
               MOVE ZADEP-DTMAT  TO FM-DTMAT
           END-IF
           MOVE WS-PENALITE   TO FM-PENALITE
           WRITE FILEOUT-MATUR-RECORD
           MOVE 'N' TO WS-BRA-TROUVE
           PERFORM VARYING WS-BRA-IX FROM 1 BY 1
                   SET BRA-TROUVE TO TRUE
                   ADD 1 TO WS-BRA-COUNT (WS-BRA-IX)
                   ADD ZADEP-MNTPRIN TO WS-BRA-MONTANT (WS-BRA-IX)
                   ADD WS-PENALITE TO WS-BRA-PENALITE (WS-BRA-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
               MOVE WS-AGENCE TO WS-BRA-AGENCE (WS-BRA-IX)
               MOVE 1 TO WS-BRA-COUNT (WS-BRA-IX)
               MOVE ZADEP-MNTPRIN TO WS-BRA-MONTANT (WS-BRA-IX)
               MOVE WS-PENALITE TO WS-BRA-PENALITE (WS-BRA-IX)
           END-IF
           .

               END-IF
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals, the per-branch breakdown and set the
      *  final RC.
           DISPLAY "GKDEP01 : " WS-NB-ECHUS " DEPOT(S) ECHU(S), "
                   WS-NB-PAYES " PAYE(S), " WS-NB-ROULES
                   " ROULE(S), " WS-NB-ROMPUS " ROMPU(S), "
                   WS-NB-KO " EN ECHEC, " WS-NB-NANTIS
                   " REFUS SUR DEPOT NANTI"
           IF WS-BRA-NB > 0 THEN
               DISPLAY "==== MATURITES PAR AGENCE ===="
               PERFORM VARYING WS-BRA-IX FROM 1 BY 1
                   DISPLAY WS-BRA-AGENCE (WS-BRA-IX) " COUNT="
                           WS-BRA-COUNT (WS-BRA-IX) " PRINCIPAL="
                           WS-BRA-MONTANT (WS-BRA-IX)
                           " PENALITES=" WS-BRA-PENALITE (WS-BRA-IX)
               END-PERFORM
               DISPLAY "=============================="
           END-IF
