      *                  review : the customer's rating is restamped
      *                  and the next review date scheduled from the
      *                  rating's cycle (high-risk yearly, standard
      *                  every three years). A due customer typed
      *                  company (ZACLI-ENTREPRISE) is also checked
      *                  against the TBBEN beneficial-owner register :
      *                  no owner recorded, or an owner not verified
      *                  again since the previous review, is flagged
      *                  on its line. A gone-away customer (ZACLI-NPAI -
      *                  mail returned undelivered, GKNPAI01) has its
      *                  review brought forward to the date contact
      *                  was lost, so it is listed due now, marked
      *                  NPAI on its line.
      * Rules handling :
      *             RC = 00 : Ran to completion
      *             RC = 01 : Could not open FILEOUT-KYC
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 02/09/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        Flag due companies with no beneficial
      *                         owner on TBBEN, or with an owner not
      *                         re-verified since the last review
      * 15/10/26  EDEFAY        Bring the review of gone-away
      *                         customers (ZACLI-NPAI) forward to the
      *                         returned-mail date ; NPAI marked on
      *                         the review-due line
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
          05  FK-DTREVUE  PIC X(10).
          05  FILLER      PIC X(01).
          05  FK-RETARD   PIC 9(05).
          05  FILLER      PIC X(01).
          05  FK-BENEF    PIC X(20).
          05  FILLER      PIC X(01).
          05  FK-NPAI     PIC X(04).
          05  FILLER      PIC X(06).
      ******************************************************************
       WORKING-STORAGE SECTION.
      *  Copies
       COPY "./Copybooks/CTBCLI.cpy".
       COPY "./Copybooks/CTBPRC.cpy".
       COPY "./Copybooks/CTBBEN.cpy".
      *  Accessors auth
       01 AUTH-QUERY           PIC 9(02) VALUE 0.
      *  Files
       01  WS-DATE-JJ      PIC 9(02).
       01  WS-DERNIER-JOUR PIC 9(02).
       01  WS-RESTE-4      PIC 9(04).
      *  Beneficial-owner check (1560-CONTROLER-BENEFICIAIRES)
       01  WS-DT-DERN-REVUE PIC X(10).
       01  WS-NB-BENEF     PIC 9(03).
       01  WS-BENEF-ANOMALIE PIC X(20).
      *  Counters
       01  WS-NB-CLIENTS   PIC 9(06) VALUE 0.
       01  WS-NB-ECHUS     PIC 9(06) VALUE 0.
       01  WS-NB-REVUS     PIC 9(06) VALUE 0.
       01  WS-NB-KO        PIC 9(06) VALUE 0.
       01  WS-NB-BENEF-KO  PIC 9(06) VALUE 0.
       01  WS-NB-NPAI-AVANCES PIC 9(06) VALUE 0.
      ******************************************************************
      *  Program : Setup, run main routine and exit.
      *
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           PERFORM UNTIL ZACLI-CODRET-EOF
               ADD 1 TO WS-NB-CLIENTS
               IF ZACLI-NPAI-OUI
                  AND ZACLI-DTREVUE > WS-AS-OF-DATE THEN
                   PERFORM 1520-AVANCER-REVUE-NPAI
               END-IF
               IF ZACLI-DTREVUE = SPACES
                  OR ZACLI-DTREVUE NOT > WS-AS-OF-DATE THEN
                   ADD 1 TO WS-NB-ECHUS
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           .

       1520-AVANCER-REVUE-NPAI.
      ******************************************************************EDEFAY
      *  Contact lost with a customer whose review is not yet due :
      *  the review is brought forward to the date mail first came
      *  back (the processing date when none was recorded) and kept
      *  on TBCLI, so it stays due until a review is recorded.
           IF ZACLI-DTNPAI = SPACES
              OR ZACLI-DTNPAI > WS-AS-OF-DATE THEN
               MOVE WS-AS-OF-DATE TO ZACLI-DTREVUE
           ELSE
               MOVE ZACLI-DTNPAI TO ZACLI-DTREVUE
           END-IF
           MOVE "UPD" TO ZACLI-FONCTION
           CALL "MACLI" USING ZACLI-ZCMA, AUTH-QUERY
           IF ZACLI-CODRET-OK THEN
               ADD 1 TO WS-NB-NPAI-AVANCES
           ELSE
               DISPLAY "GKKYC01 : NPAI " ZACLI-CLIENT
                       " : UPD REJETE, CODRET=" ZACLI-CODRET
           END-IF
           .

       1550-ECRIRE-LIGNE-ECHUE.
      ******************************************************************EDEFAY
      *  One review-due line with the days overdue.
           MOVE ZACLI-RISQUE  TO FK-RISQUE
           MOVE ZACLI-DTREVUE TO FK-DTREVUE
           MOVE WS-RETARD     TO FK-RETARD
           IF ZACLI-ENTREPRISE THEN
               PERFORM 1560-CONTROLER-BENEFICIAIRES
               MOVE WS-BENEF-ANOMALIE TO FK-BENEF
           END-IF
           IF ZACLI-NPAI-OUI THEN
               MOVE 'NPAI' TO FK-NPAI
           END-IF
           WRITE FILEOUT-KYC-RECORD
           .

       1560-CONTROLER-BENEFICIAIRES.
      ******************************************************************EDEFAY
      *  A company under review must have its beneficial owners on
      *  TBBEN, each verified since the previous review - the due
      *  date less the rating's cycle. A company never scheduled has
      *  no previous review : any owner on file will do.
           MOVE SPACES TO WS-BENEF-ANOMALIE
           MOVE SPACES TO WS-DT-DERN-REVUE
           IF ZACLI-DTREVUE NOT = SPACES THEN
               MOVE ZACLI-DTREVUE(1:4) TO WS-DATE-AA
               MOVE ZACLI-DTREVUE(6:2) TO WS-DATE-MM
               MOVE ZACLI-DTREVUE(9:2) TO WS-DATE-JJ
               IF ZACLI-RISQUE-HAUT THEN
                   PERFORM WS-CYCLE-HAUT TIMES
                       PERFORM 1565-RECULER-UN-MOIS
                   END-PERFORM
               ELSE
                   PERFORM WS-CYCLE-STD TIMES
                       PERFORM 1565-RECULER-UN-MOIS
                   END-PERFORM
               END-IF
               PERFORM 1370-DERNIER-JOUR-DU-MOIS
               IF WS-DATE-JJ > WS-DERNIER-JOUR THEN
                   MOVE WS-DERNIER-JOUR TO WS-DATE-JJ
               END-IF
               STRING WS-DATE-AA '-' WS-DATE-MM '-' WS-DATE-JJ
                      DELIMITED BY SIZE INTO WS-DT-DERN-REVUE
           END-IF
           MOVE ZERO TO WS-NB-BENEF
           MOVE ZACLI-CLIENT TO ZABEN-CLIENT
           MOVE "OPN" TO ZABEN-FONCTION
           CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           MOVE "FET" TO ZABEN-FONCTION
           CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           PERFORM UNTIL NOT ZABEN-CODRET-OK
               ADD 1 TO WS-NB-BENEF
               IF WS-DT-DERN-REVUE NOT = SPACES
                  AND (ZABEN-DTVERIF = SPACES
                   OR ZABEN-DTVERIF < WS-DT-DERN-REVUE) THEN
                   MOVE 'BENEF NON REVERIFIE' TO WS-BENEF-ANOMALIE
               END-IF
               MOVE "FET" TO ZABEN-FONCTION
               CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           END-PERFORM
           MOVE "CLO" TO ZABEN-FONCTION
           CALL "MABEN" USING ZABEN-ZCMA, AUTH-QUERY
           IF WS-NB-BENEF = ZERO THEN
               MOVE 'SANS BENEF EFFECTIF' TO WS-BENEF-ANOMALIE
           END-IF
           IF WS-BENEF-ANOMALIE NOT = SPACES THEN
               ADD 1 TO WS-NB-BENEF-KO
           END-IF
           .

       1565-RECULER-UN-MOIS.
      ******************************************************************EDEFAY
      *  Step WS-DATE-AA/WS-DATE-MM back one calendar month.
           IF WS-DATE-MM = 1 THEN
               MOVE 12 TO WS-DATE-MM
               SUBTRACT 1 FROM WS-DATE-AA
           ELSE
               SUBTRACT 1 FROM WS-DATE-MM
           END-IF
           .

       1900-BILAN.
      ******************************************************************EDEFAY
      *  Report the run totals and set the final RC.
                   WS-NB-ECHUS " REVUE(S) ECHUE(S), " WS-NB-REVUS
                   " REVUE(S) ENREGISTREE(S), " WS-NB-KO
                   " REJETEE(S)"
           DISPLAY "GKKYC01 : " WS-NB-BENEF-KO
                   " ENTREPRISE(S) A BENEFICIAIRES EFFECTIFS A"
                   " COMPLETER"
           DISPLAY "GKKYC01 : " WS-NB-NPAI-AVANCES
                   " REVUE(S) AVANCEE(S) - CLIENT(S) NPAI"
           IF WS-NB-KO > 0 THEN
               MOVE '05' TO RC
           END-IF
