      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 22/08/26  EDEFAY        Create first version
      * 15/10/26  EDEFAY        Type-60 currency conversion rejects are
      *                         repairable like a type-30 transfer :
      *                         DEVIS/COMPT correct the debit leg.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               WHEN '30'
                   MOVE F1-REF-OPER-30 TO WS-REF-COURANTE
                   PERFORM 1600-APPLIQUER-INSTRUCTION
               WHEN '60'
                   MOVE F1-REF-OPER-60 TO WS-REF-COURANTE
                   PERFORM 1600-APPLIQUER-INSTRUCTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                   MOVE WS-INS-VALEUR-CR(1:3) TO F1-CODE-DEV-20
               WHEN '30'
                   MOVE WS-INS-VALEUR-CR(1:3) TO F1-CODE-DEV-30
               WHEN '60'
                   MOVE WS-INS-VALEUR-CR(1:3) TO F1-CODE-DEV-DEB-60
           END-EVALUATE
           .

                   MOVE WS-INS-VALEUR-CR(1:11) TO F1-COMPTE-20
               WHEN '30'
                   MOVE WS-INS-VALEUR-CR(1:11) TO F1-COMPTE-DEBIT
               WHEN '60'
                   MOVE WS-INS-VALEUR-CR(1:11) TO F1-COMPTE-DEB-60
           END-EVALUATE
           .

