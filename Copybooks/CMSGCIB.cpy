      *  Statement messages in force for the period being produced -
      *  loaded once from MAMSG's CMSG cursor by GKSTMT02
      *  and GKSTMT03, matched against each account's product,
      *  branch, tier and currency (a blank target matches any), and
      *  counted for the TBMSC delivery row of the cycle. A message
      *  past ZCIB-MAX is not loaded - ZCIB-DEBORD says how many.
       01  ZCIB-NB             PIC 9(02) VALUE 0.
       01  ZCIB-MAX            PIC 9(02) VALUE 50.
       01  ZCIB-DEBORD         PIC 9(04) VALUE 0.
       01  ZCIB-MESSAGES.
           05  ZCIB-ENTRY OCCURS 50 TIMES
               INDEXED BY ZCIB-IX.
               10  ZCIB-MSGID      PIC X(08).
               10  ZCIB-TYPMSG     PIC X(01).
               10  ZCIB-PRODUIT    PIC X(04).
               10  ZCIB-AGENCE     PIC X(03).
               10  ZCIB-TIER       PIC X(01).
               10  ZCIB-DEVISE     PIC X(03).
               10  ZCIB-TEXTE1     PIC X(60).
               10  ZCIB-TEXTE2     PIC X(60).
      *        Does the message target the account in hand
               10  ZCIB-CIBLE      PIC X(01).
                   88 ZCIB-CIBLE-OUI VALUE 'Y'.
               10  ZCIB-NBCIBLE    PIC 9(07).
               10  ZCIB-NBREMIS    PIC 9(07).
               10  ZCIB-NBRETENU   PIC 9(07).
