      *  Statement print work record - GKSTMT02 writes one 'D'
      *  document record then every printed line ('L') of each
      *  statement that goes out by post ; GKSTMT05 sorts the file on
      *  IW-CLE (postal code, customer, account, line sequence) into
      *  the print vendor's stream. The postal code is the first
      *  five-digit group of the TBCLI address, '99999' when there is
      *  none, so unsortable documents fall to the end.
       01  IMPWRK-LIGNE.
           05  IW-CLE.
               10  IW-CP       PIC X(05).
               10  IW-CLIENT   PIC X(08).
               10  IW-COMPTE   PIC X(11).
               10  IW-SEQ      PIC 9(05).
           05  IW-TYPE         PIC X(01).
               88  IW-DOCUMENT VALUE 'D'.
               88  IW-TEXTE    VALUE 'L'.
      *    'L' record : one statement line as printed
           05  IW-DONNEES      PIC X(100).
      *    'D' record view : the addressee, the statement period and
      *    the insert codes the envelope is to be stuffed with
           05  IW-DOC REDEFINES IW-DONNEES.
               10  IW-NOM      PIC X(20).
               10  IW-ADRESSE  PIC X(30).
               10  IW-PERIODE  PIC X(07).
               10  IW-ENCARTS.
                   15  IW-ENCART PIC X(03) OCCURS 3 TIMES.
               10  FILLER      PIC X(34).
           05  FILLER          PIC X(10).
