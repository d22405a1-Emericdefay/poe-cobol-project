      *  ZCMA copy for TBMSC, the statement message delivery count -
      *  one row per TBMSG message, statement cycle (YYYY-MM) and
      *  channel (the producing program : GKSTMT02 print, GKSTMT03
      *  e-statement, GKSTMT01 on demand). NBCIBLE accounts were
      *  targeted, NBREMIS received the message on their statement,
      *  NBRETENU had their statement held (gone-away address). The
      *  monthly cycles rewrite their row on a rerun ; GKSTMT01 adds
      *  one per statement. GKMSG02 reports it for compliance.
       01 ZAMSC-ZCMA.
           05 ZAMSC-FONCTION         PIC X(03).
           05 ZAMSC-DONNEES.
               10 ZAMSC-MSGID        PIC X(08).
               10 ZAMSC-CYCLE        PIC X(07).
               10 ZAMSC-CANAL        PIC X(08).
               10 ZAMSC-NBCIBLE      PIC S9(07) USAGE COMP-3.
               10 ZAMSC-NBREMIS      PIC S9(07) USAGE COMP-3.
               10 ZAMSC-NBRETENU     PIC S9(07) USAGE COMP-3.
               10 ZAMSC-DTMAJ        PIC X(10).
           05 ZAMSC-RETOUR.
               10 ZAMSC-CODRET       PIC X(02).
                   88 ZAMSC-CODRET-OK  VALUE "00".
                   88 ZAMSC-CODRET-EOF VALUE "04".
               10 ZAMSC-SQLCODE      PIC S9(3).
               10 ZAMSC-LIBRET       PIC X(30).
