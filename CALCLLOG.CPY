      *  itself is overwritten nightly, so this log is how  *
      *  the month-end close ties the period total to the   *
      *  sum of the month's ledger trailers.                *
      *  LL-RELEASED-COUNT / -TOTAL are the held items the    *
      *  extract released from HELD.DAT; they are included   *
      *  in LL-RECORD-COUNT and LL-TOTAL but belong to the   *
      *  run that held them, not to this night's RUNHIST.   *
      *****************************************************
       01  LEDGER-LOG-RECORD.
           05  LL-RUN-DATE       PIC 9(8).
           05  LL-RECORD-COUNT   PIC 9(7).
           05  LL-TOTAL          PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  LL-RUN-NO         PIC 9(6).
           05  LL-RELEASED-COUNT PIC 9(7).
           05  LL-RELEASED-TOTAL PIC S9(13)V99 SIGN LEADING SEPARATE.
