      *  source figures existed read with a blank tail      *
      *  and a non-numeric RH-SOURCE-COUNT, which readers    *
      *  treat as no source figures kept.                   *
      *  RH-REVERSAL-COUNT / -TOTAL are the reversing entries  *
      *  posted by the run. They are already included in      *
      *  RH-RECORD-COUNT and RH-GRAND-TOTAL and are carried    *
      *  separately so the balance and close reports can show  *
      *  them on their own line. Blank (non-numeric) on        *
      *  records cut before reversals existed.                 *
      *  All amounts above are in the base currency, named in  *
      *  RH-BASE-CURRENCY. The currency table breaks the run's *
      *  results down by transaction currency: record count,   *
      *  total in that currency and its base equivalent. The   *
      *  base equivalents foot to RH-GRAND-TOTAL. Blank (non-  *
      *  numeric RH-CURRENCY-COUNT) on records cut before      *
      *  currencies existed.                                   *
      *  RH-HELD-COUNT / -TOTAL are the results the run held   *
      *  in HELD.DAT for supervisor release because they were  *
      *  over their LIMITS.DAT limit. They are NOT included in *
      *  RH-RECORD-COUNT or RH-GRAND-TOTAL (they reach the     *
      *  ledger only when released, on a later night's         *
      *  extract). Total in base. Blank on older records.      *
      *****************************************************
       01  CALC-HISTORY-RECORD.
           05  RH-RUN-DATE       PIC 9(8).
                   15  RH-ST-TOTAL     PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  RH-RUN-NO         PIC 9(6).
           05  RH-REVERSAL-COUNT PIC 9(7).
           05  RH-REVERSAL-TOTAL PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  RH-BASE-CURRENCY  PIC X(3).
           05  RH-CURRENCY-COUNT PIC 9(2).
           05  RH-CURRENCY-TABLE.
               10  RH-CURRENCY-ENTRY OCCURS 10 TIMES.
                   15  RH-CT-CURRENCY   PIC X(3).
                   15  RH-CT-RECORDS    PIC 9(7).
                   15  RH-CT-AMOUNT     PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
                   15  RH-CT-BASE-TOTAL PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  RH-HELD-COUNT     PIC 9(7).
           05  RH-HELD-TOTAL     PIC S9(13)V99 SIGN LEADING SEPARATE.
