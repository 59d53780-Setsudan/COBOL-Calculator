      *  batch header date rides along so a restart after     *
      *  midnight re-validates the header against the date    *
      *  the abended run accepted, not the new calendar day.   *
      *  Totals are in the base currency; the currency table   *
      *  carries the per-currency breakdown.                   *
      *****************************************************
       01  CALC-CHECKPOINT-RECORD.
           05  CK-LAST-RECORD-COUNT PIC 9(9).
                   15  CK-ST-RECORDS   PIC 9(7).
                   15  CK-ST-REJECTS   PIC 9(7).
                   15  CK-ST-TOTAL     PIC S9(13)V99.
           05  CK-REVERSAL-COUNT    PIC 9(7).
           05  CK-REVERSAL-TOTAL    PIC S9(13)V99.
           05  CK-PENDING-CURRENCY  PIC X(3).
           05  CK-PENDING-FX-RATE   PIC 9(4)V9(6).
           05  CK-CURRENCY-COUNT    PIC 9(2).
           05  CK-CURRENCY-TABLE.
               10  CK-CURRENCY-ENTRY OCCURS 10 TIMES.
                   15  CK-CT-CURRENCY   PIC X(3).
                   15  CK-CT-RECORDS    PIC 9(7).
                   15  CK-CT-AMOUNT     PIC S9(13)V99.
                   15  CK-CT-BASE-TOTAL PIC S9(13)V99.
           05  CK-PENDING-FORMULA-CODE PIC X(4).
           05  CK-PENDING-FORMULA-VER  PIC 9(3).
           05  CK-HELD-COUNT        PIC 9(7).
           05  CK-HELD-TOTAL        PIC S9(13)V99.
           05  CK-PENDING-KEYED-BY  PIC X(8).
