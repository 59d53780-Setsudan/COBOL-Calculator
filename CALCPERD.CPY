      *  carrying the period totals and the number of runs  *
      *  rolled up. PD-CLOSED-DATE is the date the close    *
      *  was run.                                           *
      *  Amounts are in the base currency. Records with      *
      *  PD-SOURCE-ID "*CUR" break the period down by        *
      *  transaction currency: PD-CURRENCY-AMOUNT is the     *
      *  total in PD-CURRENCY-CODE and PD-GRAND-TOTAL its    *
      *  base equivalent. On the source and "*ALL" records   *
      *  PD-CURRENCY-CODE names the base currency.           *
      *****************************************************
       01  PERIOD-SUMMARY-RECORD.
           05  PD-PERIOD         PIC 9(6).
           05  PD-REJECT-COUNT   PIC 9(7).
           05  PD-GRAND-TOTAL    PIC S9(15)V99 SIGN LEADING SEPARATE.
           05  PD-CLOSED-DATE    PIC 9(8).
           05  PD-CURRENCY-CODE  PIC X(3).
           05  PD-CURRENCY-AMOUNT PIC S9(15)V99 SIGN LEADING SEPARATE.
