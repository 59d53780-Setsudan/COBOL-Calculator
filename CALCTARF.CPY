      *****************************************************
      *  CALCTARF.CPY                                     *
      *  Chargeback tariff record - TARIFF.DAT, read by    *
      *  CHGBACK. A record with TF-SOURCE-ID "*ALL" is the  *
      *  default tariff; a record naming a source id        *
      *  overrides it for that department. The tariff       *
      *  billed for a period is the one whose effective     *
      *  date is the most recent on or before the first     *
      *  day of the period and whose expiry date            *
      *  (99999999 = open-ended) is on or after it.         *
      *  TF-TRAN-FEE is charged per transaction processed,  *
      *  TF-REJECT-FEE per transaction rejected and         *
      *  TF-REPAIR-FEE per suspense item repaired through   *
      *  REJFIX; a department whose charges come to less    *
      *  than TF-MONTHLY-MIN is billed the minimum. Fees    *
      *  are in the base currency.                          *
      *****************************************************
       01  CHARGEBACK-TARIFF-RECORD.
           05  TF-SOURCE-ID      PIC X(4).
           05  TF-EFFECTIVE-DATE PIC 9(8).
           05  TF-EXPIRY-DATE    PIC 9(8).
           05  TF-TRAN-FEE       PIC 9(3)V9(4).
           05  TF-REJECT-FEE     PIC 9(3)V9(4).
           05  TF-REPAIR-FEE     PIC 9(3)V9(4).
           05  TF-MONTHLY-MIN    PIC 9(7)V99.
