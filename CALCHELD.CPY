      *****************************************************
      *  CALCHELD.CPY                                     *
      *  Held-item record - HELD.DAT, the cumulative file  *
      *  of batch results CALC held back from RESULT.DAT   *
      *  because they were over their LIMITS.DAT limit.     *
      *  CALC appends each one with status H, the limit it  *
      *  broke and the keyer from the transaction. HOLDREL  *
      *  lets a supervisor with APPROVE authority - never   *
      *  the item's own keyer - release it (R) or reject it *
      *  to SUSPENSE.DAT (X), stamping the date and user.   *
      *  EXTRACT sends released items to the next ledger    *
      *  and marks them E with its run number. The key and  *
      *  result fields are those the item would have had on *
      *  RESULT.DAT; HD-RESULT is in HD-CURRENCY-CODE and   *
      *  HD-BASE-RESULT in the base currency.               *
      *****************************************************
       01  HELD-ITEM-RECORD.
           05  HD-KEY.
               10  HD-RUN-NO         PIC 9(6).
               10  HD-SOURCE-ID      PIC X(4).
               10  HD-SEQ-NO         PIC 9(6).
           05  HD-BATCH-DATE         PIC 9(8).
           05  HD-FEED-ID            PIC X(4).
           05  HD-NUM1               PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  HD-OPERATOR           PIC X(3).
           05  HD-NUM2               PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  HD-RESULT             PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  HD-RATE-CODE          PIC X(4).
           05  HD-RATE-EFFECTIVE     PIC 9(8).
           05  HD-CURRENCY-CODE      PIC X(3).
           05  HD-FX-RATE            PIC 9(4)V9(6).
           05  HD-BASE-RESULT        PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05  HD-FORMULA-CODE       PIC X(4).
           05  HD-FORMULA-VERSION    PIC 9(3).
           05  HD-LIMIT              PIC 9(11)V99.
           05  HD-KEYED-BY           PIC X(8).
           05  HD-HELD-DATE          PIC 9(8).
           05  HD-STATUS             PIC X.
               88  HD-HELD                   VALUE "H".
               88  HD-RELEASED               VALUE "R".
               88  HD-REJECTED               VALUE "X".
               88  HD-EXTRACTED              VALUE "E".
           05  HD-ACTION-DATE        PIC 9(8).
           05  HD-ACTION-USER        PIC X(8).
           05  HD-EXTRACT-RUN-NO     PIC 9(6).
