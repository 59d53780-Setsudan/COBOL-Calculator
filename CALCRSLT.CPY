      *  transaction carried its own literal operand. A     *
      *  chain's final record carries the rate of the       *
      *  chain's last step.                                 *
      *  RO-ENTRY-TYPE is R on a reversing entry, which       *
      *  carries the original item's operands, the negated    *
      *  original result, and in RO-ORIG-RUN-NO, -SOURCE-ID   *
      *  and -SEQ-NO the key of the item it reverses. Blank   *
      *  on an ordinary posting (and on records cut before    *
      *  the field existed).                                  *
      *  RO-RESULT is in the transaction's currency,           *
      *  RO-CURRENCY-CODE. RO-FX-RATE is the FXRATES.DAT rate  *
      *  (base units per unit of that currency, 1 for base)    *
      *  CALC converted at, and RO-BASE-RESULT the result in   *
      *  the base currency. Every control total from RUNHIST  *
      *  onwards is kept in base. Blank on records cut before  *
      *  the fields existed; readers fall back to RO-RESULT.   *
      *  RO-FORMULA-CODE and RO-FORMULA-VERSION name the       *
      *  FORMULA.DAT formula that produced the result, with     *
      *  RO-OPERATOR FRM and RO-NUM1 / RO-NUM2 the formula's    *
      *  inputs; RO-RATE-CODE is then the last rate a step      *
      *  used. Spaces / zero for a single operation (and on     *
      *  records cut before the fields existed). A chain        *
      *  started by a formula carries its formula through.      *
      *****************************************************
       01  CALC-RESULT-RECORD.
           05  RO-SEQ-NO         PIC 9(6).
           05  RO-RATE-CODE      PIC X(4).
           05  RO-RATE-EFFECTIVE PIC 9(8).
           05  RO-RUN-NO         PIC 9(6).
           05  RO-ENTRY-TYPE     PIC X.
               88  RO-REVERSING-ENTRY        VALUE "R".
           05  RO-ORIG-RUN-NO    PIC 9(6).
           05  RO-ORIG-SOURCE-ID PIC X(4).
           05  RO-ORIG-SEQ-NO    PIC 9(6).
           05  RO-CURRENCY-CODE  PIC X(3).
           05  RO-FX-RATE        PIC 9(4)V9(6).
           05  RO-BASE-RESULT    PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  RO-FORMULA-CODE   PIC X(4).
           05  RO-FORMULA-VERSION PIC 9(3).
