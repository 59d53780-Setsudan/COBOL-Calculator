      *****************************************************
      *  CALCFRM.CPY                                      *
      *  Formula library record layout - FORMULA.DAT.     *
      *  A formula is a named, versioned list of up to 8   *
      *  steps, each an operator applied to the running    *
      *  value with an operand taken from the step itself  *
      *  (K - FM-STEP-CONSTANT), from RATES.DAT (R - the   *
      *  rate in force for FM-STEP-RATE-CODE) or from the  *
      *  transaction's second input (I - CT-NUM2). The     *
      *  running value starts at the transaction's first   *
      *  input (CT-NUM1). CALC loads the file at startup   *
      *  and applies the version whose effective date is   *
      *  the most recent one on or before the batch date   *
      *  and whose expiry date (99999999 = open-ended) is  *
      *  still in the future. Each change to a formula is  *
      *  a new FM-VERSION of the same FM-FORMULA-CODE, so  *
      *  a result can always be traced to the exact steps  *
      *  that produced it. Maintained by FORMMNT.           *
      *****************************************************
       01  CALC-FORMULA-RECORD.
           05  FM-FORMULA-CODE   PIC X(4).
           05  FM-VERSION        PIC 9(3).
           05  FM-DESCRIPTION    PIC X(20).
           05  FM-EFFECTIVE-DATE PIC 9(8).
           05  FM-EXPIRY-DATE    PIC 9(8).
           05  FM-STEP-COUNT     PIC 9(2).
           05  FM-STEP OCCURS 8 TIMES.
               10  FM-STEP-OPERATOR     PIC X(3).
               10  FM-STEP-OPERAND-TYPE PIC X.
                   88  FM-STEP-CONSTANT-OPERAND  VALUE "K".
                   88  FM-STEP-RATE-OPERAND      VALUE "R".
                   88  FM-STEP-INPUT-OPERAND     VALUE "I".
               10  FM-STEP-CONSTANT     PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
               10  FM-STEP-RATE-CODE    PIC X(4).
