      *  CALCREJ.CPY                                      *
      *  Reject record layout for CALC batch rejects.     *
      *  Operands are signed, leading separate sign.      *
      *  RJ-CURRENCY-CODE is the currency the operands     *
      *  are stated in (blank for base).                   *
      *  RJ-FORMULA-CODE names the formula a rejected       *
      *  formula transaction asked for; the operands are    *
      *  then its two inputs and the operator FRM.          *
      *****************************************************
       01  CALC-REJECT-RECORD.
           05  RJ-SEQ-NO         PIC 9(6).
           05  RJ-REASON-CODE    PIC X(2).
           05  RJ-REASON-TEXT    PIC X(30).
           05  RJ-RUN-NO         PIC 9(6).
           05  RJ-CURRENCY-CODE  PIC X(3).
           05  RJ-FORMULA-CODE   PIC X(4).
