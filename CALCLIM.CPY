      *****************************************************
      *  CALCLIM.CPY                                      *
      *  Large-amount limit record - LIMITS.DAT, read by   *
      *  CALC. LM-MAX-RESULT is the largest result, in the  *
      *  base currency and either sign, that a batch item   *
      *  from LM-SOURCE-ID with operator LM-OPERATOR may    *
      *  post without a supervisor's release. LM-SOURCE-ID  *
      *  "*ALL" applies to every department and LM-OPERATOR *
      *  "ANY" to every operator (FRM for a formula, and a  *
      *  chain is judged by its last step's operator). The  *
      *  most specific record wins: source and operator,    *
      *  then source with ANY, then *ALL with the operator, *
      *  then *ALL with ANY. No matching record, or a       *
      *  missing file, means no limit.                      *
      *****************************************************
       01  RESULT-LIMIT-RECORD.
           05  LM-SOURCE-ID      PIC X(4).
           05  LM-OPERATOR       PIC X(3).
           05  LM-MAX-RESULT     PIC 9(11)V99.
