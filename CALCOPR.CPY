      *  and is granted separately from plain inquiry, so   *
      *  the higher authority is an explicit grant, never    *
      *  implied by a lower one.                             *
      *  APPROVE is the supervisor's authority to release or *
      *  reject results CALC held over their LIMITS.DAT      *
      *  limit (HOLDREL). It is checked per item as well: a  *
      *  supervisor may not action an item they keyed.       *
      *****************************************************
       01  OPERATOR-AUTH-RECORD.
           05  OP-USER-ID        PIC X(8).
           05  OP-REPAIR-AUTH    PIC X.
           05  OP-RATEMNT-AUTH   PIC X.
           05  OP-PURGE-AUTH     PIC X.
           05  OP-APPROVE-AUTH   PIC X.
