      *  unrepaired reject survives until someone deals     *
      *  with it, and SUSPAGE can age what is still open.   *
      *  The leading fields are the CALCREJ reject layout.  *
      *  SU-CURRENCY-CODE is carried back onto the recycled *
      *  transaction by REJFIX (blank for base).            *
      *  SU-FORMULA-CODE likewise goes back onto a recycled *
      *  formula transaction.                                *
      *****************************************************
       01  SUSPENSE-RECORD.
           05  SU-SEQ-NO         PIC 9(6).
               88  SU-DISCARDED              VALUE "D".
           05  SU-STATUS-DATE    PIC 9(8).
           05  SU-RUN-NO         PIC 9(6).
           05  SU-CURRENCY-CODE  PIC X(3).
           05  SU-FORMULA-CODE   PIC X(4).
