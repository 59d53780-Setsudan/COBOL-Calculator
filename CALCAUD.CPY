      *  AU-USER-ID is the signed-on operator for an        *
      *  interactive calculation, or BATCH for the          *
      *  unattended batch run.                              *
      *  AU-CURRENCY-CODE, AU-FX-RATE and AU-BASE-RESULT    *
      *  record the currency AU-RESULT is stated in, the    *
      *  conversion rate used and the base-currency result. *
      *  AU-FORMULA-CODE / AU-FORMULA-VERSION identify the  *
      *  FORMULA.DAT formula applied (spaces / zero for a   *
      *  single operation).                                 *
      *****************************************************
       01  CALC-AUDIT-RECORD.
           05  AU-TIMESTAMP      PIC X(26).
           05  AU-USER-ID        PIC X(8).
           05  FILLER            PIC X.
           05  AU-RUN-NO         PIC 9(6).
           05  FILLER            PIC X.
           05  AU-CURRENCY-CODE  PIC X(3).
           05  FILLER            PIC X.
           05  AU-FX-RATE        PIC 9(4)V9(6).
           05  FILLER            PIC X.
           05  AU-BASE-RESULT    PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER            PIC X.
           05  AU-FORMULA-CODE   PIC X(4).
           05  FILLER            PIC X.
           05  AU-FORMULA-VERSION PIC 9(3).
