      *****************************************************
      *  CALCFXR.CPY                                      *
      *  Exchange-rate record layout - FXRATES.DAT.       *
      *  FX-RATE is the number of base-currency units     *
      *  (CALCPARM BASECURRENCY) one unit of              *
      *  FX-CURRENCY-CODE buys. CALC loads the file at    *
      *  startup and converts each result at the rate      *
      *  whose effective date is the most recent one on    *
      *  or before the batch date and whose expiry date    *
      *  (99999999 = open-ended) is still in the future.   *
      *  The base currency itself needs no entry.          *
      *  Maintained by FXMNT.                               *
      *****************************************************
       01  CALC-FX-RATE-RECORD.
           05  FX-CURRENCY-CODE  PIC X(3).
           05  FX-DESCRIPTION    PIC X(20).
           05  FX-EFFECTIVE-DATE PIC 9(8).
           05  FX-EXPIRY-DATE    PIC 9(8).
           05  FX-RATE           PIC 9(4)V9(6).
