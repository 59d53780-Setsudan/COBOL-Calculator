      *    TOLERANCE    reconciliation tolerance (RECON)   *
      *    TRENDPCT     trend report swing threshold        *
      *                 percentage (TREND)                  *
      *    FEEDLOOKBACK days of FEEDREG.DAT history a new  *
      *                 feed is checked against for a       *
      *                 resubmission (FEEDEDIT, COLLECT)    *
      *    SLADEADLINE  HHMM the night's stream must end   *
      *                 by (SLARPT)                         *
      *    SLAWARNING   HHMM past which a finish is a       *
      *                 warning (SLARPT)                    *
      *    SLAOVERPCT   percentage over its trailing        *
      *                 average that flags a step (SLARPT)  *
      *    BASECURRENCY three-letter base currency code,    *
      *                 default USD (CALC)                  *
      *    GENRETAIN    nightly generation sets kept before *
      *                 the oldest is pruned, default 14    *
      *                 (GENSAVE)                           *
      *    NONBUSDAY    REDUCED or SKIP - what the stream   *
      *                 does on a day that is not a         *
      *                 business day, default REDUCED       *
      *                 (NIGHTRUN)                          *
      *****************************************************
       01  CALC-PARM-RECORD.
           05  PM-KEYWORD        PIC X(12).
