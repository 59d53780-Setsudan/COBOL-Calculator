      *****************************************************
      *  CALCBDY.CPY                                      *
      *  Business-day request area passed to the BUSDAY    *
      *  subprogram, which answers every business-day      *
      *  question from CALENDAR.DAT:                        *
      *    C  is BD-DATE a business day (BD-BUSINESS-DAY,   *
      *       and BD-DAY-TEXT says why it is not)           *
      *    P  last business day before BD-DATE              *
      *    F  first business day on or after BD-DATE        *
      *    D  business days after BD-DATE up to and         *
      *       including BD-TO-DATE (BD-DAY-COUNT)           *
      *    B  is BD-DATE an acceptable batch header date    *
      *       for a run on BD-TO-DATE (BD-DATE-ACCEPTED):   *
      *       the run date itself, or the last business day *
      *       before it when a non-business day falls       *
      *       between them or the run date is not a         *
      *       business day - a Friday feed run on Monday    *
      *  Dates are YYYYMMDD. A date in a year that is not   *
      *  on the calendar sets BD-YEAR-MISSING with the year *
      *  in BD-MISSING-YEAR; the caller must stop rather    *
      *  than fall back to calendar days.                   *
      *****************************************************
       01  BUSDAY-REQUEST.
           05  BD-FUNCTION       PIC X.
               88  BD-FUNC-CHECK             VALUE "C".
               88  BD-FUNC-PRIOR             VALUE "P".
               88  BD-FUNC-FIRST             VALUE "F".
               88  BD-FUNC-COUNT             VALUE "D".
               88  BD-FUNC-BATCH-DATE        VALUE "B".
           05  BD-DATE           PIC 9(8).
           05  BD-TO-DATE        PIC 9(8).
           05  BD-RESULT-DATE    PIC 9(8).
           05  BD-DAY-COUNT      PIC 9(5).
           05  BD-BUSINESS-SW    PIC X.
               88  BD-BUSINESS-DAY           VALUE "Y".
           05  BD-ACCEPTED-SW    PIC X.
               88  BD-DATE-ACCEPTED          VALUE "Y".
           05  BD-DAY-TEXT       PIC X(30).
           05  BD-RETURN-SW      PIC X.
               88  BD-OK                     VALUE "0".
               88  BD-YEAR-MISSING           VALUE "Y".
               88  BD-BAD-DATE               VALUE "D".
               88  BD-CALENDAR-ERROR         VALUE "E".
           05  BD-MISSING-YEAR   PIC 9(4).
