      *    refuses any batch whose header date falls in the period,
      *    the same way it refuses a stale header.
      *    The period comes from the command line as YYYYMM; blank
      *    means the month before the run date, and is only taken
      *    from the first business day of the run month on - the
      *    first business day comes from CALENDAR.DAT through
      *    BUSDAY, and until it has come the last business day's
      *    batch of the month before may still be to run. Before it
      *    a blank period is refused, as is a run month whose year
      *    is not on the calendar; naming the period closes it
      *    regardless. If the period total
      *    does not tie to the ledger trailers the close is refused
      *    with return code 8 so the break is investigated first;
      *    "YYYYMM FORCE" closes anyway (return code 4) once Finance
      *    figures roll into the period totals but not the source
      *    breakdown; the report says how many such records there
      *    were.
      *    Reversing entries are part of the period's record count
      *    and grand total; the report also splits the total into
      *    ordinary postings and reversals on lines of their own,
      *    which add back to the grand total, so a month with
      *    reversals still visibly cross-foots. History records cut
      *    before reversals existed count as having none.
      *    All totals are in the base currency. The report also
      *    lists each transaction currency the period carried,
      *    with its record count, its amount in that currency and
      *    the base equivalent; the base equivalents add back to
      *    the grand total. The same figures go to PERSUM.DAT as
      *    "*CUR" records. History records cut before currencies
      *    were recorded count entirely as base currency.
      *    Results CALC held over their limit are not in the grand
      *    total; the report shows the period's held items on a
      *    line of their own. When a held item is released it goes
      *    out on a later ledger, so the ledger trailers are tied
      *    to the grand total after taking off the released items
      *    LEDGLOG.DAT records for each extract, which are shown on
      *    a line of their own too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               "PERIOD GRAND TOTAL:      ".
           05  WS-TL-GRAND-TOTAL     PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(38) VALUE SPACES.
       01  WS-SPLIT-LINE.
           05  WS-SP-LABEL           PIC X(25).
           05  WS-SP-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(8)  VALUE "  TOTAL ".
           05  WS-SP-TOTAL           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(17) VALUE SPACES.
       01  WS-LEDGER-TIE-LINE.
           05  FILLER                PIC X(25) VALUE
               "LEDGER TRAILERS TOTAL:   ".
               "LEDGER TIE:              ".
           05  WS-BL-VERDICT         PIC X(14).
           05  FILLER                PIC X(41) VALUE SPACES.
       01  WS-CURRENCY-LINE.
           05  FILLER                PIC X(9)  VALUE "CURRENCY ".
           05  WS-CL-CURRENCY        PIC X(3).
           05  FILLER                PIC X(7)  VALUE "  RECS ".
           05  WS-CL-RECORDS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-CL-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(7)  VALUE "  BASE ".
           05  WS-CL-BASE-TOTAL      PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-OLD-FORMAT-LINE.
           05  FILLER                PIC X(42) VALUE
               "RUNS WITHOUT SOURCE FIGURES (OLD FORMAT): ".
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05  WS-PD-YYYY            PIC 9(4).
           05  WS-PD-MM              PIC 9(2).
       01  WS-MONTH-START-DATE       PIC 9(8).
       COPY CALCBDY.
       01  WS-HIST-PERIOD            PIC 9(6).
       01  WS-LLOG-PERIOD            PIC 9(6).

       01  WS-REJECT-TOTAL           PIC 9(7)     VALUE ZERO.
       01  WS-GRAND-TOTAL            PIC S9(15)V99 VALUE ZERO.
       01  WS-OLD-FORMAT-COUNT       PIC 9(7)     VALUE ZERO.
       01  WS-REVERSAL-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-REVERSAL-TOTAL         PIC S9(15)V99 VALUE ZERO.
       01  WS-POSTING-COUNT          PIC 9(7)     VALUE ZERO.
       01  WS-POSTING-TOTAL          PIC S9(15)V99 VALUE ZERO.

       01  WS-LEDGER-TOTAL           PIC S9(15)V99 VALUE ZERO.
       01  WS-EXTRACT-COUNT          PIC 9(4)     VALUE ZERO.
       01  WS-RELEASED-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-RELEASED-TOTAL         PIC S9(15)V99 VALUE ZERO.
       01  WS-LEDGER-NET-TOTAL       PIC S9(15)V99 VALUE ZERO.
       01  WS-HELD-COUNT             PIC 9(7)     VALUE ZERO.
       01  WS-HELD-TOTAL             PIC S9(15)V99 VALUE ZERO.

       01  WS-SOURCE-COUNT           PIC 9(2)     VALUE ZERO.
       01  WS-SOURCE-TABLE.
       01  WS-SOURCE-SLOT            PIC 9(2).
       01  WS-HIST-SOURCE-INDEX      PIC 9(2).

       01  WS-BASE-CURRENCY          PIC X(3)     VALUE "USD".
       01  WS-CURRENCY-COUNT         PIC 9(2)     VALUE ZERO.
       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-ENTRY OCCURS 20 TIMES.
               10  WS-CU-CURRENCY    PIC X(3)     VALUE SPACES.
               10  WS-CU-RECORDS     PIC 9(7)     VALUE ZERO.
               10  WS-CU-AMOUNT      PIC S9(15)V99 VALUE ZERO.
               10  WS-CU-BASE-TOTAL  PIC S9(15)V99 VALUE ZERO.
       01  WS-CURRENCY-INDEX         PIC 9(2).
       01  WS-CURRENCY-SLOT          PIC 9(2).
       01  WS-HIST-CURRENCY-INDEX    PIC 9(2).
       01  WS-SEARCH-CURRENCY        PIC X(3).
       01  WS-SEARCH-RECORDS         PIC 9(7).
       01  WS-SEARCH-AMOUNT          PIC S9(15)V99.
       01  WS-SEARCH-BASE-TOTAL      PIC S9(15)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM ROLL-UP-RUN-HISTORY
           PERFORM SUM-LEDGER-TRAILERS

           COMPUTE WS-LEDGER-NET-TOTAL =
               WS-LEDGER-TOTAL - WS-RELEASED-TOTAL
           IF WS-GRAND-TOTAL = WS-LEDGER-NET-TOTAL
               CONTINUE
           ELSE
               MOVE "N" TO WS-BALANCED-SWITCH
               SET WS-FORCE-REQUESTED TO TRUE
           END-IF
           IF WS-PARM-PERIOD = SPACES
               PERFORM CHECK-FIRST-BUSINESS-DAY
               MOVE WS-RD-YYYY TO WS-PD-YYYY
               MOVE WS-RD-MM TO WS-PD-MM
               IF WS-PD-MM = 1
           END-IF
           DISPLAY "Closing period " WS-PERIOD.

       CHECK-FIRST-BUSINESS-DAY SECTION.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-MONTH-START-DATE
           MOVE "01" TO WS-MONTH-START-DATE (7:2)
           SET BD-FUNC-FIRST TO TRUE
           MOVE WS-MONTH-START-DATE TO BD-DATE
           CALL "BUSDAY" USING BUSDAY-REQUEST
           EVALUATE TRUE
               WHEN BD-YEAR-MISSING
                   DISPLAY "ERROR: calendar year " BD-MISSING-YEAR
                       " is not on CALENDAR.DAT - add it with CALMNT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN NOT BD-OK
                   DISPLAY "ERROR: " BD-DAY-TEXT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WS-RUN-DATE-YYYYMMDD < BD-RESULT-DATE
                   DISPLAY "ERROR: the first business day of the "
                       "month is " BD-RESULT-DATE " - name the period "
                       "to close it before then"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CHECK-NOT-ALREADY-CLOSED SECTION.
           OPEN INPUT CLOSEDF
           IF WS-CLOSEDF-STATUS = "00"
           ADD RH-RECORD-COUNT TO WS-RECORD-TOTAL
           ADD RH-REJECT-COUNT TO WS-REJECT-TOTAL
           ADD RH-GRAND-TOTAL TO WS-GRAND-TOTAL
           IF RH-REVERSAL-COUNT IS NUMERIC
               ADD RH-REVERSAL-COUNT TO WS-REVERSAL-COUNT
               ADD RH-REVERSAL-TOTAL TO WS-REVERSAL-TOTAL
           END-IF
           IF RH-HELD-COUNT IS NUMERIC
               ADD RH-HELD-COUNT TO WS-HELD-COUNT
               ADD RH-HELD-TOTAL TO WS-HELD-TOTAL
           END-IF
           IF RH-SOURCE-COUNT IS NUMERIC
               PERFORM VARYING WS-HIST-SOURCE-INDEX FROM 1 BY 1
                       UNTIL WS-HIST-SOURCE-INDEX > RH-SOURCE-COUNT
               END-PERFORM
           ELSE
               ADD 1 TO WS-OLD-FORMAT-COUNT
           END-IF
           IF RH-CURRENCY-COUNT IS NUMERIC
               MOVE RH-BASE-CURRENCY TO WS-BASE-CURRENCY
               PERFORM VARYING WS-HIST-CURRENCY-INDEX FROM 1 BY 1
                       UNTIL WS-HIST-CURRENCY-INDEX > RH-CURRENCY-COUNT
                       OR WS-HIST-CURRENCY-INDEX > 10
                   MOVE RH-CT-CURRENCY (WS-HIST-CURRENCY-INDEX)
                       TO WS-SEARCH-CURRENCY
                   MOVE RH-CT-RECORDS (WS-HIST-CURRENCY-INDEX)
                       TO WS-SEARCH-RECORDS
                   MOVE RH-CT-AMOUNT (WS-HIST-CURRENCY-INDEX)
                       TO WS-SEARCH-AMOUNT
                   MOVE RH-CT-BASE-TOTAL (WS-HIST-CURRENCY-INDEX)
                       TO WS-SEARCH-BASE-TOTAL
                   PERFORM ROLL-UP-ONE-CURRENCY
               END-PERFORM
           ELSE
               MOVE WS-BASE-CURRENCY TO WS-SEARCH-CURRENCY
               MOVE RH-RECORD-COUNT TO WS-SEARCH-RECORDS
               MOVE RH-GRAND-TOTAL TO WS-SEARCH-AMOUNT
               MOVE RH-GRAND-TOTAL TO WS-SEARCH-BASE-TOTAL
               PERFORM ROLL-UP-ONE-CURRENCY
           END-IF.

       ROLL-UP-ONE-CURRENCY SECTION.
           MOVE ZERO TO WS-CURRENCY-SLOT
           PERFORM VARYING WS-CURRENCY-INDEX FROM 1 BY 1
                   UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT
               IF WS-CU-CURRENCY (WS-CURRENCY-INDEX) =
                       WS-SEARCH-CURRENCY
                   MOVE WS-CURRENCY-INDEX TO WS-CURRENCY-SLOT
               END-IF
           END-PERFORM
           IF WS-CURRENCY-SLOT = 0
               IF WS-CURRENCY-COUNT < 20
                   ADD 1 TO WS-CURRENCY-COUNT
                   MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-SLOT
                   MOVE WS-SEARCH-CURRENCY
                       TO WS-CU-CURRENCY (WS-CURRENCY-SLOT)
               ELSE
                   DISPLAY "WARNING: more than 20 currencies in the "
                       "period, no breakdown kept for ["
                       WS-SEARCH-CURRENCY "]"
               END-IF
           END-IF
           IF WS-CURRENCY-SLOT > 0
               ADD WS-SEARCH-RECORDS
                   TO WS-CU-RECORDS (WS-CURRENCY-SLOT)
               ADD WS-SEARCH-AMOUNT
                   TO WS-CU-AMOUNT (WS-CURRENCY-SLOT)
               ADD WS-SEARCH-BASE-TOTAL
                   TO WS-CU-BASE-TOTAL (WS-CURRENCY-SLOT)
           END-IF.

       ROLL-UP-ONE-SOURCE SECTION.
                           IF WS-LLOG-PERIOD = WS-PERIOD
                               ADD 1 TO WS-EXTRACT-COUNT
                               ADD LL-TOTAL TO WS-LEDGER-TOTAL
                               IF LL-RELEASED-COUNT IS NUMERIC
                                   ADD LL-RELEASED-COUNT
                                       TO WS-RELEASED-COUNT
                                   ADD LL-RELEASED-TOTAL
                                       TO WS-RELEASED-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE WS-TOTAL-LINE-2 TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS
           COMPUTE WS-POSTING-COUNT =
               WS-RECORD-TOTAL - WS-REVERSAL-COUNT
           COMPUTE WS-POSTING-TOTAL =
               WS-GRAND-TOTAL - WS-REVERSAL-TOTAL
           MOVE "PERIOD POSTINGS:         " TO WS-SP-LABEL
           MOVE WS-POSTING-COUNT TO WS-SP-COUNT
           MOVE WS-POSTING-TOTAL TO WS-SP-TOTAL
           MOVE WS-SPLIT-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS
           MOVE "PERIOD REVERSALS:        " TO WS-SP-LABEL
           MOVE WS-REVERSAL-COUNT TO WS-SP-COUNT
           MOVE WS-REVERSAL-TOTAL TO WS-SP-TOTAL
           MOVE WS-SPLIT-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS
           MOVE WS-GRAND-TOTAL TO WS-TL-GRAND-TOTAL
           MOVE WS-TOTAL-LINE-3 TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS
           PERFORM VARYING WS-CURRENCY-INDEX FROM 1 BY 1
                   UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT
               MOVE WS-CU-CURRENCY (WS-CURRENCY-INDEX)
                   TO WS-CL-CURRENCY
               MOVE WS-CU-RECORDS (WS-CURRENCY-INDEX)
                   TO WS-CL-RECORDS
               MOVE WS-CU-AMOUNT (WS-CURRENCY-INDEX) TO WS-CL-AMOUNT
               MOVE WS-CU-BASE-TOTAL (WS-CURRENCY-INDEX)
                   TO WS-CL-BASE-TOTAL
               MOVE WS-CURRENCY-LINE TO RPTOUT-LINE
               WRITE RPTOUT-LINE
               PERFORM CHECK-RPTOUT-STATUS
           END-PERFORM
           MOVE "PERIOD HELD ITEMS:       " TO WS-SP-LABEL
           MOVE WS-HELD-COUNT TO WS-SP-COUNT
           MOVE WS-HELD-TOTAL TO WS-SP-TOTAL
           MOVE WS-SPLIT-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS
           MOVE WS-LEDGER-TOTAL TO WS-LT-LEDGER-TOTAL
           MOVE WS-EXTRACT-COUNT TO WS-LT-EXTRACT-COUNT
           MOVE WS-LEDGER-TIE-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS
           MOVE "LESS RELEASED HELD ITEMS:" TO WS-SP-LABEL
           MOVE WS-RELEASED-COUNT TO WS-SP-COUNT
           MOVE WS-RELEASED-TOTAL TO WS-SP-TOTAL
           MOVE WS-SPLIT-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS
           IF WS-PERIOD-BALANCED
               MOVE "IN BALANCE" TO WS-BL-VERDICT
           ELSE
                   TO PD-REJECT-COUNT
               MOVE WS-ST-TOTAL (WS-SOURCE-INDEX) TO PD-GRAND-TOTAL
               MOVE WS-RUN-DATE-YYYYMMDD TO PD-CLOSED-DATE
               MOVE WS-BASE-CURRENCY TO PD-CURRENCY-CODE
               MOVE PD-GRAND-TOTAL TO PD-CURRENCY-AMOUNT
               WRITE PERIOD-SUMMARY-RECORD
               PERFORM CHECK-PERSUM-STATUS
           END-PERFORM
           PERFORM VARYING WS-CURRENCY-INDEX FROM 1 BY 1
                   UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT
               MOVE WS-PERIOD TO PD-PERIOD
               MOVE "*CUR" TO PD-SOURCE-ID
               MOVE ZERO TO PD-RUN-COUNT
               MOVE WS-CU-RECORDS (WS-CURRENCY-INDEX)
                   TO PD-RECORD-COUNT
               MOVE ZERO TO PD-REJECT-COUNT
               MOVE WS-CU-BASE-TOTAL (WS-CURRENCY-INDEX)
                   TO PD-GRAND-TOTAL
               MOVE WS-RUN-DATE-YYYYMMDD TO PD-CLOSED-DATE
               MOVE WS-CU-CURRENCY (WS-CURRENCY-INDEX)
                   TO PD-CURRENCY-CODE
               MOVE WS-CU-AMOUNT (WS-CURRENCY-INDEX)
                   TO PD-CURRENCY-AMOUNT
               WRITE PERIOD-SUMMARY-RECORD
               PERFORM CHECK-PERSUM-STATUS
           END-PERFORM
           MOVE WS-REJECT-TOTAL TO PD-REJECT-COUNT
           MOVE WS-GRAND-TOTAL TO PD-GRAND-TOTAL
           MOVE WS-RUN-DATE-YYYYMMDD TO PD-CLOSED-DATE
           MOVE WS-BASE-CURRENCY TO PD-CURRENCY-CODE
           MOVE WS-GRAND-TOTAL TO PD-CURRENCY-AMOUNT
           WRITE PERIOD-SUMMARY-RECORD
           PERFORM CHECK-PERSUM-STATUS
           CLOSE PERSUM.
