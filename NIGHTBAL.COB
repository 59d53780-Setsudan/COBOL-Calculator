      *        against the RUNHIST grand total and run number;
      *      - MISMATCH.DAT's line count against the summary RECON
      *        wrote to RECONSUM.DAT.
      *    A result CALC held back as over its LIMITS.DAT limit is
      *    on HELD.DAT, not RESULT.DAT: held items are a third
      *    bucket alongside results and rejects in the TRANIN and
      *    RUNHIST counts, and the RUNHIST held count and total are
      *    proven against the items HELD.DAT carries for the run.
      *    Held items released since and sent on this run's ledger
      *    (entry type H) are on top of the RUNHIST total, so the
      *    ledger trailer is footed against RUNHIST plus the items
      *    HELD.DAT shows as extracted by this run, and the H lines
      *    on LEDGER.DAT are proven against the same items.
      *    Each cross-foot prints on BALRPT.DAT with an IN BALANCE /
      *    OUT OF BALANCE flag, and any break ends the run with
      *    return code 8 so the scheduler can page someone.
      *    allows a shortfall of up to the night's continuation
      *    count; a difference inside that allowance is flagged
      *    IN BALANCE* with a note rather than treated as a break.
      *    Reversing entries are already inside the result counts
      *    and totals above; they are also proven on lines of their
      *    own - the RUNHIST reversal count against the reversing
      *    records on RESULT.DAT, and the reversing lines on
      *    LEDGER.DAT (count and total) against the RUNHIST reversal
      *    figures - so a reversal that went missing between CALC
      *    and the ledger shows up even when other amounts net it
      *    out.
      *    Every total is in the base currency. RESULT.DAT's base
      *    results are footed against the RUNHIST grand total, the
      *    RUNHIST per-currency base totals are footed against the
      *    same grand total, and each currency's record count,
      *    amount in its own currency and base equivalent on
      *    RUNHIST is proven against RESULT.DAT - so a result
      *    converted at the wrong rate, or left out of its
      *    currency's subtotal, breaks the night. The currency
      *    lines are skipped for a RUNHIST entry cut before
      *    currencies were recorded.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTIN-STATUS.

           SELECT OPTIONAL HELDIN ASSIGN TO "HELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDIN-STATUS.

           SELECT HISTIN ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.
           RECORDING MODE IS F.
       COPY CALCREJ.

       FD  HELDIN
           RECORDING MODE IS F.
       COPY CALCHELD.

       FD  HISTIN
           RECORDING MODE IS F.
       COPY CALCHIST.

       FD  LEDGERIN
           RECORDING MODE IS F.
       01  LEDGERIN-LINE             PIC X(132).

       FD  MISMATCHIN
           RECORDING MODE IS F.
       01  WS-TRANIN-STATUS          PIC XX.
       01  WS-RESULTIN-STATUS        PIC XX.
       01  WS-REJECTIN-STATUS        PIC XX.
       01  WS-HELDIN-STATUS          PIC XX.
       01  WS-HISTIN-STATUS          PIC XX.
       01  WS-LEDGERIN-STATUS        PIC XX.
       01  WS-MISMATCHIN-STATUS      PIC XX.
           88  WS-END-OF-RESULTIN                VALUE "Y".
       01  WS-REJECT-EOF-SWITCH      PIC X       VALUE "N".
           88  WS-END-OF-REJECTIN                VALUE "Y".
       01  WS-HELD-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-HELDIN                  VALUE "Y".
       01  WS-HIST-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-HISTIN                  VALUE "Y".
       01  WS-LEDGER-EOF-SWITCH      PIC X       VALUE "N".
       01  WS-CONT-COUNT             PIC 9(7)     VALUE ZERO.
       01  WS-RESULT-COUNT           PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT           PIC 9(7)     VALUE ZERO.
       01  WS-HELD-COUNT             PIC 9(7)     VALUE ZERO.
       01  WS-HELD-TOTAL             PIC S9(13)V99 VALUE ZERO.
       01  WS-RELEASED-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-RELEASED-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-OUTPUT-COUNT           PIC 9(7)     VALUE ZERO.
       01  WS-COUNT-DIFFERENCE       PIC S9(7)    VALUE ZERO.

       01  WS-HIST-COMBINED          PIC 9(7)     VALUE ZERO.
       01  WS-HIST-TOTAL             PIC S9(13)V99 VALUE ZERO.
       01  WS-HIST-RUN-NO            PIC 9(6)     VALUE ZERO.
       01  WS-HIST-HELD-COUNT        PIC 9(7)     VALUE ZERO.
       01  WS-HIST-HELD-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01  WS-HIST-LEDGER-TOTAL      PIC S9(13)V99 VALUE ZERO.

       01  WS-LEDGER-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  WS-LEDGER-RUN-NO          PIC 9(6)     VALUE ZERO.
           05  WS-LP-TOTAL           PIC X(18).
           05  WS-LP-RUN-NO          PIC X(6).

       01  WS-LEDGER-DETAIL-PARSE.
           05  WS-LD-SEQ-NO          PIC X(6).
           05  WS-LD-SOURCE-ID       PIC X(4).
           05  WS-LD-NUM1            PIC X(13).
           05  WS-LD-OPERATOR        PIC X(3).
           05  WS-LD-NUM2            PIC X(13).
           05  WS-LD-RESULT          PIC X(13).
           05  WS-LD-ENTRY-TYPE      PIC X(1).
           05  WS-LD-ORIG-RUN-NO     PIC X(6).
           05  WS-LD-ORIG-SOURCE-ID  PIC X(4).
           05  WS-LD-ORIG-SEQ-NO     PIC X(6).
           05  WS-LD-CURRENCY        PIC X(3).
           05  WS-LD-FX-RATE         PIC X(11).
           05  WS-LD-BASE-RESULT     PIC X(17).

       01  WS-RESULT-REV-COUNT       PIC 9(7)     VALUE ZERO.
       01  WS-HIST-REV-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-HIST-REV-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-LEDGER-REV-COUNT       PIC 9(7)     VALUE ZERO.
       01  WS-LEDGER-REV-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01  WS-LEDGER-REL-COUNT       PIC 9(7)     VALUE ZERO.
       01  WS-LEDGER-REL-TOTAL       PIC S9(13)V99 VALUE ZERO.

       01  WS-RESULT-BASE-TOTAL      PIC S9(13)V99 VALUE ZERO.
       01  WS-ITEM-CURRENCY          PIC X(3).
       01  WS-ITEM-BASE-RESULT       PIC S9(13)V99.
       01  WS-HIST-BASE-CURRENCY     PIC X(3)     VALUE SPACES.
       01  WS-HIST-CURRENCY-SW       PIC X        VALUE "N".
           88  WS-HIST-HAS-CURRENCIES            VALUE "Y".
       01  WS-HIST-CURRENCY-SUM      PIC S9(13)V99 VALUE ZERO.
      *    One row per currency seen on either side: the RUNHIST
      *    figures and the figures counted off RESULT.DAT.
       01  WS-BAL-CURRENCY-COUNT     PIC 9(2)     VALUE ZERO.
       01  WS-BAL-CURRENCY-TABLE.
           05  WS-BAL-CURRENCY-ENTRY OCCURS 20 TIMES.
               10  WS-BC-CURRENCY    PIC X(3).
               10  WS-BC-HIST-RECORDS PIC 9(7).
               10  WS-BC-HIST-AMOUNT PIC S9(13)V99.
               10  WS-BC-HIST-BASE   PIC S9(13)V99.
               10  WS-BC-RSLT-RECORDS PIC 9(7).
               10  WS-BC-RSLT-AMOUNT PIC S9(13)V99.
               10  WS-BC-RSLT-BASE   PIC S9(13)V99.
       01  WS-BC-INDEX               PIC 9(2).
       01  WS-BC-SLOT                PIC 9(2).
       01  WS-RH-CT-INDEX            PIC 9(2).
       01  WS-BC-SEARCH-CURRENCY     PIC X(3).

       01  WS-MISMATCH-LINES         PIC 9(7)     VALUE ZERO.
       01  WS-RECON-EXPECTED         PIC 9(7)     VALUE ZERO.

           PERFORM COUNT-TRANSACTION-FILE
           PERFORM COUNT-RESULT-FILE
           PERFORM COUNT-REJECT-FILE
           PERFORM COUNT-HELD-FILE
           PERFORM READ-LEDGER-TRAILER
           PERFORM COUNT-MISMATCH-FILE
           PERFORM READ-RECON-SUMMARY
           PERFORM WRITE-REPORT-HEADER
           PERFORM CHECK-TRANSACTION-CROSSFOOT
           PERFORM CHECK-HISTORY-CROSSFOOT
           PERFORM CHECK-HELD-CROSSFOOT
           PERFORM CHECK-LEDGER-CROSSFOOT
           PERFORM CHECK-REVERSAL-CROSSFOOT
           PERFORM CHECK-CURRENCY-CROSSFOOT
           PERFORM CHECK-MISMATCH-CROSSFOOT
           IF WS-NOTE-WANTED
               MOVE WS-CONT-COUNT TO WS-NL-CONT-COUNT
                       ELSE
                           MOVE ZERO TO WS-HIST-RUN-NO
                       END-IF
                       IF RH-REVERSAL-COUNT IS NUMERIC
                           MOVE RH-REVERSAL-COUNT TO WS-HIST-REV-COUNT
                           MOVE RH-REVERSAL-TOTAL TO WS-HIST-REV-TOTAL
                       ELSE
                           MOVE ZERO TO WS-HIST-REV-COUNT
                           MOVE ZERO TO WS-HIST-REV-TOTAL
                       END-IF
                       IF RH-HELD-COUNT IS NUMERIC
                           MOVE RH-HELD-COUNT TO WS-HIST-HELD-COUNT
                           MOVE RH-HELD-TOTAL TO WS-HIST-HELD-TOTAL
                       ELSE
                           MOVE ZERO TO WS-HIST-HELD-COUNT
                           MOVE ZERO TO WS-HIST-HELD-TOTAL
                       END-IF
                       PERFORM NOTE-HISTORY-CURRENCIES
               END-READ
           END-PERFORM
           CLOSE HISTIN
               STOP RUN
           END-IF
           COMPUTE WS-HIST-COMBINED =
               WS-HIST-RECORDS + WS-HIST-REJECTS + WS-HIST-HELD-COUNT.

      *    Each history record read replaces the last one's currency
      *    figures, so what is left is the last run's.
       NOTE-HISTORY-CURRENCIES SECTION.
           MOVE ZERO TO WS-BAL-CURRENCY-COUNT
           MOVE ZERO TO WS-HIST-CURRENCY-SUM
           MOVE SPACES TO WS-HIST-BASE-CURRENCY
           IF RH-CURRENCY-COUNT IS NUMERIC
               SET WS-HIST-HAS-CURRENCIES TO TRUE
               MOVE RH-BASE-CURRENCY TO WS-HIST-BASE-CURRENCY
               PERFORM VARYING WS-RH-CT-INDEX FROM 1 BY 1
                       UNTIL WS-RH-CT-INDEX > RH-CURRENCY-COUNT
                   MOVE RH-CT-CURRENCY (WS-RH-CT-INDEX)
                       TO WS-BC-SEARCH-CURRENCY
                   PERFORM FIND-BALANCE-CURRENCY
                   IF WS-BC-SLOT > 0
                       ADD RH-CT-RECORDS (WS-RH-CT-INDEX)
                           TO WS-BC-HIST-RECORDS (WS-BC-SLOT)
                       ADD RH-CT-AMOUNT (WS-RH-CT-INDEX)
                           TO WS-BC-HIST-AMOUNT (WS-BC-SLOT)
                       ADD RH-CT-BASE-TOTAL (WS-RH-CT-INDEX)
                           TO WS-BC-HIST-BASE (WS-BC-SLOT)
                   END-IF
                   ADD RH-CT-BASE-TOTAL (WS-RH-CT-INDEX)
                       TO WS-HIST-CURRENCY-SUM
               END-PERFORM
           ELSE
               MOVE "N" TO WS-HIST-CURRENCY-SW
           END-IF.

       FIND-BALANCE-CURRENCY SECTION.
           MOVE ZERO TO WS-BC-SLOT
           PERFORM VARYING WS-BC-INDEX FROM 1 BY 1
                   UNTIL WS-BC-INDEX > WS-BAL-CURRENCY-COUNT
               IF WS-BC-CURRENCY (WS-BC-INDEX) = WS-BC-SEARCH-CURRENCY
                   MOVE WS-BC-INDEX TO WS-BC-SLOT
               END-IF
           END-PERFORM
           IF WS-BC-SLOT = 0 AND WS-BAL-CURRENCY-COUNT < 20
               ADD 1 TO WS-BAL-CURRENCY-COUNT
               MOVE WS-BAL-CURRENCY-COUNT TO WS-BC-SLOT
               MOVE WS-BC-SEARCH-CURRENCY
                   TO WS-BC-CURRENCY (WS-BC-SLOT)
               MOVE ZERO TO WS-BC-HIST-RECORDS (WS-BC-SLOT)
               MOVE ZERO TO WS-BC-HIST-AMOUNT (WS-BC-SLOT)
               MOVE ZERO TO WS-BC-HIST-BASE (WS-BC-SLOT)
               MOVE ZERO TO WS-BC-RSLT-RECORDS (WS-BC-SLOT)
               MOVE ZERO TO WS-BC-RSLT-AMOUNT (WS-BC-SLOT)
               MOVE ZERO TO WS-BC-RSLT-BASE (WS-BC-SLOT)
           END-IF.

       COUNT-TRANSACTION-FILE SECTION.
           OPEN INPUT TRANIN
                       SET WS-END-OF-RESULTIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RESULT-COUNT
                       IF RO-REVERSING-ENTRY
                           ADD 1 TO WS-RESULT-REV-COUNT
                       END-IF
                       PERFORM NOTE-RESULT-CURRENCY
               END-READ
           END-PERFORM
           CLOSE RESULTIN.

      *    A result record cut before currencies existed is counted
      *    as base currency at one.
       NOTE-RESULT-CURRENCY SECTION.
           IF RO-BASE-RESULT IS NUMERIC
               MOVE RO-CURRENCY-CODE TO WS-ITEM-CURRENCY
               MOVE RO-BASE-RESULT TO WS-ITEM-BASE-RESULT
           ELSE
               MOVE WS-HIST-BASE-CURRENCY TO WS-ITEM-CURRENCY
               MOVE RO-RESULT TO WS-ITEM-BASE-RESULT
           END-IF
           ADD WS-ITEM-BASE-RESULT TO WS-RESULT-BASE-TOTAL
           IF WS-HIST-HAS-CURRENCIES
               MOVE WS-ITEM-CURRENCY TO WS-BC-SEARCH-CURRENCY
               PERFORM FIND-BALANCE-CURRENCY
               IF WS-BC-SLOT > 0
                   ADD 1 TO WS-BC-RSLT-RECORDS (WS-BC-SLOT)
                   ADD RO-RESULT TO WS-BC-RSLT-AMOUNT (WS-BC-SLOT)
                   ADD WS-ITEM-BASE-RESULT
                       TO WS-BC-RSLT-BASE (WS-BC-SLOT)
               END-IF
           END-IF.

       COUNT-REJECT-FILE SECTION.
           OPEN INPUT REJECTIN
           IF WS-REJECTIN-STATUS = "00"
                   STOP RUN
               END-IF
           END-IF
           CLOSE REJECTIN.

      *    HELD.DAT is cumulative: only the items held by the run on
      *    RUNHIST count as tonight's third bucket, and only those
      *    EXTRACT marked with this run's number went on its ledger.
       COUNT-HELD-FILE SECTION.
           OPEN INPUT HELDIN
           IF WS-HELDIN-STATUS = "00"
               PERFORM UNTIL WS-END-OF-HELDIN
                   READ HELDIN
                       AT END
                           SET WS-END-OF-HELDIN TO TRUE
                       NOT AT END
                           PERFORM NOTE-HELD-ITEM
                   END-READ
               END-PERFORM
           ELSE
               IF WS-HELDIN-STATUS NOT = "35"
                       AND WS-HELDIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open HELD.DAT, status "
                       WS-HELDIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE HELDIN
           COMPUTE WS-OUTPUT-COUNT =
               WS-RESULT-COUNT + WS-REJECT-COUNT + WS-HELD-COUNT
           COMPUTE WS-HIST-LEDGER-TOTAL =
               WS-HIST-TOTAL + WS-RELEASED-TOTAL.

       NOTE-HELD-ITEM SECTION.
           IF HD-RUN-NO = WS-HIST-RUN-NO
               ADD 1 TO WS-HELD-COUNT
               ADD HD-BASE-RESULT TO WS-HELD-TOTAL
           END-IF
           IF HD-EXTRACTED AND HD-EXTRACT-RUN-NO = WS-HIST-RUN-NO
               ADD 1 TO WS-RELEASED-COUNT
               ADD HD-BASE-RESULT TO WS-RELEASED-TOTAL
           END-IF.

      *    The trailer is the "T;" line EXTRACT wrote last; its total
      *    and run number are what the ledger was actually sent.
                   ELSE
                       MOVE ZERO TO WS-LEDGER-RUN-NO
                   END-IF
               ELSE
                   PERFORM NOTE-LEDGER-DETAIL
               END-IF
           END-IF.

      *    A detail line's seventh field is its entry type; the
      *    reversing entries are counted and totalled for the
      *    reversal cross-foot, in the base currency from the
      *    BASERESULT field (RESULT on a line cut before the field
      *    existed); released held items (H) likewise for the
      *    released cross-foot.
       NOTE-LEDGER-DETAIL SECTION.
           MOVE SPACES TO WS-LEDGER-DETAIL-PARSE
           UNSTRING LEDGERIN-LINE DELIMITED BY ";"
               INTO WS-LD-SEQ-NO
                    WS-LD-SOURCE-ID
                    WS-LD-NUM1
                    WS-LD-OPERATOR
                    WS-LD-NUM2
                    WS-LD-RESULT
                    WS-LD-ENTRY-TYPE
                    WS-LD-ORIG-RUN-NO
                    WS-LD-ORIG-SOURCE-ID
                    WS-LD-ORIG-SEQ-NO
                    WS-LD-CURRENCY
                    WS-LD-FX-RATE
                    WS-LD-BASE-RESULT
           END-UNSTRING
           IF WS-LD-ENTRY-TYPE = "R"
               ADD 1 TO WS-LEDGER-REV-COUNT
               IF WS-LD-BASE-RESULT NOT = SPACES
                   ADD FUNCTION NUMVAL (WS-LD-BASE-RESULT)
                       TO WS-LEDGER-REV-TOTAL
               ELSE
                   ADD FUNCTION NUMVAL (WS-LD-RESULT)
                       TO WS-LEDGER-REV-TOTAL
               END-IF
           END-IF
           IF WS-LD-ENTRY-TYPE = "H"
               ADD 1 TO WS-LEDGER-REL-COUNT
               ADD FUNCTION NUMVAL (WS-LD-BASE-RESULT)
                   TO WS-LEDGER-REL-TOTAL
           END-IF.

       COUNT-MISMATCH-FILE SECTION.
           OPEN INPUT MISMATCHIN
           IF WS-MISMATCHIN-STATUS = "00"
               RM-MISMATCHES + RM-REJECTED + RM-MISSING.

       CHECK-TRANSACTION-CROSSFOOT SECTION.
           MOVE "TRANIN TRAILER / RSLT+REJ+HLD" TO WS-CL-LABEL
           MOVE WS-TRAILER-COUNT TO WS-CL-VALUE-A
           MOVE WS-OUTPUT-COUNT TO WS-CL-VALUE-B
           COMPUTE WS-COUNT-DIFFERENCE =
           PERFORM CHECK-RPTOUT-STATUS.

       CHECK-HISTORY-CROSSFOOT SECTION.
           MOVE "RUNHIST COUNTS / RSLT+REJ+HLD" TO WS-CL-LABEL
           MOVE WS-HIST-COMBINED TO WS-CL-VALUE-A
           MOVE WS-OUTPUT-COUNT TO WS-CL-VALUE-B
           IF WS-HIST-COMBINED = WS-OUTPUT-COUNT
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS.

       CHECK-HELD-CROSSFOOT SECTION.
           MOVE "HELD ITEMS RH / HELD.DAT      " TO WS-CL-LABEL
           MOVE WS-HIST-HELD-COUNT TO WS-CL-VALUE-A
           MOVE WS-HELD-COUNT TO WS-CL-VALUE-B
           IF WS-HIST-HELD-COUNT = WS-HELD-COUNT
               MOVE "IN BALANCE" TO WS-CL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CL-VERDICT
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-COUNT-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS

           MOVE "HELD TOTAL RH / HELD.DAT" TO WS-TL-LABEL
           MOVE WS-HIST-HELD-TOTAL TO WS-TL-VALUE-A
           MOVE WS-HELD-TOTAL TO WS-TL-VALUE-B
           IF WS-HIST-HELD-TOTAL = WS-HELD-TOTAL
               MOVE "IN BALANCE" TO WS-TL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-TL-VERDICT
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-TOTAL-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS.

       CHECK-LEDGER-CROSSFOOT SECTION.
           MOVE "LEDGER TRL / RH+RELEASED" TO WS-TL-LABEL
           MOVE WS-LEDGER-TOTAL TO WS-TL-VALUE-A
           MOVE WS-HIST-LEDGER-TOTAL TO WS-TL-VALUE-B
           IF WS-LEDGER-TOTAL = WS-HIST-LEDGER-TOTAL
               MOVE "IN BALANCE" TO WS-TL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-TL-VERDICT
           END-IF
           MOVE WS-COUNT-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS

           MOVE "RELEASED LEDGER / HELD.DAT   " TO WS-CL-LABEL
           MOVE WS-LEDGER-REL-COUNT TO WS-CL-VALUE-A
           MOVE WS-RELEASED-COUNT TO WS-CL-VALUE-B
           IF WS-LEDGER-REL-COUNT = WS-RELEASED-COUNT
               MOVE "IN BALANCE" TO WS-CL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CL-VERDICT
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-COUNT-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS

           MOVE "RELEASED TOTAL LDG / HELD" TO WS-TL-LABEL
           MOVE WS-LEDGER-REL-TOTAL TO WS-TL-VALUE-A
           MOVE WS-RELEASED-TOTAL TO WS-TL-VALUE-B
           IF WS-LEDGER-REL-TOTAL = WS-RELEASED-TOTAL
               MOVE "IN BALANCE" TO WS-TL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-TL-VERDICT
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-TOTAL-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS.

       CHECK-REVERSAL-CROSSFOOT SECTION.
           MOVE "REVERSALS RH / RESULT.DAT     " TO WS-CL-LABEL
           MOVE WS-HIST-REV-COUNT TO WS-CL-VALUE-A
           MOVE WS-RESULT-REV-COUNT TO WS-CL-VALUE-B
           IF WS-HIST-REV-COUNT = WS-RESULT-REV-COUNT
               MOVE "IN BALANCE" TO WS-CL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CL-VERDICT
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-COUNT-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS

           MOVE "REVERSALS LEDGER / RH        " TO WS-CL-LABEL
           MOVE WS-LEDGER-REV-COUNT TO WS-CL-VALUE-A
           MOVE WS-HIST-REV-COUNT TO WS-CL-VALUE-B
           IF WS-LEDGER-REV-COUNT = WS-HIST-REV-COUNT
               MOVE "IN BALANCE" TO WS-CL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CL-VERDICT
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-COUNT-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS

           MOVE "REVERSAL TOTAL LEDGER / RH" TO WS-TL-LABEL
           MOVE WS-LEDGER-REV-TOTAL TO WS-TL-VALUE-A
           MOVE WS-HIST-REV-TOTAL TO WS-TL-VALUE-B
           IF WS-LEDGER-REV-TOTAL = WS-HIST-REV-TOTAL
               MOVE "IN BALANCE" TO WS-TL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-TL-VERDICT
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-TOTAL-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS.

       CHECK-CURRENCY-CROSSFOOT SECTION.
           MOVE "RESULT BASE TOTAL / RH" TO WS-TL-LABEL
           MOVE WS-RESULT-BASE-TOTAL TO WS-TL-VALUE-A
           MOVE WS-HIST-TOTAL TO WS-TL-VALUE-B
           IF WS-RESULT-BASE-TOTAL = WS-HIST-TOTAL
               MOVE "IN BALANCE" TO WS-TL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-TL-VERDICT
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-TOTAL-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS

           IF WS-HIST-HAS-CURRENCIES
               MOVE "RH CCY BASE / RH TOTAL" TO WS-TL-LABEL
               MOVE WS-HIST-CURRENCY-SUM TO WS-TL-VALUE-A
               MOVE WS-HIST-TOTAL TO WS-TL-VALUE-B
               IF WS-HIST-CURRENCY-SUM = WS-HIST-TOTAL
                   MOVE "IN BALANCE" TO WS-TL-VERDICT
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-TL-VERDICT
                   SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
               END-IF
               MOVE WS-TOTAL-LINE TO RPTOUT-LINE
               WRITE RPTOUT-LINE
               PERFORM CHECK-RPTOUT-STATUS
               PERFORM VARYING WS-BC-INDEX FROM 1 BY 1
                       UNTIL WS-BC-INDEX > WS-BAL-CURRENCY-COUNT
                   PERFORM CHECK-ONE-CURRENCY
               END-PERFORM
           END-IF.

       CHECK-ONE-CURRENCY SECTION.
           MOVE SPACES TO WS-CL-LABEL
           STRING "CCY " WS-BC-CURRENCY (WS-BC-INDEX)
               " RECS RH / RESULT"
               DELIMITED BY SIZE INTO WS-CL-LABEL
           MOVE WS-BC-HIST-RECORDS (WS-BC-INDEX) TO WS-CL-VALUE-A
           MOVE WS-BC-RSLT-RECORDS (WS-BC-INDEX) TO WS-CL-VALUE-B
           IF WS-BC-HIST-RECORDS (WS-BC-INDEX)
                   = WS-BC-RSLT-RECORDS (WS-BC-INDEX)
               MOVE "IN BALANCE" TO WS-CL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CL-VERDICT
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-COUNT-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS

           MOVE SPACES TO WS-TL-LABEL
           STRING "CCY " WS-BC-CURRENCY (WS-BC-INDEX)
               " AMOUNT RH / RSLT"
               DELIMITED BY SIZE INTO WS-TL-LABEL
           MOVE WS-BC-HIST-AMOUNT (WS-BC-INDEX) TO WS-TL-VALUE-A
           MOVE WS-BC-RSLT-AMOUNT (WS-BC-INDEX) TO WS-TL-VALUE-B
           IF WS-BC-HIST-AMOUNT (WS-BC-INDEX)
                   = WS-BC-RSLT-AMOUNT (WS-BC-INDEX)
               MOVE "IN BALANCE" TO WS-TL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-TL-VERDICT
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-TOTAL-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS

           MOVE SPACES TO WS-TL-LABEL
           STRING "CCY " WS-BC-CURRENCY (WS-BC-INDEX)
               " BASE RH / RESULT"
               DELIMITED BY SIZE INTO WS-TL-LABEL
           MOVE WS-BC-HIST-BASE (WS-BC-INDEX) TO WS-TL-VALUE-A
           MOVE WS-BC-RSLT-BASE (WS-BC-INDEX) TO WS-TL-VALUE-B
           IF WS-BC-HIST-BASE (WS-BC-INDEX)
                   = WS-BC-RSLT-BASE (WS-BC-INDEX)
               MOVE "IN BALANCE" TO WS-TL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-TL-VERDICT
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE WS-TOTAL-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS.

       CHECK-MISMATCH-CROSSFOOT SECTION.
