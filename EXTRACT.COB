      *    disagreement means a partial or mixed file, and the
      *    extract is refused. The run number is carried onto the
      *    LEDGER.DAT trailer and the LEDGLOG.DAT entry.
      *    Every detail line ends with an entry type - P for an
      *    ordinary posting, R for a reversing entry - and on a
      *    reversing entry the run number, source id and sequence
      *    number of the posting it reverses, so the ledger can
      *    offset the original instead of Finance keying a manual
      *    entry. A reversing entry's result already carries the
      *    opposite sign, so it nets in the trailer total.
      *    After the entry fields each detail line carries the
      *    currency the item was calculated in, the exchange rate
      *    CALC converted it at and the result in the base currency.
      *    NUM1, NUM2 and RESULT stay in the item's own currency;
      *    the balance against RUNHIST.DAT, the trailer total and
      *    the LEDGLOG.DAT entry are in the base currency. A result
      *    record cut before currencies existed is base at one.
      *    Items a supervisor has released through HOLDREL since
      *    the last extract follow the night's results with entry
      *    type H and, in the original-item fields, the run number,
      *    source id and sequence number CALC held them under - the
      *    key the ledger acknowledges them by. They are not part
      *    of this night's RUNHIST.DAT figures, so the balance above
      *    is proved on RESULT.DAT alone and the released items are
      *    added to the trailer count and total afterwards and shown
      *    separately on the LEDGLOG.DAT entry. Each is then marked
      *    extracted on HELD.DAT with this run's number (rewritten
      *    through HELDWORK.DAT); a rerun of the same night's
      *    extract picks the same items up again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGEROUT-STATUS.

           SELECT OPTIONAL HELDF ASSIGN TO "HELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDF-STATUS.

           SELECT HELDWORK ASSIGN TO "HELDWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDWORK-STATUS.

           SELECT OPTIONAL LEDGLOG ASSIGN TO "LEDGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGLOG-STATUS.

       FD  LEDGEROUT
           RECORDING MODE IS F.
       01  LEDGEROUT-LINE            PIC X(132).

       FD  HELDF
           RECORDING MODE IS F.
       COPY CALCHELD.

       FD  HELDWORK
           RECORDING MODE IS F.
       COPY CALCHELD
           REPLACING ==HELD-ITEM-RECORD== BY ==HELD-WORK-RECORD==
                     LEADING ==HD-== BY ==HW-==.

       FD  LEDGLOG
           RECORDING MODE IS F.
       01  WS-RESULTIN-STATUS        PIC XX.
       01  WS-HISTIN-STATUS          PIC XX.
       01  WS-LEDGEROUT-STATUS       PIC XX.
       01  WS-HELDF-STATUS           PIC XX.
       01  WS-HELDWORK-STATUS        PIC XX.
       01  WS-HELD-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-HELDF                   VALUE "Y".
       01  WS-HELD-FAIL-SWITCH       PIC X       VALUE "N".
           88  WS-HELD-WRITE-FAILED              VALUE "Y".
       01  WS-RELEASED-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-RELEASED-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-LEDGER-COUNT           PIC 9(7)     VALUE ZERO.
       01  WS-LEDGER-TOTAL           PIC S9(13)V99 VALUE ZERO.

       01  WS-RESULT-EOF-SWITCH      PIC X       VALUE "N".
           88  WS-END-OF-RESULTIN                VALUE "Y".
       01  WS-EXT-TOTAL              PIC +9999999999999.99.
       01  WS-EXT-COUNT              PIC 9(7).
       01  WS-EXT-RUN-NO             PIC 9(6).
       01  WS-REVERSAL-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-EXT-FX-RATE            PIC 9999.999999.
       01  WS-EXT-BASE-RESULT        PIC +9999999999999.99.

       01  WS-BASE-CURRENCY          PIC X(3)     VALUE SPACES.
       01  WS-ITEM-CURRENCY          PIC X(3).
       01  WS-ITEM-FX-RATE           PIC 9(4)V9(6).
       01  WS-ITEM-BASE-RESULT       PIC S9(13)V99.

       01  WS-DISPLAY-COUNT          PIC ZZZ,ZZ9.
       01  WS-DISPLAY-TOTAL          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               STOP RUN
           END-IF

           PERFORM TOTAL-RELEASED-ITEMS
           COMPUTE WS-LEDGER-COUNT = WS-ACTUAL-COUNT
               + WS-RELEASED-COUNT
           COMPUTE WS-LEDGER-TOTAL = WS-ACTUAL-TOTAL
               + WS-RELEASED-TOTAL

           PERFORM WRITE-LEDGER-EXTRACT
           PERFORM WRITE-EXTRACT-LOG
           IF WS-RELEASED-COUNT > 0
               PERFORM COPY-HELD-WORK-BACK
           END-IF

           MOVE WS-LEDGER-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-LEDGER-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Extract complete: " WS-DISPLAY-COUNT
               " record(s), total " WS-DISPLAY-TOTAL
               " - LEDGER.DAT ready for pickup"
           IF WS-REVERSAL-COUNT > 0
               MOVE WS-REVERSAL-COUNT TO WS-DISPLAY-COUNT
               DISPLAY "  including " WS-DISPLAY-COUNT
                   " reversing entr(ies)"
           END-IF
           IF WS-RELEASED-COUNT > 0
               MOVE WS-RELEASED-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-RELEASED-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "  including " WS-DISPLAY-COUNT
                   " released held item(s), total " WS-DISPLAY-TOTAL
           END-IF

           STOP RUN.

                       MOVE RH-RECORD-COUNT TO WS-RUN-COUNT
                       MOVE RH-GRAND-TOTAL TO WS-RUN-TOTAL
                       MOVE RH-RUN-DATE TO WS-RUN-DATE
                       MOVE RH-BASE-CURRENCY TO WS-BASE-CURRENCY
                       IF RH-RUN-NO IS NUMERIC
                           MOVE RH-RUN-NO TO WS-RUN-NO
                       ELSE
                       SET WS-END-OF-RESULTIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACTUAL-COUNT
                       PERFORM PREPARE-ITEM-CURRENCY
                       ADD WS-ITEM-BASE-RESULT TO WS-ACTUAL-TOTAL
                       IF RO-RUN-NO IS NUMERIC
                               AND RO-RUN-NO = WS-RUN-NO
                           CONTINUE
           END-PERFORM
           CLOSE RESULTIN.

      *    An item is due on tonight's ledger if it has been
      *    released and not yet extracted, or was extracted by this
      *    same run (a rerun of tonight's extract).
       TOTAL-RELEASED-ITEMS SECTION.
           OPEN INPUT HELDF
           IF WS-HELDF-STATUS = "00"
               PERFORM UNTIL WS-END-OF-HELDF
                   READ HELDF
                       AT END
                           SET WS-END-OF-HELDF TO TRUE
                       NOT AT END
                           IF HD-RELEASED
                               OR (HD-EXTRACTED
                                   AND HD-EXTRACT-RUN-NO = WS-RUN-NO)
                               ADD 1 TO WS-RELEASED-COUNT
                               ADD HD-BASE-RESULT TO WS-RELEASED-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-HELDF-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open HELD.DAT, status "
                       WS-HELDF-STATUS
                   DISPLAY "Extract refused - released items cannot "
                       "be read"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE HELDF.

       WRITE-LEDGER-EXTRACT SECTION.
           OPEN INPUT RESULTIN
           IF WS-RESULTIN-STATUS NOT = "00"
               STOP RUN
           END-IF

           MOVE SPACES TO LEDGEROUT-LINE
           STRING "SEQNO;SOURCE;NUM1;OPERATOR;NUM2;RESULT;"
               "ENTRY;ORIGRUN;ORIGSOURCE;ORIGSEQ;"
               "CURRENCY;FXRATE;BASERESULT"
               DELIMITED BY SIZE INTO LEDGEROUT-LINE
           WRITE LEDGEROUT-LINE
           PERFORM CHECK-LEDGEROUT-STATUS

               END-READ
           END-PERFORM

           IF WS-RELEASED-COUNT > 0
               PERFORM WRITE-RELEASED-ITEMS
           END-IF

           MOVE WS-LEDGER-COUNT TO WS-EXT-COUNT
           MOVE WS-LEDGER-TOTAL TO WS-EXT-TOTAL
           MOVE WS-RUN-NO TO WS-EXT-RUN-NO
           MOVE SPACES TO LEDGEROUT-LINE
           STRING "T;" WS-RUN-DATE ";" WS-EXT-COUNT ";" WS-EXT-TOTAL
           CLOSE LEDGEROUT.

       WRITE-LEDGER-DETAIL SECTION.
           PERFORM PREPARE-ITEM-CURRENCY
           MOVE RO-NUM1 TO WS-EXT-NUM1
           MOVE RO-NUM2 TO WS-EXT-NUM2
           MOVE RO-RESULT TO WS-EXT-RESULT
           MOVE WS-ITEM-FX-RATE TO WS-EXT-FX-RATE
           MOVE WS-ITEM-BASE-RESULT TO WS-EXT-BASE-RESULT
           MOVE SPACES TO LEDGEROUT-LINE
           IF RO-REVERSING-ENTRY
               ADD 1 TO WS-REVERSAL-COUNT
               STRING RO-SEQ-NO ";" RO-SOURCE-ID ";" WS-EXT-NUM1 ";"
                   RO-OPERATOR ";" WS-EXT-NUM2 ";" WS-EXT-RESULT
                   ";R;" RO-ORIG-RUN-NO ";" RO-ORIG-SOURCE-ID ";"
                   RO-ORIG-SEQ-NO ";" WS-ITEM-CURRENCY ";"
                   WS-EXT-FX-RATE ";" WS-EXT-BASE-RESULT
                   DELIMITED BY SIZE INTO LEDGEROUT-LINE
           ELSE
               STRING RO-SEQ-NO ";" RO-SOURCE-ID ";" WS-EXT-NUM1 ";"
                   RO-OPERATOR ";" WS-EXT-NUM2 ";" WS-EXT-RESULT
                   ";P;;;;" WS-ITEM-CURRENCY ";" WS-EXT-FX-RATE ";"
                   WS-EXT-BASE-RESULT
                   DELIMITED BY SIZE INTO LEDGEROUT-LINE
           END-IF
           WRITE LEDGEROUT-LINE
           PERFORM CHECK-LEDGEROUT-STATUS.

      *    HELD.DAT is copied to HELDWORK.DAT with tonight's items
      *    marked extracted; it is copied back once the ledger and
      *    log are written.
       WRITE-RELEASED-ITEMS SECTION.
           OPEN INPUT HELDF
           IF WS-HELDF-STATUS NOT = "00"
               DISPLAY "ERROR: could not reopen HELD.DAT, status "
                   WS-HELDF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HELDWORK
           IF WS-HELDWORK-STATUS NOT = "00"
                   AND WS-HELDWORK-STATUS NOT = "05"
               DISPLAY "ERROR: could not open HELDWORK.DAT, status "
                   WS-HELDWORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-HELD-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-HELDF
               READ HELDF
                   AT END
                       SET WS-END-OF-HELDF TO TRUE
                   NOT AT END
                       IF HD-RELEASED
                           OR (HD-EXTRACTED
                               AND HD-EXTRACT-RUN-NO = WS-RUN-NO)
                           PERFORM WRITE-RELEASED-DETAIL
                           SET HD-EXTRACTED TO TRUE
                           MOVE WS-RUN-NO TO HD-EXTRACT-RUN-NO
                       END-IF
                       MOVE HELD-ITEM-RECORD TO HELD-WORK-RECORD
                       WRITE HELD-WORK-RECORD
                       IF WS-HELDWORK-STATUS NOT = "00"
                           DISPLAY "ERROR: write to HELDWORK.DAT "
                               "failed, status " WS-HELDWORK-STATUS
                           SET WS-HELD-WRITE-FAILED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELDF
           CLOSE HELDWORK.

       WRITE-RELEASED-DETAIL SECTION.
           MOVE HD-NUM1 TO WS-EXT-NUM1
           MOVE HD-NUM2 TO WS-EXT-NUM2
           MOVE HD-RESULT TO WS-EXT-RESULT
           MOVE HD-FX-RATE TO WS-EXT-FX-RATE
           MOVE HD-BASE-RESULT TO WS-EXT-BASE-RESULT
           MOVE SPACES TO LEDGEROUT-LINE
           STRING HD-SEQ-NO ";" HD-SOURCE-ID ";" WS-EXT-NUM1 ";"
               HD-OPERATOR ";" WS-EXT-NUM2 ";" WS-EXT-RESULT
               ";H;" HD-RUN-NO ";" HD-SOURCE-ID ";"
               HD-SEQ-NO ";" HD-CURRENCY-CODE ";"
               WS-EXT-FX-RATE ";" WS-EXT-BASE-RESULT
               DELIMITED BY SIZE INTO LEDGEROUT-LINE
           WRITE LEDGEROUT-LINE
           PERFORM CHECK-LEDGEROUT-STATUS.

       COPY-HELD-WORK-BACK SECTION.
           IF WS-HELD-WRITE-FAILED
               DISPLAY "ERROR: HELD.DAT not updated - a write to "
                   "HELDWORK.DAT failed; the released items on "
                   "LEDGER.DAT are still marked released"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT HELDWORK
               IF WS-HELDWORK-STATUS NOT = "00"
                   DISPLAY "ERROR: could not reopen HELDWORK.DAT, "
                       "status " WS-HELDWORK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT HELDF
               IF WS-HELDF-STATUS NOT = "00"
                       AND WS-HELDF-STATUS NOT = "05"
                   DISPLAY "ERROR: could not rewrite HELD.DAT, "
                       "status " WS-HELDF-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-HELD-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-HELDF
                   READ HELDWORK
                       AT END
                           SET WS-END-OF-HELDF TO TRUE
                       NOT AT END
                           MOVE HELD-WORK-RECORD TO HELD-ITEM-RECORD
                           WRITE HELD-ITEM-RECORD
                           IF WS-HELDF-STATUS NOT = "00"
                               DISPLAY "ERROR: write to HELD.DAT "
                                   "failed, status " WS-HELDF-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELDWORK
               CLOSE HELDF
           END-IF.

       PREPARE-ITEM-CURRENCY SECTION.
           IF RO-BASE-RESULT IS NUMERIC
                   AND RO-FX-RATE IS NUMERIC
               MOVE RO-CURRENCY-CODE TO WS-ITEM-CURRENCY
               MOVE RO-FX-RATE TO WS-ITEM-FX-RATE
               MOVE RO-BASE-RESULT TO WS-ITEM-BASE-RESULT
           ELSE
               MOVE WS-BASE-CURRENCY TO WS-ITEM-CURRENCY
               MOVE 1 TO WS-ITEM-FX-RATE
               MOVE RO-RESULT TO WS-ITEM-BASE-RESULT
           END-IF.

      *    LEDGER.DAT is overwritten every night, so the trailer
      *    figures are also appended to LEDGLOG.DAT - that log is
      *    what the month-end close sums to tie the period total to
                   WS-LEDGLOG-STATUS
           ELSE
               MOVE WS-RUN-DATE TO LL-RUN-DATE
               MOVE WS-LEDGER-COUNT TO LL-RECORD-COUNT
               MOVE WS-LEDGER-TOTAL TO LL-TOTAL
               MOVE WS-RUN-NO TO LL-RUN-NO
               MOVE WS-RELEASED-COUNT TO LL-RELEASED-COUNT
               MOVE WS-RELEASED-TOTAL TO LL-RELEASED-TOTAL
               WRITE LEDGER-LOG-RECORD
               IF WS-LEDGLOG-STATUS NOT = "00"
                   DISPLAY "ERROR: write to LEDGLOG.DAT failed, "
