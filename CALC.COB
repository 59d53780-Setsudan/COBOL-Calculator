               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEIN-STATUS.

           SELECT OPTIONAL FXIN ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXIN-STATUS.

           SELECT OPTIONAL FORMIN ASSIGN TO "FORMULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMIN-STATUS.

           SELECT OPTIONAL LIMITIN ASSIGN TO "LIMITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITIN-STATUS.

           SELECT OPTIONAL HELDOUT ASSIGN TO "HELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDOUT-STATUS.

           SELECT OPTIONAL HISTOUT ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTOUT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEDIN-STATUS.

           SELECT OPTIONAL POSTMAST ASSIGN TO "POSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               ALTERNATE RECORD KEY IS PI-ITEM-KEY WITH DUPLICATES
               FILE STATUS IS WS-POSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANIN
           RECORDING MODE IS F.
       COPY CALCRATE.

       FD  FXIN
           RECORDING MODE IS F.
       COPY CALCFXR.

       FD  FORMIN
           RECORDING MODE IS F.
       COPY CALCFRM.

       FD  LIMITIN
           RECORDING MODE IS F.
       COPY CALCLIM.

       FD  HELDOUT
           RECORDING MODE IS F.
       COPY CALCHELD.

       FD  HISTOUT
           RECORDING MODE IS F.
       COPY CALCHIST.
           RECORDING MODE IS F.
       COPY CALCCLSD.

       FD  POSTMAST
           RECORDING MODE IS F.
       COPY CALCPOST.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-1.
           05  FILLER                PIC X(19) VALUE
           05  WS-RD-RESULT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-RD-ROUNDED-FLAG    PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-RD-CURRENCY        PIC X(3).
           05  FILLER                PIC X(13) VALUE SPACES.
       01  WS-REPORT-TRAILER-1.
           05  FILLER                PIC X(25) VALUE
               "RECORDS PROCESSED:      ".
           05  FILLER                PIC X(25) VALUE
               "GRAND TOTAL RESULT:      ".
           05  WS-RT-GRAND-TOTAL     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-RT-BASE-CURRENCY   PIC X(3).
           05  FILLER                PIC X(30) VALUE SPACES.

       01  WS-RECORD-COUNT           PIC 9(7)  VALUE ZERO.
       01  WS-REJECT-COUNT           PIC 9(7)  VALUE ZERO.
           88  WS-RATE-RESOLVED                   VALUE "Y".
       01  WS-APPLIED-RATE-CODE      PIC X(4)     VALUE SPACES.
       01  WS-APPLIED-RATE-EFF       PIC 9(8)     VALUE ZERO.
       01  WS-REQUESTED-RATE-CODE    PIC X(4)     VALUE SPACES.

       01  WS-FORMIN-STATUS          PIC XX.
       01  WS-FORM-EOF-SWITCH        PIC X        VALUE "N".
           88  WS-END-OF-FORMIN                   VALUE "Y".
       01  WS-FORMULA-COUNT          PIC 9(3)     VALUE ZERO.
       01  WS-FORMULA-TABLE.
           05  WS-FORMULA-ENTRY OCCURS 50 TIMES.
               10  WS-FM-CODE        PIC X(4).
               10  WS-FM-VERSION     PIC 9(3).
               10  WS-FM-EFFECTIVE   PIC 9(8).
               10  WS-FM-EXPIRY      PIC 9(8).
               10  WS-FM-STEP-COUNT  PIC 9(2).
               10  WS-FM-STEP OCCURS 8 TIMES.
                   15  WS-FM-STEP-OPERATOR  PIC X(3).
                   15  WS-FM-STEP-TYPE      PIC X.
                   15  WS-FM-STEP-CONSTANT  PIC S9(9)V99.
                   15  WS-FM-STEP-RATE-CODE PIC X(4).
       01  WS-FORMULA-INDEX          PIC 9(3).
       01  WS-FORMULA-SLOT           PIC 9(3)     VALUE ZERO.
       01  WS-FORMULA-STEP-INDEX     PIC 9(2).
       01  WS-FORMULA-BEST-EFFECTIVE PIC 9(8).
       01  WS-FORMULA-RESOLVED-SW    PIC X        VALUE "Y".
           88  WS-FORMULA-RESOLVED                VALUE "Y".
       01  WS-FORMULA-SWITCH         PIC X        VALUE "N".
           88  WS-FORMULA-IN-PROGRESS             VALUE "Y".
       01  WS-FORMULA-CODE           PIC X(4)     VALUE SPACES.
       01  WS-FORMULA-VERSION        PIC 9(3)     VALUE ZERO.
       01  WS-FORMULA-INPUT-1        PIC S9(9)V99 VALUE ZERO.
       01  WS-FORMULA-INPUT-2        PIC S9(9)V99 VALUE ZERO.
       01  WS-FORMULA-ROUNDED        PIC X        VALUE "N".

       01  WS-FXIN-STATUS            PIC XX.
       01  WS-FX-EOF-SWITCH          PIC X        VALUE "N".
           88  WS-END-OF-FXIN                     VALUE "Y".
       01  WS-FX-COUNT               PIC 9(3)     VALUE ZERO.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 50 TIMES.
               10  WS-FX-CODE        PIC X(3).
               10  WS-FX-EFFECTIVE   PIC 9(8).
               10  WS-FX-EXPIRY      PIC 9(8).
               10  WS-FX-RATE-VALUE  PIC 9(4)V9(6).
       01  WS-FX-INDEX               PIC 9(3).
       01  WS-FX-BEST-EFFECTIVE      PIC 9(8).
       01  WS-FX-RESOLVED-SW         PIC X        VALUE "Y".
           88  WS-FX-RESOLVED                     VALUE "Y".
       01  WS-BASE-CURRENCY          PIC X(3)     VALUE "USD".
       01  WS-CURRENCY-CODE          PIC X(3)     VALUE SPACES.
       01  WS-FX-RATE                PIC 9(4)V9(6) VALUE 1.
       01  WS-BASE-RESULT            PIC S9(13)V99 VALUE ZERO.

       01  WS-LIMITIN-STATUS         PIC XX.
       01  WS-LIMIT-EOF-SWITCH       PIC X        VALUE "N".
           88  WS-END-OF-LIMITIN                  VALUE "Y".
       01  WS-LIMIT-COUNT            PIC 9(3)     VALUE ZERO.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 100 TIMES.
               10  WS-LM-SOURCE-ID   PIC X(4).
               10  WS-LM-OPERATOR    PIC X(3).
               10  WS-LM-MAX-RESULT  PIC 9(11)V99.
       01  WS-LIMIT-INDEX            PIC 9(3).
       01  WS-LIMIT-RANK             PIC 9.
       01  WS-LIMIT-BEST-RANK        PIC 9.
       01  WS-LIMIT-APPLIED          PIC 9(11)V99 VALUE ZERO.
       01  WS-HOLD-SWITCH            PIC X        VALUE "N".
           88  WS-RESULT-OVER-LIMIT               VALUE "Y".
       01  WS-HELDOUT-STATUS         PIC XX.
       01  WS-HELD-COUNT             PIC 9(7)     VALUE ZERO.
       01  WS-HELD-TOTAL             PIC S9(13)V99 VALUE ZERO.
       01  WS-KEYED-BY               PIC X(8)     VALUE SPACES.

       01  WS-CURRENCY-COUNT         PIC 9(2)     VALUE ZERO.
       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-ENTRY OCCURS 10 TIMES.
               10  WS-CU-CURRENCY    PIC X(3)     VALUE SPACES.
               10  WS-CU-RECORDS     PIC 9(7)     VALUE ZERO.
               10  WS-CU-AMOUNT      PIC S9(13)V99 VALUE ZERO.
               10  WS-CU-BASE-TOTAL  PIC S9(13)V99 VALUE ZERO.
       01  WS-CURRENCY-INDEX         PIC 9(2).
       01  WS-CURRENCY-SLOT          PIC 9(2).
       01  WS-LAST-WARNED-CURRENCY   PIC X(3)     VALUE SPACES.
       01  WS-CURRENCY-SUBTOTAL-LINE.
           05  FILLER                PIC X(9)  VALUE "CURRENCY ".
           05  WS-CS-CURRENCY        PIC X(3).
           05  FILLER                PIC X(7)  VALUE "  RECS ".
           05  WS-CS-RECORDS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(9)  VALUE "  AMOUNT ".
           05  WS-CS-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(7)  VALUE "  BASE ".
           05  WS-CS-BASE-TOTAL      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-SEQ-NO                 PIC 9(6)     VALUE ZERO.
       01  WS-SOURCE-ID              PIC X(4)     VALUE "TTY ".
       01  WS-PENDING-ROUNDED        PIC X        VALUE "N".
       01  WS-PENDING-RATE-CODE      PIC X(4)     VALUE SPACES.
       01  WS-PENDING-RATE-EFF       PIC 9(8)     VALUE ZERO.
       01  WS-PENDING-CURRENCY       PIC X(3)     VALUE SPACES.
       01  WS-PENDING-FX-RATE        PIC 9(4)V9(6) VALUE 1.
       01  WS-PENDING-FORMULA-CODE   PIC X(4)     VALUE SPACES.
       01  WS-PENDING-FORMULA-VER    PIC 9(3)     VALUE ZERO.
       01  WS-PENDING-KEYED-BY       PIC X(8)     VALUE SPACES.

       01  WS-BATCH-DETAIL-COUNT     PIC 9(7)     VALUE ZERO.
       01  WS-BATCH-HASH-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01  WS-CLOSED-INDEX           PIC 9(3).
       01  WS-CLOSED-SWITCH          PIC X       VALUE "N".
           88  WS-PERIOD-IS-CLOSED               VALUE "Y".
       01  WS-CHECK-PERIOD           PIC 9(6).
       01  WS-POSTMAST-STATUS        PIC XX.
       01  WS-BATCH-FEED-ID          PIC X(4)    VALUE SPACES.

       01  WS-REVERSAL-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-REVERSAL-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01  WS-REVERSAL-SWITCH        PIC X       VALUE "N".
           88  WS-REVERSAL-IN-PROGRESS           VALUE "Y".
       01  WS-REV-ORIG-FOUND-SWITCH  PIC X       VALUE "N".
           88  WS-REV-ORIG-FOUND                 VALUE "Y".
       01  WS-REV-ORIG-KEY.
           05  WS-REV-ORIG-RUN-NO    PIC 9(6).
           05  WS-REV-ORIG-SOURCE-ID PIC X(4).
           05  WS-REV-ORIG-SEQ-NO    PIC 9(6).
       01  WS-REV-OWN-KEY.
           05  WS-REV-OWN-RUN-NO     PIC 9(6).
           05  WS-REV-OWN-SOURCE-ID  PIC X(4).
           05  WS-REV-OWN-SEQ-NO     PIC 9(6).
       01  WS-REV-REASON-CODE        PIC X(2).
       01  WS-REV-REASON-TEXT        PIC X(30).

       01  WS-PARMIN-STATUS          PIC XX.
       01  WS-PARM-EOF-SWITCH        PIC X       VALUE "N".
           05  WS-PE-INTERACTIVE     PIC X.
           05  FILLER                PIC X(9)  VALUE "  SOURCE=".
           05  WS-PE-SOURCE          PIC X(8).
           05  FILLER                PIC X(7)  VALUE "  BASE=".
           05  WS-PE-BASE-CURRENCY   PIC X(3).
       01  WS-PARM-ECHO-LINE-2.
           05  FILLER                PIC X(20) VALUE
               "OPERATORS ENABLED:  ".

       01  WS-SIGNON-USER            PIC X(8)    VALUE "BATCH   ".
       COPY CALCSGN.
       COPY CALCBDY.

       01  WS-MENU-CHOICE            PIC 9       VALUE ZERO.
       01  WS-MENU-EXIT-SWITCH       PIC X       VALUE "N".
           05  FILLER                PIC X(3)  VALUE " / ".
           05  WS-RT-STAT-AVG        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(4)  VALUE SPACES.
       01  WS-REPORT-TRAILER-5.
           05  FILLER                PIC X(25) VALUE
               "REVERSALS INCLUDED:      ".
           05  WS-RT-REVERSAL-COUNT  PIC ZZZ,ZZ9.
           05  FILLER                PIC X(8)  VALUE "  TOTAL ".
           05  WS-RT-REVERSAL-TOTAL  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(19) VALUE SPACES.
       01  WS-REPORT-TRAILER-6.
           05  FILLER                PIC X(25) VALUE
               "HELD FOR RELEASE:        ".
           05  WS-RT-HELD-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                PIC X(8)  VALUE "  TOTAL ".
           05  WS-RT-HELD-TOTAL      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           PERFORM OPEN-OUTPUT-FILES
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-FX-TABLE
           PERFORM LOAD-FORMULA-TABLE
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-LIMIT-TABLE

           IF WS-RESTART-REQUESTED
               PERFORM WRITE-PARM-ECHO
           CLOSE REPORTOUT
           CLOSE AUDITOUT
           CLOSE SUSPOUT
           CLOSE HELDOUT
           CLOSE POSTMAST

           STOP RUN.

           END-IF
           OPEN EXTEND AUDITOUT
           OPEN EXTEND SUSPOUT
           OPEN EXTEND HELDOUT
           OPEN I-O POSTMAST

           IF WS-RESULTOUT-STATUS NOT = "00"
                   AND WS-RESULTOUT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open SUSPENSE.DAT, file "
                   "status " WS-SUSPOUT-STATUS
               STOP RUN
           END-IF
           IF WS-HELDOUT-STATUS NOT = "00"
                   AND WS-HELDOUT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open HELD.DAT, file "
                   "status " WS-HELDOUT-STATUS
               STOP RUN
           END-IF
           IF WS-POSTMAST-STATUS NOT = "00"
                   AND WS-POSTMAST-STATUS NOT = "05"
               DISPLAY "ERROR: could not open POSTMAST.DAT, file "
                   "status " WS-POSTMAST-STATUS
               STOP RUN
           END-IF.

      *    Operational knobs come from CALCPARM.DAT so the operators
               END-IF
           END-IF
           CLOSE PARMIN
           MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
           PERFORM PARSE-ENABLED-OPERATORS.

       APPLY-RUN-PARAMETER SECTION.
                   MOVE PM-VALUE TO WS-ENABLED-OPERATORS
               WHEN "INTERACTIVE"
                   MOVE PM-VALUE (1:1) TO WS-INTERACTIVE-PERMITTED
               WHEN "BASECURRENCY"
                   IF PM-VALUE (1:3) NOT = SPACES
                       MOVE PM-VALUE (1:3) TO WS-BASE-CURRENCY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-CHECKPOINT-INTERVAL TO WS-PE-CHECKPOINT
           MOVE WS-INTERACTIVE-PERMITTED TO WS-PE-INTERACTIVE
           MOVE WS-PARM-SOURCE TO WS-PE-SOURCE
           MOVE WS-BASE-CURRENCY TO WS-PE-BASE-CURRENCY
           MOVE WS-PARM-ECHO-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORTOUT-STATUS
           END-IF
           CLOSE RATEIN.

      *    Exchange rates come from FXRATES.DAT (maintained by
      *    FXMNT). A missing file just leaves the table empty, in
      *    which case every transaction stated in a currency other
      *    than the base currency rejects.
       LOAD-FX-TABLE SECTION.
           MOVE ZERO TO WS-FX-COUNT
           OPEN INPUT FXIN
           IF WS-FXIN-STATUS = "00"
               MOVE "N" TO WS-FX-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FXIN
                   READ FXIN
                       AT END
                           SET WS-END-OF-FXIN TO TRUE
                       NOT AT END
                           IF WS-FX-COUNT < 50
                               ADD 1 TO WS-FX-COUNT
                               MOVE FX-CURRENCY-CODE
                                   TO WS-FX-CODE (WS-FX-COUNT)
                               MOVE FX-EFFECTIVE-DATE
                                   TO WS-FX-EFFECTIVE (WS-FX-COUNT)
                               MOVE FX-EXPIRY-DATE
                                   TO WS-FX-EXPIRY (WS-FX-COUNT)
                               MOVE FX-RATE
                                   TO WS-FX-RATE-VALUE (WS-FX-COUNT)
                           ELSE
                               DISPLAY "WARNING: FXRATES.DAT holds "
                                   "more than 50 rates, extras ignored"
                               SET WS-END-OF-FXIN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-FXIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open FXRATES.DAT, status "
                       WS-FXIN-STATUS
                   STOP RUN
               END-IF
           END-IF
           CLOSE FXIN.

      *    Formulas come from FORMULA.DAT (maintained by FORMMNT).
      *    A missing file just leaves the table empty, in which case
      *    every formula transaction rejects. A formula whose step
      *    count is not 1 to 8 is left out, so its transactions
      *    reject as unknown rather than run half a formula.
       LOAD-FORMULA-TABLE SECTION.
           MOVE ZERO TO WS-FORMULA-COUNT
           OPEN INPUT FORMIN
           IF WS-FORMIN-STATUS = "00"
               MOVE "N" TO WS-FORM-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FORMIN
                   READ FORMIN
                       AT END
                           SET WS-END-OF-FORMIN TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN FM-STEP-COUNT IS NOT NUMERIC
                               WHEN FM-STEP-COUNT = 0
                               WHEN FM-STEP-COUNT > 8
                                   DISPLAY "WARNING: FORMULA.DAT entry "
                                       FM-FORMULA-CODE " version "
                                       FM-VERSION " has a bad step "
                                       "count, ignored"
                               WHEN WS-FORMULA-COUNT < 50
                                   ADD 1 TO WS-FORMULA-COUNT
                                   PERFORM LOAD-FORMULA-ENTRY
                               WHEN OTHER
                                   DISPLAY "WARNING: FORMULA.DAT holds "
                                       "more than 50 formulas, extras "
                                       "ignored"
                                   SET WS-END-OF-FORMIN TO TRUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
           ELSE
               IF WS-FORMIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open FORMULA.DAT, status "
                       WS-FORMIN-STATUS
                   STOP RUN
               END-IF
           END-IF
           CLOSE FORMIN.

       LOAD-FORMULA-ENTRY SECTION.
           MOVE FM-FORMULA-CODE TO WS-FM-CODE (WS-FORMULA-COUNT)
           MOVE FM-VERSION TO WS-FM-VERSION (WS-FORMULA-COUNT)
           MOVE FM-EFFECTIVE-DATE TO WS-FM-EFFECTIVE (WS-FORMULA-COUNT)
           MOVE FM-EXPIRY-DATE TO WS-FM-EXPIRY (WS-FORMULA-COUNT)
           MOVE FM-STEP-COUNT TO WS-FM-STEP-COUNT (WS-FORMULA-COUNT)
           PERFORM VARYING WS-FORMULA-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-FORMULA-STEP-INDEX > 8
               MOVE FM-STEP-OPERATOR (WS-FORMULA-STEP-INDEX)
                   TO WS-FM-STEP-OPERATOR
                       (WS-FORMULA-COUNT WS-FORMULA-STEP-INDEX)
               MOVE FM-STEP-OPERAND-TYPE (WS-FORMULA-STEP-INDEX)
                   TO WS-FM-STEP-TYPE
                       (WS-FORMULA-COUNT WS-FORMULA-STEP-INDEX)
               IF FM-STEP-CONSTANT (WS-FORMULA-STEP-INDEX) IS NUMERIC
                   MOVE FM-STEP-CONSTANT (WS-FORMULA-STEP-INDEX)
                       TO WS-FM-STEP-CONSTANT
                           (WS-FORMULA-COUNT WS-FORMULA-STEP-INDEX)
               ELSE
                   MOVE ZERO TO WS-FM-STEP-CONSTANT
                       (WS-FORMULA-COUNT WS-FORMULA-STEP-INDEX)
               END-IF
               MOVE FM-STEP-RATE-CODE (WS-FORMULA-STEP-INDEX)
                   TO WS-FM-STEP-RATE-CODE
                       (WS-FORMULA-COUNT WS-FORMULA-STEP-INDEX)
           END-PERFORM.

      *    Periods Finance has closed through CLOSEPD. A missing file
      *    means no period has ever been closed. The table is checked
      *    when the batch header is validated, so a late rerun whose
           END-IF
           CLOSE CLOSEDIN.

      *    Large-amount limits come from LIMITS.DAT. A missing file
      *    means no limits, so nothing is ever held.
       LOAD-LIMIT-TABLE SECTION.
           MOVE ZERO TO WS-LIMIT-COUNT
           OPEN INPUT LIMITIN
           IF WS-LIMITIN-STATUS = "00"
               MOVE "N" TO WS-LIMIT-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-LIMITIN
                   READ LIMITIN
                       AT END
                           SET WS-END-OF-LIMITIN TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN LM-MAX-RESULT IS NOT NUMERIC
                                   DISPLAY "WARNING: LIMITS.DAT entry "
                                       LM-SOURCE-ID " " LM-OPERATOR
                                       " has a bad limit, ignored"
                               WHEN WS-LIMIT-COUNT < 100
                                   ADD 1 TO WS-LIMIT-COUNT
                                   MOVE LM-SOURCE-ID TO
                                       WS-LM-SOURCE-ID (WS-LIMIT-COUNT)
                                   MOVE LM-OPERATOR TO
                                       WS-LM-OPERATOR (WS-LIMIT-COUNT)
                                   MOVE LM-MAX-RESULT TO
                                       WS-LM-MAX-RESULT
                                           (WS-LIMIT-COUNT)
                               WHEN OTHER
                                   DISPLAY "WARNING: LIMITS.DAT holds "
                                       "more than 100 limits, extras "
                                       "ignored"
                                   SET WS-END-OF-LIMITIN TO TRUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
           ELSE
               IF WS-LIMITIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open LIMITS.DAT, status "
                       WS-LIMITIN-STATUS
                   STOP RUN
               END-IF
           END-IF
           CLOSE LIMITIN.

      *    The caller moves the YYYYMM to test into WS-CHECK-PERIOD:
      *    the batch header's date, or for a reversal the batch date
      *    of the item being reversed.
       CHECK-PERIOD-CLOSED SECTION.
           MOVE "N" TO WS-CLOSED-SWITCH
           PERFORM VARYING WS-CLOSED-INDEX FROM 1 BY 1
                   UNTIL WS-CLOSED-INDEX > WS-CLOSED-COUNT
               IF WS-CLOSED-PERIOD (WS-CLOSED-INDEX) = WS-CHECK-PERIOD
                   SET WS-PERIOD-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.

      *    Resolves WS-REQUESTED-RATE-CODE - the transaction's
      *    CT-RATE-CODE, or a formula step's rate code - into NUM2,
      *    picking the rate whose effective date is the most recent
      *    one on or before the batch date and which has not expired.
      *    Blank code means the operand is already in NUM2. The applied
      *    code and its effective date are kept so the result and
      *    audit records can say which RATES.DAT entry was used.
       RESOLVE-RATE-CODE SECTION.
           MOVE "Y" TO WS-RATE-RESOLVED-SW
           MOVE SPACES TO WS-APPLIED-RATE-CODE
           MOVE ZERO TO WS-APPLIED-RATE-EFF
           IF WS-REQUESTED-RATE-CODE NOT = SPACES
               MOVE "N" TO WS-RATE-RESOLVED-SW
               MOVE ZERO TO WS-RATE-BEST-EFFECTIVE
               PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                       UNTIL WS-RATE-INDEX > WS-RATE-COUNT
                   IF WS-RT-CODE (WS-RATE-INDEX)
                           = WS-REQUESTED-RATE-CODE
                       AND WS-RT-EFFECTIVE (WS-RATE-INDEX)
                           NOT > WS-EXPECTED-BATCH-DATE
                       AND WS-RT-EXPIRY (WS-RATE-INDEX)
                           > WS-EXPECTED-BATCH-DATE
                       AND WS-RT-EFFECTIVE (WS-RATE-INDEX)
                           NOT < WS-RATE-BEST-EFFECTIVE
                       MOVE WS-RT-EFFECTIVE (WS-RATE-INDEX)
                           TO WS-RATE-BEST-EFFECTIVE
                       MOVE WS-RT-VALUE (WS-RATE-INDEX) TO NUM2
                       MOVE WS-REQUESTED-RATE-CODE
                           TO WS-APPLIED-RATE-CODE
                       MOVE WS-RT-EFFECTIVE (WS-RATE-INDEX)
                           TO WS-APPLIED-RATE-EFF
                       MOVE "Y" TO WS-RATE-RESOLVED-SW
               END-PERFORM
           END-IF.

      *    Resolves CT-FORMULA-CODE to the FORMULA.DAT version in
      *    force on the batch date - the most recent effective date
      *    on or before it, not yet expired - the same way a rate or
      *    exchange rate is chosen. WS-FORMULA-SLOT is left pointing
      *    at its table entry.
       RESOLVE-FORMULA SECTION.
           MOVE "N" TO WS-FORMULA-RESOLVED-SW
           MOVE ZERO TO WS-FORMULA-SLOT
           MOVE ZERO TO WS-FORMULA-BEST-EFFECTIVE
           PERFORM VARYING WS-FORMULA-INDEX FROM 1 BY 1
                   UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT
               IF WS-FM-CODE (WS-FORMULA-INDEX) = WS-FORMULA-CODE
                   AND WS-FM-EFFECTIVE (WS-FORMULA-INDEX)
                       NOT > WS-EXPECTED-BATCH-DATE
                   AND WS-FM-EXPIRY (WS-FORMULA-INDEX)
                       > WS-EXPECTED-BATCH-DATE
                   AND WS-FM-EFFECTIVE (WS-FORMULA-INDEX)
                       NOT < WS-FORMULA-BEST-EFFECTIVE
                   MOVE WS-FM-EFFECTIVE (WS-FORMULA-INDEX)
                       TO WS-FORMULA-BEST-EFFECTIVE
                   MOVE WS-FORMULA-INDEX TO WS-FORMULA-SLOT
                   MOVE WS-FM-VERSION (WS-FORMULA-INDEX)
                       TO WS-FORMULA-VERSION
                   MOVE "Y" TO WS-FORMULA-RESOLVED-SW
               END-IF
           END-PERFORM.

      *    Resolves WS-CURRENCY-CODE into the conversion rate to
      *    the base currency, picking the FXRATES.DAT rate whose
      *    effective date is the most recent one on or before the
      *    batch date and which has not expired. A blank code means
      *    the base currency, which always converts at one.
       RESOLVE-CURRENCY SECTION.
           MOVE "Y" TO WS-FX-RESOLVED-SW
           MOVE 1 TO WS-FX-RATE
           IF WS-CURRENCY-CODE = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
           END-IF
           IF WS-CURRENCY-CODE NOT = WS-BASE-CURRENCY
               MOVE "N" TO WS-FX-RESOLVED-SW
               MOVE ZERO TO WS-FX-BEST-EFFECTIVE
               PERFORM VARYING WS-FX-INDEX FROM 1 BY 1
                       UNTIL WS-FX-INDEX > WS-FX-COUNT
                   IF WS-FX-CODE (WS-FX-INDEX) = WS-CURRENCY-CODE
                       AND WS-FX-EFFECTIVE (WS-FX-INDEX)
                           NOT > WS-EXPECTED-BATCH-DATE
                       AND WS-FX-EXPIRY (WS-FX-INDEX)
                           > WS-EXPECTED-BATCH-DATE
                       AND WS-FX-EFFECTIVE (WS-FX-INDEX)
                           NOT < WS-FX-BEST-EFFECTIVE
                       AND WS-FX-RATE-VALUE (WS-FX-INDEX) > ZERO
                       MOVE WS-FX-EFFECTIVE (WS-FX-INDEX)
                           TO WS-FX-BEST-EFFECTIVE
                       MOVE WS-FX-RATE-VALUE (WS-FX-INDEX)
                           TO WS-FX-RATE
                       MOVE "Y" TO WS-FX-RESOLVED-SW
                   END-IF
               END-PERFORM
           END-IF.

       RUN-BATCH-MODE SECTION.
           MOVE "Y" TO WS-BATCH-MODE-SWITCH
           IF NOT WS-RESTART-REQUESTED
      *    A batch file must open with one header record carrying the
      *    batch date and source, and a stale date means the operators
      *    mounted an old file - refuse it before anything is posted.
      *    On a fresh run the expected date is today's, or the last
      *    business day before it when a weekend or holiday came
      *    between (a Friday batch run on Monday) - BUSDAY decides
      *    from CALENDAR.DAT, and that business date then governs
      *    rates, formulas and the checkpoint. On RESTART it is the
      *    date the abended run validated and checkpointed, so
      *    recovery still works after midnight.
       READ-BATCH-HEADER SECTION.
           READ TRANIN
               PERFORM WRITE-CONTROL-FAILURE-LINE
               PERFORM ABORT-BATCH-RUN
           END-IF
           IF CT-HDR-BATCH-DATE NOT = WS-EXPECTED-BATCH-DATE
                   AND NOT WS-RESTART-REQUESTED
               PERFORM CHECK-BUSINESS-BATCH-DATE
           END-IF
           IF CT-HDR-BATCH-DATE NOT = WS-EXPECTED-BATCH-DATE
               MOVE "STALE HEADER - BATCH DATE IS NOT THE RUN DATE"
                   TO WS-CE-TEXT
               PERFORM WRITE-CONTROL-FAILURE-LINE
               PERFORM ABORT-BATCH-RUN
           END-IF
           MOVE CT-HDR-BATCH-DATE (1:6) TO WS-CHECK-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           IF WS-PERIOD-IS-CLOSED
               MOVE "BATCH DATE FALLS IN A CLOSED PERIOD"
               PERFORM WRITE-CONTROL-FAILURE-LINE
               PERFORM ABORT-BATCH-RUN
           END-IF
           MOVE CT-HDR-SOURCE-ID TO WS-BATCH-FEED-ID
           DISPLAY "Batch header: date " CT-HDR-BATCH-DATE
               " source " CT-HDR-SOURCE-ID.

      *    A header dated the last business day before the run date
      *    is the previous business day's batch, not a stale file.
       CHECK-BUSINESS-BATCH-DATE SECTION.
           SET BD-FUNC-BATCH-DATE TO TRUE
           MOVE CT-HDR-BATCH-DATE TO BD-DATE
           MOVE WS-RUN-DATE-YYYYMMDD TO BD-TO-DATE
           CALL "BUSDAY" USING BUSDAY-REQUEST
           EVALUATE TRUE
               WHEN BD-YEAR-MISSING
                   MOVE SPACES TO WS-CE-TEXT
                   STRING "CALENDAR YEAR " BD-MISSING-YEAR
                       " IS NOT ON CALENDAR.DAT"
                       DELIMITED BY SIZE INTO WS-CE-TEXT
                   PERFORM WRITE-CONTROL-FAILURE-LINE
                   PERFORM ABORT-BATCH-RUN
               WHEN BD-CALENDAR-ERROR
                   MOVE BD-DAY-TEXT TO WS-CE-TEXT
                   PERFORM WRITE-CONTROL-FAILURE-LINE
                   PERFORM ABORT-BATCH-RUN
               WHEN BD-DATE-ACCEPTED
                   DISPLAY "Batch dated " CT-HDR-BATCH-DATE
                       " is the last business day before run date "
                       WS-RUN-DATE-YYYYMMDD
                   MOVE CT-HDR-BATCH-DATE TO WS-EXPECTED-BATCH-DATE
           END-EVALUATE.

       PROCESS-BATCH-RECORD SECTION.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   ADD 1 TO WS-BATCH-DETAIL-COUNT
                   ADD CT-NUM2 TO WS-BATCH-HASH-TOTAL
                   PERFORM PROCESS-CONTINUATION
               WHEN CT-REVERSAL-RECORD
                   ADD 1 TO WS-BATCH-DETAIL-COUNT
                   ADD CT-REV-ORIG-SEQ-NO TO WS-BATCH-HASH-TOTAL
                   PERFORM PROCESS-REVERSAL
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE ON TRANSACTION FILE"
                       TO WS-CE-TEXT
           CLOSE REPORTOUT
           CLOSE AUDITOUT
           CLOSE SUSPOUT
           CLOSE HELDOUT
           CLOSE POSTMAST
           MOVE 8 TO RETURN-CODE
           STOP RUN.

           MOVE "TTY " TO WS-SOURCE-ID
           MOVE SPACES TO WS-APPLIED-RATE-CODE
           MOVE ZERO TO WS-APPLIED-RATE-EFF
           MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
           MOVE 1 TO WS-FX-RATE
           DISPLAY "Enter first number: "
           ACCEPT NUM1
           DISPLAY "Enter operator (+, -, *, /, MOD, PCT): "
                       MOVE CK-RUN-NO TO WS-RUN-NO
                       MOVE CK-SOURCE-COUNT TO WS-SOURCE-COUNT
                       MOVE CK-SOURCE-TABLE TO WS-SOURCE-TABLE
                       IF CK-REVERSAL-COUNT IS NUMERIC
                           MOVE CK-REVERSAL-COUNT TO WS-REVERSAL-COUNT
                           MOVE CK-REVERSAL-TOTAL TO WS-REVERSAL-TOTAL
                       END-IF
                       IF CK-CURRENCY-COUNT IS NUMERIC
                           MOVE CK-PENDING-CURRENCY
                               TO WS-PENDING-CURRENCY
                           MOVE CK-PENDING-FX-RATE
                               TO WS-PENDING-FX-RATE
                           MOVE CK-CURRENCY-COUNT TO WS-CURRENCY-COUNT
                           MOVE CK-CURRENCY-TABLE TO WS-CURRENCY-TABLE
                       END-IF
                       IF CK-PENDING-FORMULA-VER IS NUMERIC
                           MOVE CK-PENDING-FORMULA-CODE
                               TO WS-PENDING-FORMULA-CODE
                           MOVE CK-PENDING-FORMULA-VER
                               TO WS-PENDING-FORMULA-VER
                       END-IF
                       IF CK-HELD-COUNT IS NUMERIC
                           MOVE CK-HELD-COUNT TO WS-HELD-COUNT
                           MOVE CK-HELD-TOTAL TO WS-HELD-TOTAL
                           MOVE CK-PENDING-KEYED-BY
                               TO WS-PENDING-KEYED-BY
                       END-IF
                       IF CK-STAT-COUNT > 0
                           MOVE "N" TO WS-STAT-FIRST-SWITCH
                           COMPUTE WS-STAT-AVERAGE ROUNDED =
           MOVE WS-RUN-NO TO CK-RUN-NO
           MOVE WS-SOURCE-COUNT TO CK-SOURCE-COUNT
           MOVE WS-SOURCE-TABLE TO CK-SOURCE-TABLE
           MOVE WS-REVERSAL-COUNT TO CK-REVERSAL-COUNT
           MOVE WS-REVERSAL-TOTAL TO CK-REVERSAL-TOTAL
           MOVE WS-PENDING-CURRENCY TO CK-PENDING-CURRENCY
           MOVE WS-PENDING-FX-RATE TO CK-PENDING-FX-RATE
           MOVE WS-CURRENCY-COUNT TO CK-CURRENCY-COUNT
           MOVE WS-CURRENCY-TABLE TO CK-CURRENCY-TABLE
           MOVE WS-PENDING-FORMULA-CODE TO CK-PENDING-FORMULA-CODE
           MOVE WS-PENDING-FORMULA-VER TO CK-PENDING-FORMULA-VER
           MOVE WS-HELD-COUNT TO CK-HELD-COUNT
           MOVE WS-HELD-TOTAL TO CK-HELD-TOTAL
           MOVE WS-PENDING-KEYED-BY TO CK-PENDING-KEYED-BY
           WRITE CALC-CHECKPOINT-RECORD
           IF WS-CHECKPT-STATUS NOT = "00"
               DISPLAY "ERROR: write to CHECKPT.DAT failed, status "
           MOVE ZERO TO CK-RUN-NO
           MOVE ZERO TO CK-SOURCE-COUNT
           MOVE SPACES TO CK-SOURCE-TABLE
           MOVE ZERO TO CK-REVERSAL-COUNT
           MOVE ZERO TO CK-REVERSAL-TOTAL
           MOVE SPACES TO CK-PENDING-CURRENCY
           MOVE ZERO TO CK-PENDING-FX-RATE
           MOVE ZERO TO CK-CURRENCY-COUNT
           MOVE SPACES TO CK-CURRENCY-TABLE
           MOVE SPACES TO CK-PENDING-FORMULA-CODE
           MOVE ZERO TO CK-PENDING-FORMULA-VER
           MOVE ZERO TO CK-HELD-COUNT
           MOVE ZERO TO CK-HELD-TOTAL
           MOVE SPACES TO CK-PENDING-KEYED-BY
           WRITE CALC-CHECKPOINT-RECORD
           IF WS-CHECKPT-STATUS NOT = "00"
               DISPLAY "ERROR: write to CHECKPT.DAT failed, status "
               WRITE REPORT-LINE
               PERFORM CHECK-REPORTOUT-STATUS
           END-PERFORM
           PERFORM VARYING WS-CURRENCY-INDEX FROM 1 BY 1
                   UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT
               MOVE WS-CU-CURRENCY (WS-CURRENCY-INDEX)
                   TO WS-CS-CURRENCY
               MOVE WS-CU-RECORDS (WS-CURRENCY-INDEX)
                   TO WS-CS-RECORDS
               MOVE WS-CU-AMOUNT (WS-CURRENCY-INDEX) TO WS-CS-AMOUNT
               MOVE WS-CU-BASE-TOTAL (WS-CURRENCY-INDEX)
                   TO WS-CS-BASE-TOTAL
               MOVE WS-CURRENCY-SUBTOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORTOUT-STATUS
           END-PERFORM
           MOVE WS-RECORD-COUNT TO WS-RT-RECORD-COUNT
           MOVE WS-REPORT-TRAILER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORTOUT-STATUS
           MOVE WS-GRAND-TOTAL TO WS-RT-GRAND-TOTAL
           MOVE WS-BASE-CURRENCY TO WS-RT-BASE-CURRENCY
           MOVE WS-REPORT-TRAILER-3 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORTOUT-STATUS
               MOVE WS-REPORT-TRAILER-4 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORTOUT-STATUS
           END-IF
           IF WS-REVERSAL-COUNT > 0
               MOVE WS-REVERSAL-COUNT TO WS-RT-REVERSAL-COUNT
               MOVE WS-REVERSAL-TOTAL TO WS-RT-REVERSAL-TOTAL
               MOVE WS-REPORT-TRAILER-5 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CHECK-REPORTOUT-STATUS
           END-IF
           MOVE WS-HELD-COUNT TO WS-RT-HELD-COUNT
           MOVE WS-HELD-TOTAL TO WS-RT-HELD-TOTAL
           MOVE WS-REPORT-TRAILER-6 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORTOUT-STATUS.

      *    One summary record per run so run-over-run comparisons do
      *    not depend on digging out old REPORT.DAT files. Read by
                       TO RH-ST-TOTAL (WS-SOURCE-INDEX)
               END-PERFORM
               MOVE WS-RUN-NO TO RH-RUN-NO
               MOVE WS-REVERSAL-COUNT TO RH-REVERSAL-COUNT
               MOVE WS-REVERSAL-TOTAL TO RH-REVERSAL-TOTAL
               MOVE WS-BASE-CURRENCY TO RH-BASE-CURRENCY
               MOVE WS-CURRENCY-COUNT TO RH-CURRENCY-COUNT
               MOVE SPACES TO RH-CURRENCY-TABLE
               PERFORM VARYING WS-CURRENCY-INDEX FROM 1 BY 1
                       UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT
                   MOVE WS-CU-CURRENCY (WS-CURRENCY-INDEX)
                       TO RH-CT-CURRENCY (WS-CURRENCY-INDEX)
                   MOVE WS-CU-RECORDS (WS-CURRENCY-INDEX)
                       TO RH-CT-RECORDS (WS-CURRENCY-INDEX)
                   MOVE WS-CU-AMOUNT (WS-CURRENCY-INDEX)
                       TO RH-CT-AMOUNT (WS-CURRENCY-INDEX)
                   MOVE WS-CU-BASE-TOTAL (WS-CURRENCY-INDEX)
                       TO RH-CT-BASE-TOTAL (WS-CURRENCY-INDEX)
               END-PERFORM
               MOVE WS-HELD-COUNT TO RH-HELD-COUNT
               MOVE WS-HELD-TOTAL TO RH-HELD-TOTAL
               WRITE CALC-HISTORY-RECORD
               IF WS-HISTOUT-STATUS NOT = "00"
                   DISPLAY "ERROR: write to RUNHIST.DAT failed, "
           MOVE CT-NUM1 TO NUM1
           MOVE CT-OPERATOR TO OPERATOR
           MOVE CT-NUM2 TO NUM2
           MOVE CT-CURRENCY-CODE TO WS-CURRENCY-CODE
           MOVE CT-FORMULA-CODE TO WS-FORMULA-CODE
           MOVE CT-KEYED-BY TO WS-KEYED-BY
           MOVE ZERO TO WS-FORMULA-VERSION
           MOVE "Y" TO WS-FORMULA-RESOLVED-SW
           IF WS-FORMULA-CODE NOT = SPACES
               MOVE "FRM" TO OPERATOR
               MOVE SPACES TO WS-REQUESTED-RATE-CODE
               PERFORM RESOLVE-FORMULA
           ELSE
               MOVE CT-RATE-CODE TO WS-REQUESTED-RATE-CODE
           END-IF
           PERFORM RESOLVE-RATE-CODE
           PERFORM RESOLVE-CURRENCY
           EVALUATE TRUE
               WHEN NOT WS-FORMULA-RESOLVED
                   MOVE "N" TO WS-VALID-SWITCH
                   PERFORM REJECT-TRANSACTION-BAD-FORMULA
               WHEN NOT WS-RATE-RESOLVED
                   MOVE "N" TO WS-VALID-SWITCH
                   PERFORM REJECT-TRANSACTION-BAD-RATE
               WHEN NOT WS-FX-RESOLVED
                   MOVE "N" TO WS-VALID-SWITCH
                   PERFORM REJECT-TRANSACTION-BAD-CURRENCY
               WHEN OTHER
                   IF WS-FORMULA-CODE NOT = SPACES
                       PERFORM APPLY-FORMULA
                   ELSE
                       PERFORM CALCULATE-TRANSACTION
                   END-IF
                   IF WS-TRANSACTION-VALID
                       PERFORM WRITE-DETAIL-LINE
                       PERFORM HOLD-PENDING-RESULT
                   END-IF
           END-EVALUATE.

      *    A formula transaction runs the resolved formula's steps in
      *    order, each through the same operator rules as a single
      *    transaction (including the CALCPARM OPERATORS switch), the
      *    running value starting at CT-NUM1 and each step's result
      *    becoming the next step's first operand. Only the finished
      *    figure is a result: the report, RESULT.DAT and the audit
      *    record show it against the two inputs with operator FRM
      *    and the formula code and version. A step that fails
      *    rejects the whole transaction, stated the same way, with
      *    the failing step's reason.
       APPLY-FORMULA SECTION.
           MOVE NUM1 TO WS-FORMULA-INPUT-1
           MOVE NUM2 TO WS-FORMULA-INPUT-2
           MOVE "N" TO WS-FORMULA-ROUNDED
           SET WS-FORMULA-IN-PROGRESS TO TRUE
           SET WS-TRANSACTION-VALID TO TRUE
           PERFORM VARYING WS-FORMULA-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-FORMULA-STEP-INDEX >
                           WS-FM-STEP-COUNT (WS-FORMULA-SLOT)
                       OR NOT WS-TRANSACTION-VALID
               PERFORM APPLY-FORMULA-STEP
           END-PERFORM
           IF WS-TRANSACTION-VALID
               MOVE WS-FORMULA-INPUT-1 TO NUM1
               MOVE "FRM" TO OPERATOR
               MOVE WS-FORMULA-INPUT-2 TO NUM2
               MOVE WS-FORMULA-ROUNDED TO WS-ROUNDED-SWITCH
           END-IF
           MOVE "N" TO WS-FORMULA-SWITCH.

       APPLY-FORMULA-STEP SECTION.
           MOVE WS-FM-STEP-OPERATOR
                   (WS-FORMULA-SLOT WS-FORMULA-STEP-INDEX)
               TO OPERATOR
           EVALUATE WS-FM-STEP-TYPE
                   (WS-FORMULA-SLOT WS-FORMULA-STEP-INDEX)
               WHEN "K"
                   MOVE WS-FM-STEP-CONSTANT
                           (WS-FORMULA-SLOT WS-FORMULA-STEP-INDEX)
                       TO NUM2
               WHEN "I"
                   MOVE WS-FORMULA-INPUT-2 TO NUM2
               WHEN "R"
                   MOVE WS-FM-STEP-RATE-CODE
                           (WS-FORMULA-SLOT WS-FORMULA-STEP-INDEX)
                       TO WS-REQUESTED-RATE-CODE
                   PERFORM RESOLVE-RATE-CODE
               WHEN OTHER
                   MOVE "N" TO WS-FORMULA-RESOLVED-SW
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT WS-FORMULA-RESOLVED
                   MOVE "N" TO WS-VALID-SWITCH
                   PERFORM REJECT-TRANSACTION-BAD-FORMULA
               WHEN NOT WS-RATE-RESOLVED
                   MOVE "N" TO WS-VALID-SWITCH
                   PERFORM REJECT-TRANSACTION-BAD-RATE
               WHEN OTHER
                   PERFORM CALCULATE-TRANSACTION
                   IF WS-TRANSACTION-VALID
                       IF WS-RESULT-ROUNDED
                           MOVE "Y" TO WS-FORMULA-ROUNDED
                       END-IF
                       MOVE RESULT TO NUM1
                   END-IF
           END-EVALUATE.

      *    A "C" record applies its operator and operand to the
      *    running result of the chain in progress. The intermediate
      *    chain flushes that chain and is itself rejected as having
      *    no prior result, exactly as it would have been in its own
      *    single-source file.
      *    The step is computed in the chain's currency, whatever
      *    the "C" record's own currency code says, and a chain
      *    started by a formula transaction keeps its formula code
      *    and version on the final result.
       PROCESS-CONTINUATION SECTION.
           IF WS-CHAIN-PENDING
                   AND CT-SOURCE-ID NOT = WS-PENDING-SOURCE-ID
           MOVE CT-SOURCE-ID TO WS-SOURCE-ID
           MOVE CT-OPERATOR TO OPERATOR
           MOVE CT-NUM2 TO NUM2
           MOVE CT-RATE-CODE TO WS-REQUESTED-RATE-CODE
           IF NOT WS-CHAIN-PENDING
               MOVE SPACES TO WS-FORMULA-CODE
               MOVE ZERO TO WS-FORMULA-VERSION
               MOVE ZERO TO NUM1
               MOVE CT-CURRENCY-CODE TO WS-CURRENCY-CODE
               IF WS-CURRENCY-CODE = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
               END-IF
               MOVE "N" TO WS-VALID-SWITCH
               PERFORM REJECT-TRANSACTION-NO-PRIOR
           ELSE
               MOVE WS-PENDING-RESULT TO NUM1
               MOVE WS-PENDING-CURRENCY TO WS-CURRENCY-CODE
               MOVE WS-PENDING-FX-RATE TO WS-FX-RATE
               MOVE WS-PENDING-FORMULA-CODE TO WS-FORMULA-CODE
               MOVE WS-PENDING-FORMULA-VER TO WS-FORMULA-VERSION
               MOVE WS-PENDING-KEYED-BY TO WS-KEYED-BY
               MOVE "N" TO WS-PENDING-SWITCH
               PERFORM RESOLVE-RATE-CODE
               IF NOT WS-RATE-RESOLVED
           MOVE WS-ROUNDED-SWITCH TO WS-PENDING-ROUNDED
           MOVE WS-APPLIED-RATE-CODE TO WS-PENDING-RATE-CODE
           MOVE WS-APPLIED-RATE-EFF TO WS-PENDING-RATE-EFF
           MOVE WS-CURRENCY-CODE TO WS-PENDING-CURRENCY
           MOVE WS-FX-RATE TO WS-PENDING-FX-RATE
           MOVE WS-FORMULA-CODE TO WS-PENDING-FORMULA-CODE
           MOVE WS-FORMULA-VERSION TO WS-PENDING-FORMULA-VER
           MOVE WS-KEYED-BY TO WS-PENDING-KEYED-BY
           SET WS-CHAIN-PENDING TO TRUE.

       FLUSH-PENDING-CHAIN SECTION.
               MOVE WS-PENDING-ROUNDED TO WS-ROUNDED-SWITCH
               MOVE WS-PENDING-RATE-CODE TO WS-APPLIED-RATE-CODE
               MOVE WS-PENDING-RATE-EFF TO WS-APPLIED-RATE-EFF
               MOVE WS-PENDING-CURRENCY TO WS-CURRENCY-CODE
               MOVE WS-PENDING-FX-RATE TO WS-FX-RATE
               MOVE WS-PENDING-FORMULA-CODE TO WS-FORMULA-CODE
               MOVE WS-PENDING-FORMULA-VER TO WS-FORMULA-VERSION
               MOVE WS-PENDING-KEYED-BY TO WS-KEYED-BY
               PERFORM RECORD-FINAL-RESULT
               MOVE "N" TO WS-PENDING-SWITCH
           END-IF.
           ELSE
               MOVE SPACES TO WS-RD-ROUNDED-FLAG
           END-IF
           IF WS-CURRENCY-CODE = WS-BASE-CURRENCY
               MOVE SPACES TO WS-RD-CURRENCY
           ELSE
               MOVE WS-CURRENCY-CODE TO WS-RD-CURRENCY
           END-IF
           MOVE WS-REPORT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CHECK-REPORTOUT-STATUS.

      *    The result stays in the transaction's currency on every
      *    record that shows it; the run's totals, source subtotals
      *    and statistics are kept in the base currency, so feeds in
      *    different currencies add up. The per-currency table keeps
      *    each currency's own total beside its base equivalent.
      *    A batch result over its LIMITS.DAT limit is held instead
      *    of posted: it goes to HELD.DAT for a supervisor's release
      *    and is counted only in the run's held count and total.
       RECORD-FINAL-RESULT SECTION.
           COMPUTE REM = RESULT - (RESULT / 2 * 2)
           COMPUTE WS-BASE-RESULT ROUNDED = RESULT * WS-FX-RATE
           PERFORM CHECK-RESULT-LIMIT
           IF WS-RESULT-OVER-LIMIT
               PERFORM HOLD-FINAL-RESULT
           ELSE
               PERFORM POST-FINAL-RESULT
           END-IF.

       POST-FINAL-RESULT SECTION.
           MOVE WS-SEQ-NO TO RO-SEQ-NO
           MOVE WS-SOURCE-ID TO RO-SOURCE-ID
           MOVE NUM1 TO RO-NUM1
           MOVE WS-APPLIED-RATE-CODE TO RO-RATE-CODE
           MOVE WS-APPLIED-RATE-EFF TO RO-RATE-EFFECTIVE
           MOVE WS-RUN-NO TO RO-RUN-NO
           IF WS-REVERSAL-IN-PROGRESS
               SET RO-REVERSING-ENTRY TO TRUE
               MOVE WS-REV-ORIG-RUN-NO TO RO-ORIG-RUN-NO
               MOVE WS-REV-ORIG-SOURCE-ID TO RO-ORIG-SOURCE-ID
               MOVE WS-REV-ORIG-SEQ-NO TO RO-ORIG-SEQ-NO
           ELSE
               MOVE SPACE TO RO-ENTRY-TYPE
               MOVE ZERO TO RO-ORIG-RUN-NO
               MOVE SPACES TO RO-ORIG-SOURCE-ID
               MOVE ZERO TO RO-ORIG-SEQ-NO
           END-IF
           MOVE WS-CURRENCY-CODE TO RO-CURRENCY-CODE
           MOVE WS-FX-RATE TO RO-FX-RATE
           MOVE WS-BASE-RESULT TO RO-BASE-RESULT
           MOVE WS-FORMULA-CODE TO RO-FORMULA-CODE
           MOVE WS-FORMULA-VERSION TO RO-FORMULA-VERSION
           WRITE CALC-RESULT-RECORD
           IF WS-RESULTOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to RESULT.DAT failed, status "
                   WS-RESULTOUT-STATUS
           END-IF
           PERFORM ADD-RESULT-TO-MASTER

           ADD 1 TO WS-RECORD-COUNT
           ADD WS-BASE-RESULT TO WS-GRAND-TOTAL
           PERFORM UPDATE-STATISTICS
           PERFORM FIND-SOURCE-SLOT
           IF WS-SOURCE-SLOT > 0
               ADD 1 TO WS-ST-RECORDS (WS-SOURCE-SLOT)
               ADD WS-BASE-RESULT TO WS-ST-TOTAL (WS-SOURCE-SLOT)
           END-IF
           PERFORM FIND-CURRENCY-SLOT
           IF WS-CURRENCY-SLOT > 0
               ADD 1 TO WS-CU-RECORDS (WS-CURRENCY-SLOT)
               ADD RESULT TO WS-CU-AMOUNT (WS-CURRENCY-SLOT)
               ADD WS-BASE-RESULT TO WS-CU-BASE-TOTAL (WS-CURRENCY-SLOT)
           END-IF

           IF REM = 0
               DISPLAY "  (result was rounded)"
           END-IF.

      *    Only batch results are held, and never a reversing entry:
      *    backing out a posted item must not wait on an approval.
      *    The most specific LIMITS.DAT entry for the item's source
      *    and operator applies - source and operator (rank 4),
      *    source and ANY (3), *ALL and operator (2), *ALL and ANY
      *    (1) - and the base result is tested either side of zero.
       CHECK-RESULT-LIMIT SECTION.
           MOVE "N" TO WS-HOLD-SWITCH
           MOVE ZERO TO WS-LIMIT-APPLIED
           MOVE ZERO TO WS-LIMIT-BEST-RANK
           IF WS-BATCH-IN-PROGRESS
                   AND NOT WS-REVERSAL-IN-PROGRESS
               PERFORM VARYING WS-LIMIT-INDEX FROM 1 BY 1
                       UNTIL WS-LIMIT-INDEX > WS-LIMIT-COUNT
                   MOVE ZERO TO WS-LIMIT-RANK
                   EVALUATE TRUE
                       WHEN WS-LM-SOURCE-ID (WS-LIMIT-INDEX)
                               = WS-SOURCE-ID
                           AND WS-LM-OPERATOR (WS-LIMIT-INDEX)
                               = OPERATOR
                           MOVE 4 TO WS-LIMIT-RANK
                       WHEN WS-LM-SOURCE-ID (WS-LIMIT-INDEX)
                               = WS-SOURCE-ID
                           AND WS-LM-OPERATOR (WS-LIMIT-INDEX)
                               = "ANY"
                           MOVE 3 TO WS-LIMIT-RANK
                       WHEN WS-LM-SOURCE-ID (WS-LIMIT-INDEX) = "*ALL"
                           AND WS-LM-OPERATOR (WS-LIMIT-INDEX)
                               = OPERATOR
                           MOVE 2 TO WS-LIMIT-RANK
                       WHEN WS-LM-SOURCE-ID (WS-LIMIT-INDEX) = "*ALL"
                           AND WS-LM-OPERATOR (WS-LIMIT-INDEX)
                               = "ANY"
                           MOVE 1 TO WS-LIMIT-RANK
                   END-EVALUATE
                   IF WS-LIMIT-RANK > WS-LIMIT-BEST-RANK
                       MOVE WS-LIMIT-RANK TO WS-LIMIT-BEST-RANK
                       MOVE WS-LM-MAX-RESULT (WS-LIMIT-INDEX)
                           TO WS-LIMIT-APPLIED
                   END-IF
               END-PERFORM
               IF WS-LIMIT-BEST-RANK > 0
                   AND FUNCTION ABS (WS-BASE-RESULT) > WS-LIMIT-APPLIED
                   SET WS-RESULT-OVER-LIMIT TO TRUE
               END-IF
           END-IF.

      *    The held item carries everything RESULT.DAT would have,
      *    plus the limit it broke and who keyed it, so HOLDREL can
      *    keep the keyer from releasing their own item and EXTRACT
      *    can post it once released. The master records the hold
      *    and the audit trail flags the result HELD.
       HOLD-FINAL-RESULT SECTION.
           MOVE SPACES TO HELD-ITEM-RECORD
           MOVE WS-RUN-NO TO HD-RUN-NO
           MOVE WS-SOURCE-ID TO HD-SOURCE-ID
           MOVE WS-SEQ-NO TO HD-SEQ-NO
           MOVE WS-EXPECTED-BATCH-DATE TO HD-BATCH-DATE
           MOVE WS-BATCH-FEED-ID TO HD-FEED-ID
           MOVE NUM1 TO HD-NUM1
           MOVE OPERATOR TO HD-OPERATOR
           MOVE NUM2 TO HD-NUM2
           MOVE RESULT TO HD-RESULT
           MOVE WS-APPLIED-RATE-CODE TO HD-RATE-CODE
           MOVE WS-APPLIED-RATE-EFF TO HD-RATE-EFFECTIVE
           MOVE WS-CURRENCY-CODE TO HD-CURRENCY-CODE
           MOVE WS-FX-RATE TO HD-FX-RATE
           MOVE WS-BASE-RESULT TO HD-BASE-RESULT
           MOVE WS-FORMULA-CODE TO HD-FORMULA-CODE
           MOVE WS-FORMULA-VERSION TO HD-FORMULA-VERSION
           MOVE WS-LIMIT-APPLIED TO HD-LIMIT
           MOVE WS-KEYED-BY TO HD-KEYED-BY
           MOVE WS-RUN-DATE-YYYYMMDD TO HD-HELD-DATE
           SET HD-HELD TO TRUE
           MOVE ZERO TO HD-ACTION-DATE
           MOVE ZERO TO HD-EXTRACT-RUN-NO
           WRITE HELD-ITEM-RECORD
           IF WS-HELDOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to HELD.DAT failed, status "
                   WS-HELDOUT-STATUS
           END-IF

           PERFORM BUILD-MASTER-RECORD
           SET PI-CALCULATED TO TRUE
           MOVE RESULT TO PI-RESULT
           MOVE WS-APPLIED-RATE-CODE TO PI-RATE-CODE
           MOVE WS-APPLIED-RATE-EFF TO PI-RATE-EFFECTIVE
           MOVE WS-BASE-RESULT TO PI-BASE-RESULT
           SET PI-HELD TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO PI-HOLD-DATE
           PERFORM WRITE-MASTER-RECORD

           ADD 1 TO WS-HELD-COUNT
           ADD WS-BASE-RESULT TO WS-HELD-TOTAL
           MOVE "HELD" TO WS-AUDIT-EVEN-ODD-FLAG
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "Held: result " RESULT " over limit "
               WS-LIMIT-APPLIED " - awaiting release".

      *    Each distinct source id gets a slot on first use; a run
      *    with more than 10 sources keeps the totals for the first
      *    10 and says so as each extra source's records arrive,
               END-IF
           END-IF.

       FIND-CURRENCY-SLOT SECTION.
           MOVE ZERO TO WS-CURRENCY-SLOT
           PERFORM VARYING WS-CURRENCY-INDEX FROM 1 BY 1
                   UNTIL WS-CURRENCY-INDEX > WS-CURRENCY-COUNT
               IF WS-CU-CURRENCY (WS-CURRENCY-INDEX) = WS-CURRENCY-CODE
                   MOVE WS-CURRENCY-INDEX TO WS-CURRENCY-SLOT
               END-IF
           END-PERFORM
           IF WS-CURRENCY-SLOT = 0
               IF WS-CURRENCY-COUNT < 10
                   ADD 1 TO WS-CURRENCY-COUNT
                   MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-SLOT
                   MOVE WS-CURRENCY-CODE
                       TO WS-CU-CURRENCY (WS-CURRENCY-SLOT)
                   MOVE ZERO TO WS-CU-RECORDS (WS-CURRENCY-SLOT)
                   MOVE ZERO TO WS-CU-AMOUNT (WS-CURRENCY-SLOT)
                   MOVE ZERO TO WS-CU-BASE-TOTAL (WS-CURRENCY-SLOT)
               ELSE
                   IF WS-CURRENCY-CODE NOT = WS-LAST-WARNED-CURRENCY
                       DISPLAY "WARNING: more than 10 currencies this "
                           "run, no subtotal kept for ["
                           WS-CURRENCY-CODE "]"
                       MOVE WS-CURRENCY-CODE
                           TO WS-LAST-WARNED-CURRENCY
                   END-IF
               END-IF
           END-IF.

       ADD-SOURCE-REJECT SECTION.
           PERFORM FIND-SOURCE-SLOT
           IF WS-SOURCE-SLOT > 0

       UPDATE-STATISTICS SECTION.
           ADD 1 TO WS-STAT-COUNT
           ADD WS-BASE-RESULT TO WS-STAT-SUM
           IF WS-STAT-FIRST-RESULT
               MOVE WS-BASE-RESULT TO WS-STAT-MIN
               MOVE WS-BASE-RESULT TO WS-STAT-MAX
               MOVE "N" TO WS-STAT-FIRST-SWITCH
           ELSE
               IF WS-BASE-RESULT < WS-STAT-MIN
                   MOVE WS-BASE-RESULT TO WS-STAT-MIN
               END-IF
               IF WS-BASE-RESULT > WS-STAT-MAX
                   MOVE WS-BASE-RESULT TO WS-STAT-MAX
               END-IF
           END-IF
           COMPUTE WS-STAT-AVERAGE ROUNDED =
           MOVE "04" TO RJ-REASON-CODE
           MOVE "OPERATOR DISABLED" TO RJ-REASON-TEXT
           MOVE WS-RUN-NO TO RJ-RUN-NO
           MOVE WS-CURRENCY-CODE TO RJ-CURRENCY-CODE
           PERFORM SET-REJECT-FORMULA
           WRITE CALC-REJECT-RECORD
           PERFORM CHECK-REJECTOUT-STATUS
           PERFORM ADD-TO-SUSPENSE
           MOVE "06" TO RJ-REASON-CODE
           MOVE "UNKNOWN OR INACTIVE RATE CODE" TO RJ-REASON-TEXT
           MOVE WS-RUN-NO TO RJ-RUN-NO
           MOVE WS-CURRENCY-CODE TO RJ-CURRENCY-CODE
           PERFORM SET-REJECT-FORMULA
           WRITE CALC-REJECT-RECORD
           PERFORM CHECK-REJECTOUT-STATUS
           PERFORM ADD-TO-SUSPENSE
           ADD 1 TO WS-REJECT-COUNT
           PERFORM ADD-SOURCE-REJECT
           DISPLAY "Rejected: unknown or inactive rate code ["
               WS-REQUESTED-RATE-CODE "]".

       REJECT-TRANSACTION-BAD-FORMULA SECTION.
           MOVE WS-SEQ-NO TO RJ-SEQ-NO
           MOVE WS-SOURCE-ID TO RJ-SOURCE-ID
           MOVE NUM1 TO RJ-NUM1
           MOVE OPERATOR TO RJ-OPERATOR
           MOVE NUM2 TO RJ-NUM2
           MOVE "13" TO RJ-REASON-CODE
           MOVE "UNKNOWN OR EXPIRED FORMULA" TO RJ-REASON-TEXT
           MOVE WS-RUN-NO TO RJ-RUN-NO
           MOVE WS-CURRENCY-CODE TO RJ-CURRENCY-CODE
           PERFORM SET-REJECT-FORMULA
           WRITE CALC-REJECT-RECORD
           PERFORM CHECK-REJECTOUT-STATUS
           PERFORM ADD-TO-SUSPENSE
           ADD 1 TO WS-REJECT-COUNT
           PERFORM ADD-SOURCE-REJECT
           DISPLAY "Rejected: unknown or expired formula ["
               WS-FORMULA-CODE "]".

      *    Every reject names the formula its transaction asked for
      *    (spaces for a single operation). One raised part-way
      *    through a formula's steps is stated against the formula's
      *    two inputs and operator FRM - what the department sent and
      *    what REJFIX will recycle - not the intermediate step.
       SET-REJECT-FORMULA SECTION.
           MOVE WS-FORMULA-CODE TO RJ-FORMULA-CODE
           IF WS-FORMULA-IN-PROGRESS
               MOVE WS-FORMULA-INPUT-1 TO RJ-NUM1
               MOVE "FRM" TO RJ-OPERATOR
               MOVE WS-FORMULA-INPUT-2 TO RJ-NUM2
           END-IF.

       REJECT-TRANSACTION-BAD-CURRENCY SECTION.
           MOVE WS-SEQ-NO TO RJ-SEQ-NO
           MOVE WS-SOURCE-ID TO RJ-SOURCE-ID
           MOVE NUM1 TO RJ-NUM1
           MOVE OPERATOR TO RJ-OPERATOR
           MOVE NUM2 TO RJ-NUM2
           MOVE "12" TO RJ-REASON-CODE
           MOVE "UNKNOWN CURRENCY OR NO FX RATE" TO RJ-REASON-TEXT
           MOVE WS-RUN-NO TO RJ-RUN-NO
           MOVE WS-CURRENCY-CODE TO RJ-CURRENCY-CODE
           PERFORM SET-REJECT-FORMULA
           WRITE CALC-REJECT-RECORD
           PERFORM CHECK-REJECTOUT-STATUS
           PERFORM ADD-TO-SUSPENSE
           ADD 1 TO WS-REJECT-COUNT
           PERFORM ADD-SOURCE-REJECT
           DISPLAY "Rejected: unknown currency or no exchange rate ["
               WS-CURRENCY-CODE "]".

       REJECT-TRANSACTION-NO-PRIOR SECTION.
           MOVE WS-SEQ-NO TO RJ-SEQ-NO
           MOVE "05" TO RJ-REASON-CODE
           MOVE "NO PRIOR RESULT FOR CHAIN" TO RJ-REASON-TEXT
           MOVE WS-RUN-NO TO RJ-RUN-NO
           MOVE WS-CURRENCY-CODE TO RJ-CURRENCY-CODE
           PERFORM SET-REJECT-FORMULA
           WRITE CALC-REJECT-RECORD
           PERFORM CHECK-REJECTOUT-STATUS
           PERFORM ADD-TO-SUSPENSE
           MOVE "03" TO RJ-REASON-CODE
           MOVE "RESULT OVERFLOW" TO RJ-REASON-TEXT
           MOVE WS-RUN-NO TO RJ-RUN-NO
           MOVE WS-CURRENCY-CODE TO RJ-CURRENCY-CODE
           PERFORM SET-REJECT-FORMULA
           WRITE CALC-REJECT-RECORD
           PERFORM CHECK-REJECTOUT-STATUS
           PERFORM ADD-TO-SUSPENSE
           MOVE WS-APPLIED-RATE-EFF TO AU-RATE-EFFECTIVE
           MOVE WS-SIGNON-USER TO AU-USER-ID
           MOVE WS-RUN-NO TO AU-RUN-NO
           MOVE WS-CURRENCY-CODE TO AU-CURRENCY-CODE
           MOVE WS-FX-RATE TO AU-FX-RATE
           MOVE WS-BASE-RESULT TO AU-BASE-RESULT
           MOVE WS-FORMULA-CODE TO AU-FORMULA-CODE
           MOVE WS-FORMULA-VERSION TO AU-FORMULA-VERSION
           WRITE CALC-AUDIT-RECORD
           IF WS-AUDITOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to AUDIT.DAT failed, status "
           MOVE "01" TO RJ-REASON-CODE
           MOVE "INVALID OPERATOR" TO RJ-REASON-TEXT
           MOVE WS-RUN-NO TO RJ-RUN-NO
           MOVE WS-CURRENCY-CODE TO RJ-CURRENCY-CODE
           PERFORM SET-REJECT-FORMULA
           WRITE CALC-REJECT-RECORD
           PERFORM CHECK-REJECTOUT-STATUS
           PERFORM ADD-TO-SUSPENSE
           MOVE "02" TO RJ-REASON-CODE
           MOVE "DIVIDE BY ZERO" TO RJ-REASON-TEXT
           MOVE WS-RUN-NO TO RJ-RUN-NO
           MOVE WS-CURRENCY-CODE TO RJ-CURRENCY-CODE
           PERFORM SET-REJECT-FORMULA
           WRITE CALC-REJECT-RECORD
           PERFORM CHECK-REJECTOUT-STATUS
           PERFORM ADD-TO-SUSPENSE
               SET SU-OPEN TO TRUE
               MOVE WS-RUN-DATE-YYYYMMDD TO SU-STATUS-DATE
               MOVE WS-RUN-NO TO SU-RUN-NO
               MOVE RJ-CURRENCY-CODE TO SU-CURRENCY-CODE
               MOVE RJ-FORMULA-CODE TO SU-FORMULA-CODE
               WRITE SUSPENSE-RECORD
               IF WS-SUSPOUT-STATUS NOT = "00"
                   DISPLAY "ERROR: write to SUSPENSE.DAT failed, "
                       "status " WS-SUSPOUT-STATUS
               END-IF
               PERFORM ADD-REJECT-TO-MASTER
           END-IF.

      *    Each batch result is added to the cumulative posted-item
      *    master POSTMAST.DAT, keyed on run number, source id and
      *    sequence number, with the feed it came in on. LEDGACK and
      *    REJFIX stamp its later history onto the same record, and
      *    ITEMINQ reads it back when a department asks about an
      *    item long after RESULT.DAT has been overwritten.
      *    Interactive results stay off the master, as they stay off
      *    the suspense file.
       ADD-RESULT-TO-MASTER SECTION.
           IF WS-BATCH-IN-PROGRESS
               PERFORM BUILD-MASTER-RECORD
               SET PI-CALCULATED TO TRUE
               MOVE RESULT TO PI-RESULT
               MOVE WS-APPLIED-RATE-CODE TO PI-RATE-CODE
               MOVE WS-APPLIED-RATE-EFF TO PI-RATE-EFFECTIVE
               MOVE WS-BASE-RESULT TO PI-BASE-RESULT
               PERFORM WRITE-MASTER-RECORD
           END-IF.

      *    A batch reject goes onto the master as well, carrying its
      *    reject reason and the suspense item just opened for it, so
      *    the lineage of an item that never posted is just as easy
      *    to follow. The reject record has just been built.
       ADD-REJECT-TO-MASTER SECTION.
           PERFORM BUILD-MASTER-RECORD
           SET PI-CALC-REJECTED TO TRUE
           MOVE RJ-REASON-CODE TO PI-REASON-CODE
           MOVE RJ-REASON-TEXT TO PI-REASON-TEXT
           SET PI-SUSPENSE-OPEN TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO PI-SUSPENSE-DATE
           PERFORM WRITE-MASTER-RECORD.

       BUILD-MASTER-RECORD SECTION.
           MOVE SPACES TO POSTED-ITEM-RECORD
           MOVE WS-RUN-NO TO PI-RUN-NO
           MOVE WS-SOURCE-ID TO PI-SOURCE-ID
           MOVE WS-SEQ-NO TO PI-SEQ-NO
           MOVE WS-EXPECTED-BATCH-DATE TO PI-BATCH-DATE
           MOVE WS-BATCH-FEED-ID TO PI-FEED-ID
           MOVE NUM1 TO PI-NUM1
           MOVE OPERATOR TO PI-OPERATOR
           MOVE NUM2 TO PI-NUM2
           IF WS-FORMULA-IN-PROGRESS
               MOVE WS-FORMULA-INPUT-1 TO PI-NUM1
               MOVE "FRM" TO PI-OPERATOR
               MOVE WS-FORMULA-INPUT-2 TO PI-NUM2
           END-IF
           MOVE ZERO TO PI-RESULT
           MOVE ZERO TO PI-RATE-EFFECTIVE
           MOVE ZERO TO PI-LEDGER-DATE
           MOVE ZERO TO PI-SUSPENSE-DATE
           MOVE ZERO TO PI-LINK-RUN-NO
           MOVE ZERO TO PI-LINK-SEQ-NO
           MOVE WS-CURRENCY-CODE TO PI-CURRENCY-CODE
           MOVE WS-FX-RATE TO PI-FX-RATE
           MOVE ZERO TO PI-BASE-RESULT
           MOVE ZERO TO PI-HOLD-DATE
           MOVE WS-FORMULA-CODE TO PI-FORMULA-CODE
           MOVE WS-FORMULA-VERSION TO PI-FORMULA-VERSION
           IF WS-REVERSAL-IN-PROGRESS
               SET PI-REVERSING-ENTRY TO TRUE
               MOVE WS-REV-ORIG-RUN-NO TO PI-LINK-RUN-NO
               MOVE WS-REV-ORIG-SOURCE-ID TO PI-LINK-SOURCE-ID
               MOVE WS-REV-ORIG-SEQ-NO TO PI-LINK-SEQ-NO
           END-IF.

      *    A RESTART reprocesses the records after the last
      *    checkpoint, so an item may already be on the master from
      *    the abended run; it is replaced rather than refused.
       WRITE-MASTER-RECORD SECTION.
           WRITE POSTED-ITEM-RECORD
           IF WS-POSTMAST-STATUS = "22"
               REWRITE POSTED-ITEM-RECORD
           END-IF
           IF WS-POSTMAST-STATUS NOT = "00"
                   AND WS-POSTMAST-STATUS NOT = "02"
               DISPLAY "ERROR: write to POSTMAST.DAT failed, status "
                   WS-POSTMAST-STATUS
           END-IF.

      *    An "R" record reverses a result an earlier run posted to
      *    the ledger. The original is looked up on POSTMAST.DAT by
      *    the run number, source id and sequence number the record
      *    names; it must have been calculated and acknowledged as
      *    posted by the ledger, must not itself be a reversal, must
      *    not already have been reversed, and must not belong to a
      *    period Finance has closed. Any failure rejects the
      *    reversal to suspense with its own reason code, showing
      *    operator REV and the original result (zero if the
      *    original was not found). Otherwise a reversing result is
      *    written - the original operands with the result negated,
      *    linked to the original - and the original is flagged
      *    reversed with a link back. An original already reversed
      *    by this very record is accepted again, so a RESTART that
      *    re-reads the record is not turned into a reject.
      *    The reversing entry is stated in the original's currency
      *    and converted at the original's rate, so it backs out
      *    exactly the base amount the original posted; an original
      *    cut before currencies existed was base at one.
       PROCESS-REVERSAL SECTION.
           PERFORM FLUSH-PENDING-CHAIN
           SET WS-REVERSAL-IN-PROGRESS TO TRUE
           MOVE CT-REV-SEQ-NO TO WS-SEQ-NO
           MOVE CT-REV-SOURCE-ID TO WS-SOURCE-ID
           MOVE CT-REV-ORIG-RUN-NO TO WS-REV-ORIG-RUN-NO
           MOVE CT-REV-ORIG-SOURCE-ID TO WS-REV-ORIG-SOURCE-ID
           MOVE CT-REV-ORIG-SEQ-NO TO WS-REV-ORIG-SEQ-NO
           MOVE WS-RUN-NO TO WS-REV-OWN-RUN-NO
           MOVE WS-SOURCE-ID TO WS-REV-OWN-SOURCE-ID
           MOVE WS-SEQ-NO TO WS-REV-OWN-SEQ-NO
           MOVE SPACES TO WS-APPLIED-RATE-CODE
           MOVE ZERO TO WS-APPLIED-RATE-EFF
           MOVE SPACES TO WS-FORMULA-CODE
           MOVE ZERO TO WS-FORMULA-VERSION
           MOVE "N" TO WS-ROUNDED-SWITCH
           MOVE WS-BASE-CURRENCY TO WS-CURRENCY-CODE
           MOVE 1 TO WS-FX-RATE
           MOVE ZERO TO NUM1
           MOVE "REV" TO OPERATOR
           MOVE ZERO TO NUM2
           MOVE ZERO TO RESULT
           SET WS-TRANSACTION-VALID TO TRUE

           PERFORM READ-REVERSAL-ORIGINAL
           IF WS-REV-ORIG-FOUND
               MOVE PI-RESULT TO NUM1
               IF PI-CURRENCY-CODE NOT = SPACES
                       AND PI-FX-RATE IS NUMERIC
                   MOVE PI-CURRENCY-CODE TO WS-CURRENCY-CODE
                   MOVE PI-FX-RATE TO WS-FX-RATE
               END-IF
               MOVE PI-BATCH-DATE (1:6) TO WS-CHECK-PERIOD
               PERFORM CHECK-PERIOD-CLOSED
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-REV-ORIG-FOUND
                   MOVE "07" TO WS-REV-REASON-CODE
                   MOVE "REVERSAL - ORIGINAL NOT FOUND"
                       TO WS-REV-REASON-TEXT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN PI-REVERSING-ENTRY
                   MOVE "11" TO WS-REV-REASON-CODE
                   MOVE "REVERSAL OF A REVERSAL"
                       TO WS-REV-REASON-TEXT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN NOT PI-CALCULATED
                       OR NOT PI-LEDGER-POSTED
                   MOVE "08" TO WS-REV-REASON-CODE
                   MOVE "REVERSAL - ORIGINAL NOT POSTED"
                       TO WS-REV-REASON-TEXT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN PI-REVERSED
                       AND PI-LINK-KEY NOT = WS-REV-OWN-KEY
                   MOVE "09" TO WS-REV-REASON-CODE
                   MOVE "ORIGINAL ALREADY REVERSED"
                       TO WS-REV-REASON-TEXT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN WS-PERIOD-IS-CLOSED
                   MOVE "10" TO WS-REV-REASON-CODE
                   MOVE "ORIGINAL IN A CLOSED PERIOD"
                       TO WS-REV-REASON-TEXT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-TRANSACTION-VALID
               MOVE PI-NUM1 TO NUM1
               MOVE PI-OPERATOR TO OPERATOR
               MOVE PI-NUM2 TO NUM2
               MOVE PI-FORMULA-CODE TO WS-FORMULA-CODE
               MOVE PI-FORMULA-VERSION TO WS-FORMULA-VERSION
               COMPUTE RESULT = 0 - PI-RESULT
               PERFORM WRITE-DETAIL-LINE
               PERFORM RECORD-FINAL-RESULT
               ADD 1 TO WS-REVERSAL-COUNT
               ADD WS-BASE-RESULT TO WS-REVERSAL-TOTAL
               PERFORM FLAG-ORIGINAL-REVERSED
           ELSE
               PERFORM REJECT-TRANSACTION-REVERSAL
           END-IF
           MOVE "N" TO WS-REVERSAL-SWITCH.

       READ-REVERSAL-ORIGINAL SECTION.
           MOVE "N" TO WS-REV-ORIG-FOUND-SWITCH
           MOVE WS-REV-ORIG-KEY TO PI-KEY
           READ POSTMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REV-ORIG-FOUND TO TRUE
           END-READ
           IF WS-POSTMAST-STATUS NOT = "00"
                   AND WS-POSTMAST-STATUS NOT = "02"
                   AND WS-POSTMAST-STATUS NOT = "23"
               DISPLAY "ERROR: read of POSTMAST.DAT failed, status "
                   WS-POSTMAST-STATUS
           END-IF.

      *    The reversing entry has just been added to the master, so
      *    the original is read back before it is flagged.
       FLAG-ORIGINAL-REVERSED SECTION.
           PERFORM READ-REVERSAL-ORIGINAL
           IF WS-REV-ORIG-FOUND
               SET PI-REVERSED TO TRUE
               MOVE WS-REV-OWN-KEY TO PI-LINK-KEY
               REWRITE POSTED-ITEM-RECORD
               IF WS-POSTMAST-STATUS NOT = "00"
                       AND WS-POSTMAST-STATUS NOT = "02"
                   DISPLAY "ERROR: rewrite of POSTMAST.DAT failed, "
                       "status " WS-POSTMAST-STATUS
               END-IF
           END-IF.

       REJECT-TRANSACTION-REVERSAL SECTION.
           MOVE WS-SEQ-NO TO RJ-SEQ-NO
           MOVE WS-SOURCE-ID TO RJ-SOURCE-ID
           MOVE NUM1 TO RJ-NUM1
           MOVE OPERATOR TO RJ-OPERATOR
           MOVE NUM2 TO RJ-NUM2
           MOVE WS-REV-REASON-CODE TO RJ-REASON-CODE
           MOVE WS-REV-REASON-TEXT TO RJ-REASON-TEXT
           MOVE WS-RUN-NO TO RJ-RUN-NO
           MOVE WS-CURRENCY-CODE TO RJ-CURRENCY-CODE
           PERFORM SET-REJECT-FORMULA
           WRITE CALC-REJECT-RECORD
           PERFORM CHECK-REJECTOUT-STATUS
           PERFORM ADD-TO-SUSPENSE
           ADD 1 TO WS-REJECT-COUNT
           PERFORM ADD-SOURCE-REJECT
           DISPLAY "Rejected: reversal of run " WS-REV-ORIG-RUN-NO
               " source " WS-REV-ORIG-SOURCE-ID " seq "
               WS-REV-ORIG-SEQ-NO " - " WS-REV-REASON-TEXT.
