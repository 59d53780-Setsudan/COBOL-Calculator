       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

      *    Monthly department chargeback, run after CLOSEPD has
      *    closed the month. Bills each department for the
      *    processing done for it in the period from the period's
      *    PERSUM.DAT source records: a fee per transaction
      *    processed, a penalty per transaction rejected, a fee per
      *    suspense item repaired through REJFIX in the month (from
      *    SUSPENSE.DAT, items marked R with a disposition date in
      *    the period) and a monthly minimum, all from the tariff
      *    in force on TARIFF.DAT on the first day of the period -
      *    the department's own tariff where it has one, otherwise
      *    the "*ALL" default.
      *    Writes one invoice per department, INVxxxx.DAT (xxxx =
      *    the source id), and CHGBACK.DAT, the chargeback extract
      *    the ledger posts the internal recharges from, in the same
      *    semicolon-delimited style as LEDGER.DAT: a header row, one
      *    line per charge and a trailer with the line count, the
      *    total billed and the record, reject and repair counts
      *    billed. CHGRPT.DAT lists the departments billed and ties
      *    the counts billed to the period's "*ALL" record.
      *    The period comes from the command line as YYYYMM; blank
      *    means the month before the run date, as for CLOSEPD. A
      *    period not on CLOSEDPD.DAT is refused - its figures can
      *    still change. Records of the repair desk's own source
      *    (RCYC, repaired items collected from RECYCLE.DAT) are
      *    not billed again - the department paid the repair fee -
      *    but are shown on the tie. If the counts billed do not
      *    tie to the "*ALL" record (a month with history records
      *    cut before the source breakdown existed) nothing is
      *    billed and the run ends with return code 8;
      *    "YYYYMM FORCE" bills anyway with return code 4. A
      *    department with no tariff in force also ends the run
      *    with return code 8 before anything is written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSUM ASSIGN TO "PERSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSUM-STATUS.

           SELECT OPTIONAL CLOSEDF ASSIGN TO "CLOSEDPD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSEDF-STATUS.

           SELECT TARIFFIN ASSIGN TO "TARIFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFFIN-STATUS.

           SELECT OPTIONAL SUSPF ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPF-STATUS.

           SELECT INVOUT ASSIGN USING WS-INVOICE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOUT-STATUS.

           SELECT CHGOUT ASSIGN TO "CHGBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGOUT-STATUS.

           SELECT RPTOUT ASSIGN TO "CHGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSUM
           RECORDING MODE IS F.
       COPY CALCPERD.

       FD  CLOSEDF
           RECORDING MODE IS F.
       COPY CALCCLSD.

       FD  TARIFFIN
           RECORDING MODE IS F.
       COPY CALCTARF.

       FD  SUSPF
           RECORDING MODE IS F.
       COPY CALCSUSP.

       FD  INVOUT
           RECORDING MODE IS F.
       01  INVOUT-LINE               PIC X(80).

       FD  CHGOUT
           RECORDING MODE IS F.
       01  CHGOUT-LINE               PIC X(80).

       FD  RPTOUT
           RECORDING MODE IS F.
       01  RPTOUT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-HEADER-1.
           05  FILLER                PIC X(31) VALUE
               "CHARGEBACK INVOICE  DEPARTMENT ".
           05  WS-IH-SOURCE-ID       PIC X(4).
           05  FILLER                PIC X(9)  VALUE "  PERIOD ".
           05  WS-IH-PERIOD          PIC 9(6).
           05  FILLER                PIC X(30) VALUE SPACES.
       01  WS-INVOICE-HEADER-2.
           05  FILLER                PIC X(13) VALUE "INVOICE DATE ".
           05  WS-IH-RUN-DATE        PIC X(10).
           05  FILLER                PIC X(9)  VALUE "  TARIFF ".
           05  WS-IH-TARIFF-SOURCE   PIC X(4).
           05  FILLER                PIC X(11) VALUE " EFFECTIVE ".
           05  WS-IH-TARIFF-DATE     PIC 9(8).
           05  FILLER                PIC X(25) VALUE SPACES.
       01  WS-INVOICE-HEADER-3.
           05  FILLER                PIC X(28) VALUE "CHARGE".
           05  FILLER                PIC X(10) VALUE "  QUANTITY".
           05  FILLER                PIC X(11) VALUE "   UNIT FEE".
           05  FILLER                PIC X(21) VALUE
               "               AMOUNT".
           05  FILLER                PIC X(10) VALUE SPACES.
       01  WS-INVOICE-LINE.
           05  WS-IL-LABEL           PIC X(28).
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-IL-QUANTITY        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE SPACES.
           05  WS-IL-UNIT-FEE        PIC ZZ9.9999.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-IL-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(10) VALUE SPACES.
       01  WS-INVOICE-MINIMUM-LINE.
           05  FILLER                PIC X(28) VALUE
               "MINIMUM CHARGE ADJUSTMENT".
           05  FILLER                PIC X(9)  VALUE "  MINIMUM".
           05  WS-IM-MINIMUM         PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-IM-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(10) VALUE SPACES.
       01  WS-INVOICE-TOTAL-LINE.
           05  FILLER                PIC X(28) VALUE "INVOICE TOTAL".
           05  FILLER                PIC X(23) VALUE SPACES.
           05  WS-IT-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-IT-CURRENCY        PIC X(3).
           05  FILLER                PIC X(6)  VALUE SPACES.

       01  WS-REPORT-HEADER-1.
           05  FILLER                PIC X(31) VALUE
               "CHARGEBACK REPORT - PERIOD     ".
           05  WS-RH-PERIOD          PIC 9(6).
           05  FILLER                PIC X(9)  VALUE "  RUN ON ".
           05  WS-RH-RUN-DATE        PIC X(10).
           05  FILLER                PIC X(24) VALUE SPACES.
       01  WS-DEPARTMENT-LINE.
           05  FILLER                PIC X(5)  VALUE "DEPT ".
           05  WS-DL-SOURCE-ID       PIC X(4).
           05  FILLER                PIC X(6)  VALUE "  RECS".
           05  WS-DL-RECORDS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(5)  VALUE "  REJ".
           05  WS-DL-REJECTS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(5)  VALUE "  RPR".
           05  WS-DL-REPAIRS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(8)  VALUE "  BILLED".
           05  WS-DL-TOTAL           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-DL-MINIMUM-FLAG    PIC X(3).
       01  WS-TIE-LINE.
           05  WS-TL-LABEL           PIC X(30).
           05  WS-TL-RECORDS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE " / ".
           05  WS-TL-REJECTS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE " / ".
           05  WS-TL-REPAIRS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(23) VALUE SPACES.
       01  WS-TIE-HEADING-LINE.
           05  FILLER                PIC X(30) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE
               "RECORDS / REJECTS / REPAIRS   ".
           05  FILLER                PIC X(20) VALUE SPACES.
       01  WS-BILLED-TOTAL-LINE.
           05  FILLER                PIC X(30) VALUE
               "TOTAL BILLED:".
           05  WS-BT-TOTAL           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-BT-CURRENCY        PIC X(3).
           05  FILLER                PIC X(27) VALUE SPACES.
       01  WS-VERDICT-LINE.
           05  FILLER                PIC X(30) VALUE
               "TIE TO PERIOD COUNTS:".
           05  WS-VL-VERDICT         PIC X(14).
           05  FILLER                PIC X(36) VALUE SPACES.

       01  WS-PERSUM-STATUS          PIC XX.
       01  WS-CLOSEDF-STATUS         PIC XX.
       01  WS-TARIFFIN-STATUS        PIC XX.
       01  WS-SUSPF-STATUS           PIC XX.
       01  WS-INVOUT-STATUS          PIC XX.
       01  WS-CHGOUT-STATUS          PIC XX.
       01  WS-RPTOUT-STATUS          PIC XX.

       01  WS-EOF-SWITCH             PIC X       VALUE "N".
           88  WS-END-OF-INPUT                   VALUE "Y".
       01  WS-FORCE-SWITCH           PIC X       VALUE "N".
           88  WS-FORCE-REQUESTED                VALUE "Y".
       01  WS-CLOSED-SWITCH          PIC X       VALUE "N".
           88  WS-PERIOD-CLOSED                  VALUE "Y".
       01  WS-PERIOD-TOTAL-SWITCH    PIC X       VALUE "N".
           88  WS-PERIOD-TOTAL-FOUND             VALUE "Y".
       01  WS-BALANCED-SWITCH        PIC X       VALUE "Y".
           88  WS-COUNTS-TIE                     VALUE "Y".

       01  WS-RUN-PARM               PIC X(20).
       01  WS-PARM-PERIOD            PIC X(8).
       01  WS-PARM-OPTION            PIC X(8).
       01  WS-RUN-DATE-YYYYMMDD      PIC 9(8).
       01  WS-RUN-DATE-DISPLAY REDEFINES WS-RUN-DATE-YYYYMMDD.
           05  WS-RD-YYYY            PIC 9(4).
           05  WS-RD-MM              PIC 9(2).
           05  WS-RD-DD              PIC 9(2).
       01  WS-RUN-DATE-TEXT          PIC X(10).
       01  WS-PERIOD                 PIC 9(6).
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05  WS-PD-YYYY            PIC 9(4).
           05  WS-PD-MM              PIC 9(2).
       01  WS-PERIOD-START           PIC 9(8).
       01  WS-ITEM-PERIOD            PIC 9(6).

       01  WS-REPAIR-DESK-SOURCE-ID  PIC X(4)    VALUE "RCYC".
       01  WS-DEFAULT-TARIFF-ID      PIC X(4)    VALUE "*ALL".
       01  WS-BASE-CURRENCY          PIC X(3)    VALUE "USD".

      *    The period's "*ALL" record, what was billed, and what
      *    belongs to the repair desk.
       01  WS-PERIOD-RECORDS         PIC 9(7)    VALUE ZERO.
       01  WS-PERIOD-REJECTS         PIC 9(7)    VALUE ZERO.
       01  WS-BILLED-RECORDS         PIC 9(7)    VALUE ZERO.
       01  WS-BILLED-REJECTS         PIC 9(7)    VALUE ZERO.
       01  WS-BILLED-REPAIRS         PIC 9(7)    VALUE ZERO.
       01  WS-DESK-RECORDS           PIC 9(7)    VALUE ZERO.
       01  WS-DESK-REJECTS           PIC 9(7)    VALUE ZERO.
       01  WS-DESK-REPAIRS           PIC 9(7)    VALUE ZERO.
       01  WS-TIE-RECORDS            PIC 9(7)    VALUE ZERO.
       01  WS-TIE-REJECTS            PIC 9(7)    VALUE ZERO.
       01  WS-BILLED-TOTAL           PIC S9(13)V99 VALUE ZERO.
       01  WS-MINIMUM-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-UNPRICED-COUNT         PIC 9(3)    VALUE ZERO.

       01  WS-TARIFF-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-TARIFF-TABLE.
           05  WS-TARIFF-ENTRY OCCURS 100 TIMES.
               10  WS-TT-SOURCE-ID   PIC X(4).
               10  WS-TT-EFFECTIVE   PIC 9(8).
               10  WS-TT-EXPIRY      PIC 9(8).
               10  WS-TT-TRAN-FEE    PIC 9(3)V9(4).
               10  WS-TT-REJECT-FEE  PIC 9(3)V9(4).
               10  WS-TT-REPAIR-FEE  PIC 9(3)V9(4).
               10  WS-TT-MONTHLY-MIN PIC 9(7)V99.
       01  WS-TARIFF-INDEX           PIC 9(3).
       01  WS-TARIFF-SLOT            PIC 9(3).
       01  WS-TARIFF-BEST-DATE       PIC 9(8).
       01  WS-TARIFF-SEARCH-ID       PIC X(4).

       01  WS-DEPT-COUNT             PIC 9(2)    VALUE ZERO.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 30 TIMES.
               10  WS-DP-SOURCE-ID   PIC X(4).
               10  WS-DP-RECORDS     PIC 9(7).
               10  WS-DP-REJECTS     PIC 9(7).
               10  WS-DP-REPAIRS     PIC 9(7).
               10  WS-DP-TARIFF-SLOT PIC 9(3).
               10  WS-DP-TRAN-CHARGE PIC S9(11)V99.
               10  WS-DP-REJECT-CHARGE PIC S9(11)V99.
               10  WS-DP-REPAIR-CHARGE PIC S9(11)V99.
               10  WS-DP-MINIMUM-ADJ PIC S9(11)V99.
               10  WS-DP-TOTAL       PIC S9(11)V99.
       01  WS-DEPT-INDEX             PIC 9(2).
       01  WS-DEPT-SLOT              PIC 9(2).
       01  WS-DEPT-SEARCH-ID         PIC X(4).
       01  WS-CHARGE-SUBTOTAL        PIC S9(11)V99.

       01  WS-INVOICE-FILE-NAME      PIC X(12)   VALUE SPACES.
       01  WS-INVOICE-COUNT          PIC 9(3)    VALUE ZERO.

      *    One chargeback extract line is built here before it is
      *    strung out.
       01  WS-CHARGE-CODE            PIC X(7).
       01  WS-CHARGE-QUANTITY        PIC 9(7).
       01  WS-CHARGE-UNIT-FEE        PIC 9(3)V9(4).
       01  WS-CHARGE-AMOUNT          PIC S9(11)V99.
       01  WS-EXT-UNIT-FEE           PIC 999.9999.
       01  WS-EXT-AMOUNT             PIC +99999999999.99.
       01  WS-EXT-TOTAL              PIC +9999999999999.99.
       01  WS-EXT-LINE-COUNT         PIC 9(7)    VALUE ZERO.

       01  WS-DISPLAY-TOTAL          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-TEXT
           PERFORM RESOLVE-BILLING-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           PERFORM LOAD-TARIFF-TABLE
           PERFORM READ-PERIOD-SUMMARY
           PERFORM COUNT-REPAIRED-ITEMS
           PERFORM PRICE-DEPARTMENTS

           IF WS-UNPRICED-COUNT > 0
               DISPLAY "ERROR: " WS-UNPRICED-COUNT
                   " department(s) have no tariff in force on "
                   WS-PERIOD-START " - nothing billed"
               DISPLAY "Add a TARIFF.DAT entry for the department "
                   "or a " WS-DEFAULT-TARIFF-ID " default"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-TIE-RECORDS = WS-BILLED-RECORDS + WS-DESK-RECORDS
           COMPUTE WS-TIE-REJECTS = WS-BILLED-REJECTS + WS-DESK-REJECTS
           IF WS-TIE-RECORDS NOT = WS-PERIOD-RECORDS
                   OR WS-TIE-REJECTS NOT = WS-PERIOD-REJECTS
               MOVE "N" TO WS-BALANCED-SWITCH
           END-IF

           PERFORM WRITE-CHARGEBACK-REPORT

           IF NOT WS-COUNTS-TIE AND NOT WS-FORCE-REQUESTED
               DISPLAY "ERROR: counts billed do not tie to the "
                   "period's PERSUM.DAT totals - nothing billed"
               DISPLAY "Investigate the break (see CHGRPT.DAT), "
                   "or bill anyway with FORCE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-INVOICES
           PERFORM WRITE-CHARGEBACK-EXTRACT

           MOVE WS-BILLED-TOTAL TO WS-DISPLAY-TOTAL
           DISPLAY "Chargeback for period " WS-PERIOD ": "
               WS-INVOICE-COUNT " invoice(s), total "
               WS-DISPLAY-TOTAL " " WS-BASE-CURRENCY
               " - CHGBACK.DAT ready for pickup"
           IF NOT WS-COUNTS-TIE
               DISPLAY "WARNING: billed by FORCE with counts that "
                   "do not tie to the period totals"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       RESOLVE-BILLING-PERIOD SECTION.
           MOVE SPACES TO WS-PARM-PERIOD
           MOVE SPACES TO WS-PARM-OPTION
           UNSTRING WS-RUN-PARM DELIMITED BY ALL " "
               INTO WS-PARM-PERIOD WS-PARM-OPTION
           END-UNSTRING
           IF WS-PARM-OPTION = "FORCE"
               SET WS-FORCE-REQUESTED TO TRUE
           END-IF
           IF WS-PARM-PERIOD = SPACES
               MOVE WS-RD-YYYY TO WS-PD-YYYY
               MOVE WS-RD-MM TO WS-PD-MM
               IF WS-PD-MM = 1
                   SUBTRACT 1 FROM WS-PD-YYYY
                   MOVE 12 TO WS-PD-MM
               ELSE
                   SUBTRACT 1 FROM WS-PD-MM
               END-IF
           ELSE
               IF WS-PARM-PERIOD (1:6) IS NUMERIC
                   MOVE WS-PARM-PERIOD (1:6) TO WS-PERIOD
               ELSE
                   DISPLAY "ERROR: period must be YYYYMM, got ["
                       WS-PARM-PERIOD "]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           DISPLAY "Billing period " WS-PERIOD.

      *    Only a closed period is billed; until CLOSEPD has run its
      *    figures can still change.
       CHECK-PERIOD-CLOSED SECTION.
           OPEN INPUT CLOSEDF
           IF WS-CLOSEDF-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-INPUT OR WS-PERIOD-CLOSED
                   READ CLOSEDF
                       AT END
                           SET WS-END-OF-INPUT TO TRUE
                       NOT AT END
                           IF CP-PERIOD = WS-PERIOD
                               SET WS-PERIOD-CLOSED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-CLOSEDF-STATUS NOT = "05"
                       AND WS-CLOSEDF-STATUS NOT = "35"
                   DISPLAY "ERROR: could not open CLOSEDPD.DAT, "
                       "status " WS-CLOSEDF-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE CLOSEDF
           IF NOT WS-PERIOD-CLOSED
               DISPLAY "ERROR: period " WS-PERIOD " is not on "
                   "CLOSEDPD.DAT - run CLOSEPD before billing it"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-TARIFF-TABLE SECTION.
           OPEN INPUT TARIFFIN
           IF WS-TARIFFIN-STATUS NOT = "00"
               DISPLAY "ERROR: could not open TARIFF.DAT, status "
                   WS-TARIFFIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-INPUT
               READ TARIFFIN
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       IF WS-TARIFF-COUNT < 100
                           ADD 1 TO WS-TARIFF-COUNT
                           MOVE TF-SOURCE-ID
                               TO WS-TT-SOURCE-ID (WS-TARIFF-COUNT)
                           MOVE TF-EFFECTIVE-DATE
                               TO WS-TT-EFFECTIVE (WS-TARIFF-COUNT)
                           MOVE TF-EXPIRY-DATE
                               TO WS-TT-EXPIRY (WS-TARIFF-COUNT)
                           MOVE TF-TRAN-FEE
                               TO WS-TT-TRAN-FEE (WS-TARIFF-COUNT)
                           MOVE TF-REJECT-FEE
                               TO WS-TT-REJECT-FEE (WS-TARIFF-COUNT)
                           MOVE TF-REPAIR-FEE
                               TO WS-TT-REPAIR-FEE (WS-TARIFF-COUNT)
                           MOVE TF-MONTHLY-MIN
                               TO WS-TT-MONTHLY-MIN (WS-TARIFF-COUNT)
                       ELSE
                           DISPLAY "WARNING: more than 100 tariff "
                               "entries, ignoring [" TF-SOURCE-ID
                               " " TF-EFFECTIVE-DATE "]"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARIFFIN.

      *    The period's source records become the departments to
      *    bill; its "*ALL" record is what the billing must tie to.
      *    The "*CUR" currency breakdown is not billed.
       READ-PERIOD-SUMMARY SECTION.
           OPEN INPUT PERSUM
           IF WS-PERSUM-STATUS NOT = "00"
               DISPLAY "ERROR: could not open PERSUM.DAT, status "
                   WS-PERSUM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-INPUT
               READ PERSUM
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       IF PD-PERIOD = WS-PERIOD
                           PERFORM NOTE-PERIOD-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSUM
           IF NOT WS-PERIOD-TOTAL-FOUND
               DISPLAY "ERROR: no *ALL record on PERSUM.DAT for "
                   "period " WS-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-PERIOD-RECORD SECTION.
           EVALUATE PD-SOURCE-ID
               WHEN "*ALL"
                   SET WS-PERIOD-TOTAL-FOUND TO TRUE
                   MOVE PD-RECORD-COUNT TO WS-PERIOD-RECORDS
                   MOVE PD-REJECT-COUNT TO WS-PERIOD-REJECTS
                   IF PD-CURRENCY-CODE NOT = SPACES
                       MOVE PD-CURRENCY-CODE TO WS-BASE-CURRENCY
                   END-IF
               WHEN "*CUR"
                   CONTINUE
               WHEN WS-REPAIR-DESK-SOURCE-ID
                   ADD PD-RECORD-COUNT TO WS-DESK-RECORDS
                   ADD PD-REJECT-COUNT TO WS-DESK-REJECTS
               WHEN OTHER
                   MOVE PD-SOURCE-ID TO WS-DEPT-SEARCH-ID
                   PERFORM FIND-DEPARTMENT-SLOT
                   IF WS-DEPT-SLOT > 0
                       ADD PD-RECORD-COUNT
                           TO WS-DP-RECORDS (WS-DEPT-SLOT)
                       ADD PD-REJECT-COUNT
                           TO WS-DP-REJECTS (WS-DEPT-SLOT)
                       ADD PD-RECORD-COUNT TO WS-BILLED-RECORDS
                       ADD PD-REJECT-COUNT TO WS-BILLED-REJECTS
                   END-IF
           END-EVALUATE.

      *    Suspense items repaired in the period, by department.
       COUNT-REPAIRED-ITEMS SECTION.
           OPEN INPUT SUSPF
           IF WS-SUSPF-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-INPUT
                   READ SUSPF
                       AT END
                           SET WS-END-OF-INPUT TO TRUE
                       NOT AT END
                           IF SU-REPAIRED
                               MOVE SU-STATUS-DATE (1:6)
                                   TO WS-ITEM-PERIOD
                               IF WS-ITEM-PERIOD = WS-PERIOD
                                   PERFORM NOTE-REPAIRED-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-SUSPF-STATUS NOT = "05"
                       AND WS-SUSPF-STATUS NOT = "35"
                   DISPLAY "ERROR: could not open SUSPENSE.DAT, "
                       "status " WS-SUSPF-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE SUSPF.

       NOTE-REPAIRED-ITEM SECTION.
           IF SU-SOURCE-ID = WS-REPAIR-DESK-SOURCE-ID
               ADD 1 TO WS-DESK-REPAIRS
           ELSE
               MOVE SU-SOURCE-ID TO WS-DEPT-SEARCH-ID
               PERFORM FIND-DEPARTMENT-SLOT
               IF WS-DEPT-SLOT > 0
                   ADD 1 TO WS-DP-REPAIRS (WS-DEPT-SLOT)
                   ADD 1 TO WS-BILLED-REPAIRS
               END-IF
           END-IF.

       FIND-DEPARTMENT-SLOT SECTION.
           MOVE ZERO TO WS-DEPT-SLOT
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               IF WS-DP-SOURCE-ID (WS-DEPT-INDEX) = WS-DEPT-SEARCH-ID
                   MOVE WS-DEPT-INDEX TO WS-DEPT-SLOT
               END-IF
           END-PERFORM
           IF WS-DEPT-SLOT = 0
               IF WS-DEPT-COUNT < 30
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
                   MOVE WS-DEPT-SEARCH-ID
                       TO WS-DP-SOURCE-ID (WS-DEPT-SLOT)
                   MOVE ZERO TO WS-DP-RECORDS (WS-DEPT-SLOT)
                   MOVE ZERO TO WS-DP-REJECTS (WS-DEPT-SLOT)
                   MOVE ZERO TO WS-DP-REPAIRS (WS-DEPT-SLOT)
                   MOVE ZERO TO WS-DP-TARIFF-SLOT (WS-DEPT-SLOT)
               ELSE
                   DISPLAY "WARNING: more than 30 departments, ["
                       WS-DEPT-SEARCH-ID "] not billed"
               END-IF
           END-IF.

      *    Each department's own tariff in force on the first day of
      *    the period, or failing that the default one. The charges
      *    are rounded to the cent line by line; a department whose
      *    charges fall short of its minimum is billed the minimum.
       PRICE-DEPARTMENTS SECTION.
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DP-SOURCE-ID (WS-DEPT-INDEX)
                   TO WS-TARIFF-SEARCH-ID
               PERFORM FIND-TARIFF-IN-FORCE
               IF WS-TARIFF-SLOT = 0
                   MOVE WS-DEFAULT-TARIFF-ID TO WS-TARIFF-SEARCH-ID
                   PERFORM FIND-TARIFF-IN-FORCE
               END-IF
               IF WS-TARIFF-SLOT = 0
                   DISPLAY "ERROR: no tariff in force for department ["
                       WS-DP-SOURCE-ID (WS-DEPT-INDEX) "]"
                   ADD 1 TO WS-UNPRICED-COUNT
               ELSE
                   MOVE WS-TARIFF-SLOT
                       TO WS-DP-TARIFF-SLOT (WS-DEPT-INDEX)
                   PERFORM PRICE-ONE-DEPARTMENT
               END-IF
           END-PERFORM.

       FIND-TARIFF-IN-FORCE SECTION.
           MOVE ZERO TO WS-TARIFF-SLOT
           MOVE ZERO TO WS-TARIFF-BEST-DATE
           PERFORM VARYING WS-TARIFF-INDEX FROM 1 BY 1
                   UNTIL WS-TARIFF-INDEX > WS-TARIFF-COUNT
               IF WS-TT-SOURCE-ID (WS-TARIFF-INDEX)
                       = WS-TARIFF-SEARCH-ID
                       AND WS-TT-EFFECTIVE (WS-TARIFF-INDEX)
                           NOT > WS-PERIOD-START
                       AND WS-TT-EXPIRY (WS-TARIFF-INDEX)
                           NOT < WS-PERIOD-START
                       AND WS-TT-EFFECTIVE (WS-TARIFF-INDEX)
                           NOT < WS-TARIFF-BEST-DATE
                   MOVE WS-TARIFF-INDEX TO WS-TARIFF-SLOT
                   MOVE WS-TT-EFFECTIVE (WS-TARIFF-INDEX)
                       TO WS-TARIFF-BEST-DATE
               END-IF
           END-PERFORM.

       PRICE-ONE-DEPARTMENT SECTION.
           COMPUTE WS-DP-TRAN-CHARGE (WS-DEPT-INDEX) ROUNDED =
               WS-DP-RECORDS (WS-DEPT-INDEX)
                   * WS-TT-TRAN-FEE (WS-TARIFF-SLOT)
           COMPUTE WS-DP-REJECT-CHARGE (WS-DEPT-INDEX) ROUNDED =
               WS-DP-REJECTS (WS-DEPT-INDEX)
                   * WS-TT-REJECT-FEE (WS-TARIFF-SLOT)
           COMPUTE WS-DP-REPAIR-CHARGE (WS-DEPT-INDEX) ROUNDED =
               WS-DP-REPAIRS (WS-DEPT-INDEX)
                   * WS-TT-REPAIR-FEE (WS-TARIFF-SLOT)
           COMPUTE WS-CHARGE-SUBTOTAL =
               WS-DP-TRAN-CHARGE (WS-DEPT-INDEX)
               + WS-DP-REJECT-CHARGE (WS-DEPT-INDEX)
               + WS-DP-REPAIR-CHARGE (WS-DEPT-INDEX)
           IF WS-CHARGE-SUBTOTAL < WS-TT-MONTHLY-MIN (WS-TARIFF-SLOT)
               COMPUTE WS-DP-MINIMUM-ADJ (WS-DEPT-INDEX) =
                   WS-TT-MONTHLY-MIN (WS-TARIFF-SLOT)
                   - WS-CHARGE-SUBTOTAL
               ADD 1 TO WS-MINIMUM-COUNT
           ELSE
               MOVE ZERO TO WS-DP-MINIMUM-ADJ (WS-DEPT-INDEX)
           END-IF
           COMPUTE WS-DP-TOTAL (WS-DEPT-INDEX) =
               WS-CHARGE-SUBTOTAL + WS-DP-MINIMUM-ADJ (WS-DEPT-INDEX)
           ADD WS-DP-TOTAL (WS-DEPT-INDEX) TO WS-BILLED-TOTAL.

       WRITE-CHARGEBACK-REPORT SECTION.
           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = "00"
                   AND WS-RPTOUT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open CHGRPT.DAT, status "
                   WS-RPTOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD TO WS-RH-PERIOD
           MOVE WS-RUN-DATE-TEXT TO WS-RH-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DP-SOURCE-ID (WS-DEPT-INDEX) TO WS-DL-SOURCE-ID
               MOVE WS-DP-RECORDS (WS-DEPT-INDEX) TO WS-DL-RECORDS
               MOVE WS-DP-REJECTS (WS-DEPT-INDEX) TO WS-DL-REJECTS
               MOVE WS-DP-REPAIRS (WS-DEPT-INDEX) TO WS-DL-REPAIRS
               MOVE WS-DP-TOTAL (WS-DEPT-INDEX) TO WS-DL-TOTAL
               IF WS-DP-MINIMUM-ADJ (WS-DEPT-INDEX) > 0
                   MOVE "MIN" TO WS-DL-MINIMUM-FLAG
               ELSE
                   MOVE SPACES TO WS-DL-MINIMUM-FLAG
               END-IF
               MOVE WS-DEPARTMENT-LINE TO RPTOUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-BILLED-TOTAL TO WS-BT-TOTAL
           MOVE WS-BASE-CURRENCY TO WS-BT-CURRENCY
           MOVE WS-BILLED-TOTAL-LINE TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TIE-HEADING-LINE TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "BILLED TO DEPARTMENTS:" TO WS-TL-LABEL
           MOVE WS-BILLED-RECORDS TO WS-TL-RECORDS
           MOVE WS-BILLED-REJECTS TO WS-TL-REJECTS
           MOVE WS-BILLED-REPAIRS TO WS-TL-REPAIRS
           MOVE WS-TIE-LINE TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "REPAIR DESK, NOT BILLED:" TO WS-TL-LABEL
           MOVE WS-DESK-RECORDS TO WS-TL-RECORDS
           MOVE WS-DESK-REJECTS TO WS-TL-REJECTS
           MOVE WS-DESK-REPAIRS TO WS-TL-REPAIRS
           MOVE WS-TIE-LINE TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "PERIOD TOTAL (PERSUM *ALL):" TO WS-TL-LABEL
           MOVE WS-PERIOD-RECORDS TO WS-TL-RECORDS
           MOVE WS-PERIOD-REJECTS TO WS-TL-REJECTS
           COMPUTE WS-TL-REPAIRS = WS-BILLED-REPAIRS + WS-DESK-REPAIRS
           MOVE WS-TIE-LINE TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-COUNTS-TIE
               MOVE "IN BALANCE" TO WS-VL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-VL-VERDICT
           END-IF
           MOVE WS-VERDICT-LINE TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE RPTOUT.

       WRITE-INVOICES SECTION.
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               PERFORM WRITE-ONE-INVOICE
           END-PERFORM.

       WRITE-ONE-INVOICE SECTION.
           MOVE WS-DP-TARIFF-SLOT (WS-DEPT-INDEX) TO WS-TARIFF-SLOT
           MOVE SPACES TO WS-INVOICE-FILE-NAME
           STRING "INV" WS-DP-SOURCE-ID (WS-DEPT-INDEX)
               DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-INVOICE-FILE-NAME
           OPEN OUTPUT INVOUT
           IF WS-INVOUT-STATUS NOT = "00"
                   AND WS-INVOUT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open " WS-INVOICE-FILE-NAME
                   ", status " WS-INVOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-INVOICE-COUNT

           MOVE WS-DP-SOURCE-ID (WS-DEPT-INDEX) TO WS-IH-SOURCE-ID
           MOVE WS-PERIOD TO WS-IH-PERIOD
           MOVE WS-INVOICE-HEADER-1 TO INVOUT-LINE
           PERFORM WRITE-INVOICE-LINE
           MOVE WS-RUN-DATE-TEXT TO WS-IH-RUN-DATE
           MOVE WS-TT-SOURCE-ID (WS-TARIFF-SLOT)
               TO WS-IH-TARIFF-SOURCE
           MOVE WS-TT-EFFECTIVE (WS-TARIFF-SLOT) TO WS-IH-TARIFF-DATE
           MOVE WS-INVOICE-HEADER-2 TO INVOUT-LINE
           PERFORM WRITE-INVOICE-LINE
           MOVE WS-INVOICE-HEADER-3 TO INVOUT-LINE
           PERFORM WRITE-INVOICE-LINE

           MOVE "TRANSACTIONS PROCESSED" TO WS-IL-LABEL
           MOVE WS-DP-RECORDS (WS-DEPT-INDEX) TO WS-IL-QUANTITY
           MOVE WS-TT-TRAN-FEE (WS-TARIFF-SLOT) TO WS-IL-UNIT-FEE
           MOVE WS-DP-TRAN-CHARGE (WS-DEPT-INDEX) TO WS-IL-AMOUNT
           MOVE WS-INVOICE-LINE TO INVOUT-LINE
           PERFORM WRITE-INVOICE-LINE
           MOVE "TRANSACTIONS REJECTED" TO WS-IL-LABEL
           MOVE WS-DP-REJECTS (WS-DEPT-INDEX) TO WS-IL-QUANTITY
           MOVE WS-TT-REJECT-FEE (WS-TARIFF-SLOT) TO WS-IL-UNIT-FEE
           MOVE WS-DP-REJECT-CHARGE (WS-DEPT-INDEX) TO WS-IL-AMOUNT
           MOVE WS-INVOICE-LINE TO INVOUT-LINE
           PERFORM WRITE-INVOICE-LINE
           MOVE "SUSPENSE ITEMS REPAIRED" TO WS-IL-LABEL
           MOVE WS-DP-REPAIRS (WS-DEPT-INDEX) TO WS-IL-QUANTITY
           MOVE WS-TT-REPAIR-FEE (WS-TARIFF-SLOT) TO WS-IL-UNIT-FEE
           MOVE WS-DP-REPAIR-CHARGE (WS-DEPT-INDEX) TO WS-IL-AMOUNT
           MOVE WS-INVOICE-LINE TO INVOUT-LINE
           PERFORM WRITE-INVOICE-LINE
           IF WS-DP-MINIMUM-ADJ (WS-DEPT-INDEX) > 0
               MOVE WS-TT-MONTHLY-MIN (WS-TARIFF-SLOT)
                   TO WS-IM-MINIMUM
               MOVE WS-DP-MINIMUM-ADJ (WS-DEPT-INDEX) TO WS-IM-AMOUNT
               MOVE WS-INVOICE-MINIMUM-LINE TO INVOUT-LINE
               PERFORM WRITE-INVOICE-LINE
           END-IF
           MOVE WS-DP-TOTAL (WS-DEPT-INDEX) TO WS-IT-AMOUNT
           MOVE WS-BASE-CURRENCY TO WS-IT-CURRENCY
           MOVE WS-INVOICE-TOTAL-LINE TO INVOUT-LINE
           PERFORM WRITE-INVOICE-LINE
           CLOSE INVOUT.

      *    The extract carries every charge line, including a zero
      *    quantity, so the ledger side can tie the counts; the
      *    minimum adjustment appears only where it was charged.
       WRITE-CHARGEBACK-EXTRACT SECTION.
           OPEN OUTPUT CHGOUT
           IF WS-CHGOUT-STATUS NOT = "00"
                   AND WS-CHGOUT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open CHGBACK.DAT, status "
                   WS-CHGOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CHGOUT-LINE
           STRING "PERIOD;SOURCE;CHARGE;QUANTITY;UNITFEE;AMOUNT;"
               "CURRENCY"
               DELIMITED BY SIZE INTO CHGOUT-LINE
           PERFORM WRITE-EXTRACT-LINE

           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
               MOVE WS-DP-TARIFF-SLOT (WS-DEPT-INDEX)
                   TO WS-TARIFF-SLOT
               MOVE "TRAN" TO WS-CHARGE-CODE
               MOVE WS-DP-RECORDS (WS-DEPT-INDEX) TO WS-CHARGE-QUANTITY
               MOVE WS-TT-TRAN-FEE (WS-TARIFF-SLOT)
                   TO WS-CHARGE-UNIT-FEE
               MOVE WS-DP-TRAN-CHARGE (WS-DEPT-INDEX)
                   TO WS-CHARGE-AMOUNT
               PERFORM WRITE-CHARGE-DETAIL
               MOVE "REJECT" TO WS-CHARGE-CODE
               MOVE WS-DP-REJECTS (WS-DEPT-INDEX) TO WS-CHARGE-QUANTITY
               MOVE WS-TT-REJECT-FEE (WS-TARIFF-SLOT)
                   TO WS-CHARGE-UNIT-FEE
               MOVE WS-DP-REJECT-CHARGE (WS-DEPT-INDEX)
                   TO WS-CHARGE-AMOUNT
               PERFORM WRITE-CHARGE-DETAIL
               MOVE "REPAIR" TO WS-CHARGE-CODE
               MOVE WS-DP-REPAIRS (WS-DEPT-INDEX) TO WS-CHARGE-QUANTITY
               MOVE WS-TT-REPAIR-FEE (WS-TARIFF-SLOT)
                   TO WS-CHARGE-UNIT-FEE
               MOVE WS-DP-REPAIR-CHARGE (WS-DEPT-INDEX)
                   TO WS-CHARGE-AMOUNT
               PERFORM WRITE-CHARGE-DETAIL
               IF WS-DP-MINIMUM-ADJ (WS-DEPT-INDEX) > 0
                   MOVE "MINIMUM" TO WS-CHARGE-CODE
                   MOVE ZERO TO WS-CHARGE-QUANTITY
                   MOVE ZERO TO WS-CHARGE-UNIT-FEE
                   MOVE WS-DP-MINIMUM-ADJ (WS-DEPT-INDEX)
                       TO WS-CHARGE-AMOUNT
                   PERFORM WRITE-CHARGE-DETAIL
               END-IF
           END-PERFORM

           MOVE WS-BILLED-TOTAL TO WS-EXT-TOTAL
           MOVE SPACES TO CHGOUT-LINE
           STRING "T;" WS-RUN-DATE-YYYYMMDD ";" WS-EXT-LINE-COUNT
               ";" WS-EXT-TOTAL ";" WS-PERIOD ";" WS-BILLED-RECORDS
               ";" WS-BILLED-REJECTS ";" WS-BILLED-REPAIRS
               DELIMITED BY SIZE INTO CHGOUT-LINE
           PERFORM WRITE-EXTRACT-LINE
           CLOSE CHGOUT.

       WRITE-CHARGE-DETAIL SECTION.
           MOVE WS-CHARGE-UNIT-FEE TO WS-EXT-UNIT-FEE
           MOVE WS-CHARGE-AMOUNT TO WS-EXT-AMOUNT
           MOVE SPACES TO CHGOUT-LINE
           STRING WS-PERIOD ";" WS-DP-SOURCE-ID (WS-DEPT-INDEX) ";"
               WS-CHARGE-CODE DELIMITED BY SPACE
               ";" WS-CHARGE-QUANTITY ";" WS-EXT-UNIT-FEE ";"
               WS-EXT-AMOUNT ";" WS-BASE-CURRENCY
               DELIMITED BY SIZE INTO CHGOUT-LINE
           ADD 1 TO WS-EXT-LINE-COUNT
           PERFORM WRITE-EXTRACT-LINE.

       WRITE-EXTRACT-LINE SECTION.
           WRITE CHGOUT-LINE
           IF WS-CHGOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to CHGBACK.DAT failed, status "
                   WS-CHGOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-INVOICE-LINE SECTION.
           WRITE INVOUT-LINE
           IF WS-INVOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to " WS-INVOICE-FILE-NAME
                   " failed, status " WS-INVOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-LINE SECTION.
           WRITE RPTOUT-LINE
           IF WS-RPTOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to CHGRPT.DAT failed, status "
                   WS-RPTOUT-STATUS
           END-IF.
