       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMINQ.

      *    Item lineage inquiry. When a department asks about one of
      *    its items weeks after the night it ran, RESULT.DAT,
      *    REJECT.DAT and POSTSTAT.DAT have long been overwritten.
      *    This program prompts for a source id and sequence number
      *    and pulls the item's whole history together from the
      *    cumulative files instead:
      *      - every run the item appeared in on the posted-item
      *        master POSTMAST.DAT (read on its source id / sequence
      *        number alternate key): the feed and batch date it
      *        arrived under and, for a collected department feed,
      *        the source file and header date COLLECT recorded on
      *        FEEDREG.DAT for that source, run and sequence range;
      *        its result with the rate, currency, base-currency
      *        amount and named formula applied, or the CALC
      *        reject reason; whether CALC held the result
      *        as over its limit and how the hold was settled; the
      *        ledger's posted or bounced acknowledgment; any
      *        reversal linking it to the posting it reversed or
      *        the entry that reversed it; and how any suspense item
      *        was settled, when and by whom;
      *      - every SUSPENSE.DAT entry for the item, open or
      *        settled;
      *      - when one of its suspense items was repaired, the
      *        runs in which an item with the same sequence number
      *        posted from the recycle feed (source RCYC), since
      *        REJFIX resubmits a repair under that source.
      *    The lineage is displayed and also written to ITEMRPT.DAT
      *    so it can be printed or mailed to the department. The
      *    inquiry signs on through the shared SIGNON check against
      *    OPERAUTH.DAT with the inquire authority. An item found on
      *    neither file ends with return code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSTMAST ASSIGN TO "POSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               ALTERNATE RECORD KEY IS PI-ITEM-KEY WITH DUPLICATES
               FILE STATUS IS WS-POSTMAST-STATUS.

           SELECT OPTIONAL SUSPIN ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.

           SELECT OPTIONAL FEEDREG ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.

           SELECT RPTOUT ASSIGN TO "ITEMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTMAST
           RECORDING MODE IS F.
       COPY CALCPOST.

       FD  SUSPIN
           RECORDING MODE IS F.
       COPY CALCSUSP.

       FD  FEEDREG
           RECORDING MODE IS F.
       COPY CALCFREG.

       FD  RPTOUT
           RECORDING MODE IS F.
       01  RPTOUT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-1.
           05  FILLER                PIC X(24) VALUE
               "ITEM LINEAGE INQUIRY -  ".
           05  WS-RH-RUN-DATE        PIC X(10).
           05  FILLER                PIC X(46) VALUE SPACES.
       01  WS-REPORT-HEADER-2.
           05  FILLER                PIC X(13) VALUE "ITEM: SOURCE ".
           05  WS-RH-SOURCE-ID       PIC X(4).
           05  FILLER                PIC X(9)  VALUE "  SEQ NO ".
           05  WS-RH-SEQ-NO          PIC 9(6).
           05  FILLER                PIC X(48) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  WS-SL-TEXT            PIC X(40).
           05  FILLER                PIC X(40) VALUE SPACES.
       01  WS-RUN-LINE.
           05  FILLER                PIC X(4)  VALUE "RUN ".
           05  WS-RL-RUN-NO          PIC 9(6).
           05  FILLER                PIC X(13) VALUE
               "  BATCH DATE ".
           05  WS-RL-BATCH-DATE      PIC 9(8).
           05  FILLER                PIC X(7)  VALUE "  FEED ".
           05  WS-RL-FEED-ID         PIC X(4).
           05  FILLER                PIC X(9)  VALUE "  SOURCE ".
           05  WS-RL-SOURCE-ID       PIC X(4).
           05  FILLER                PIC X(9)  VALUE "  SEQ NO ".
           05  WS-RL-SEQ-NO          PIC 9(6).
           05  FILLER                PIC X(10) VALUE SPACES.
       01  WS-LINEAGE-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-LL-TAG             PIC X(10).
           05  WS-LL-TEXT            PIC X(68).
       01  WS-SUSPENSE-LINE.
           05  FILLER                PIC X(6)  VALUE "  RUN ".
           05  WS-SH-RUN-NO          PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-SH-REJECT-DATE     PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-SH-REASON-CODE     PIC X(2).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-SH-REASON-TEXT     PIC X(30).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-SH-STATUS          PIC X(9).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-SH-STATUS-DATE     PIC 9(8).
           05  FILLER                PIC X(6)  VALUE SPACES.
       01  WS-REPORT-TRAILER-1.
           05  FILLER                PIC X(25) VALUE
               "RUNS ON MASTER:          ".
           05  WS-RT-RUN-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.
       01  WS-REPORT-TRAILER-2.
           05  FILLER                PIC X(25) VALUE
               "SUSPENSE ENTRIES:        ".
           05  WS-RT-SUSPENSE-COUNT  PIC ZZZ,ZZ9.
           05  FILLER                PIC X(48) VALUE SPACES.

       01  WS-POSTMAST-STATUS        PIC XX.
       01  WS-SUSPIN-STATUS          PIC XX.
       01  WS-FEEDREG-STATUS         PIC XX.
       01  WS-RPTOUT-STATUS          PIC XX.

       01  WS-MASTER-EOF-SWITCH      PIC X       VALUE "N".
           88  WS-END-OF-POSTMAST                VALUE "Y".
       01  WS-SUSP-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-SUSPIN                  VALUE "Y".
       01  WS-FEEDREG-EOF-SWITCH     PIC X       VALUE "N".
           88  WS-END-OF-FEEDREG                 VALUE "Y".
       01  WS-FEED-FOUND-SWITCH      PIC X       VALUE "N".
           88  WS-FEED-FOUND                     VALUE "Y".
       01  WS-REPAIR-SWITCH          PIC X       VALUE "N".
           88  WS-REPAIR-SEEN                    VALUE "Y".
       01  WS-LIST-MODE              PIC X       VALUE "I".
           88  WS-LISTING-ITEM                   VALUE "I".
           88  WS-LISTING-RECYCLED               VALUE "R".

       01  WS-RUN-DATE-YYYYMMDD      PIC 9(8).
       01  WS-RUN-DATE-DISPLAY REDEFINES WS-RUN-DATE-YYYYMMDD.
           05  WS-RD-YYYY            PIC 9(4).
           05  WS-RD-MM              PIC 9(2).
           05  WS-RD-DD              PIC 9(2).

       01  WS-INQ-SOURCE-ID          PIC X(4).
       01  WS-INQ-SEQ-ENTRY          PIC X(6).
       01  WS-INQ-SEQ-NO             PIC 9(6).
       01  WS-LOOKUP-KEY.
           05  WS-LOOKUP-SOURCE-ID   PIC X(4).
           05  WS-LOOKUP-SEQ-NO      PIC 9(6).

       01  WS-RUN-COUNT              PIC 9(7)    VALUE ZERO.
       01  WS-RECYCLED-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-SUSPENSE-COUNT         PIC 9(7)    VALUE ZERO.

       01  WS-DISPLAY-NUM1           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-NUM2           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-RESULT         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-FX-RATE        PIC ZZZ9.999999.
       01  WS-DISPLAY-BASE-RESULT    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY CALCSGN.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           SET SG-FUNC-INQUIRE TO TRUE
           CALL "SIGNON" USING SIGNON-REQUEST
           IF NOT SG-SIGNON-GRANTED
               DISPLAY "Item inquiry refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM GET-ITEM-KEY

           OPEN INPUT POSTMAST
           IF WS-POSTMAST-STATUS NOT = "00"
                   AND WS-POSTMAST-STATUS NOT = "05"
               DISPLAY "ERROR: could not open POSTMAST.DAT, status "
                   WS-POSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = "00"
                   AND WS-RPTOUT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open ITEMRPT.DAT, status "
                   WS-RPTOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER

           MOVE "ON POSTED-ITEM MASTER" TO WS-SL-TEXT
           PERFORM WRITE-SECTION-LINE
           SET WS-LISTING-ITEM TO TRUE
           MOVE WS-INQ-SOURCE-ID TO WS-LOOKUP-SOURCE-ID
           MOVE WS-INQ-SEQ-NO TO WS-LOOKUP-SEQ-NO
           PERFORM LIST-MASTER-RECORDS
           IF WS-RUN-COUNT = 0
               MOVE "  (NOT ON POSTMAST.DAT)" TO WS-SL-TEXT
               PERFORM WRITE-SECTION-LINE
           END-IF

           PERFORM LIST-SUSPENSE-HISTORY

           IF WS-REPAIR-SEEN AND WS-INQ-SOURCE-ID NOT = "RCYC"
               MOVE "RECYCLED REPAIRS - SOURCE RCYC, SAME SEQ"
                   TO WS-SL-TEXT
               PERFORM WRITE-SECTION-LINE
               SET WS-LISTING-RECYCLED TO TRUE
               MOVE "RCYC" TO WS-LOOKUP-SOURCE-ID
               MOVE WS-INQ-SEQ-NO TO WS-LOOKUP-SEQ-NO
               PERFORM LIST-MASTER-RECORDS
               IF WS-RECYCLED-COUNT = 0
                   MOVE "  (NONE POSTED YET)" TO WS-SL-TEXT
                   PERFORM WRITE-SECTION-LINE
               END-IF
           END-IF

           PERFORM WRITE-REPORT-TRAILER

           CLOSE POSTMAST
           CLOSE RPTOUT

           IF WS-RUN-COUNT = 0 AND WS-SUSPENSE-COUNT = 0
               DISPLAY "Item " WS-INQ-SOURCE-ID " / " WS-INQ-SEQ-NO
                   " not found on POSTMAST.DAT or SUSPENSE.DAT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Inquiry complete - see ITEMRPT.DAT"
           END-IF

           STOP RUN.

       GET-ITEM-KEY SECTION.
           DISPLAY "Source id: "
           ACCEPT WS-INQ-SOURCE-ID
           DISPLAY "Sequence number: "
           ACCEPT WS-INQ-SEQ-ENTRY
           IF WS-INQ-SOURCE-ID = SPACES OR WS-INQ-SEQ-ENTRY = SPACES
               DISPLAY "Source id and sequence number are both "
                   "required."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (WS-INQ-SEQ-ENTRY) TO WS-INQ-SEQ-NO.

      *    Positions on the source id / sequence number alternate key
      *    and reads forward while the key still matches; the
      *    duplicates come back in the order they were written, which
      *    is run order. A missing master (status 05 on open) simply
      *    fails the START.
       LIST-MASTER-RECORDS SECTION.
           MOVE "N" TO WS-MASTER-EOF-SWITCH
           MOVE WS-LOOKUP-SOURCE-ID TO PI-SOURCE-ID
           MOVE WS-LOOKUP-SEQ-NO TO PI-SEQ-NO
           START POSTMAST
               KEY IS = PI-ITEM-KEY
               INVALID KEY
                   SET WS-END-OF-POSTMAST TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-POSTMAST
               READ POSTMAST NEXT RECORD
                   AT END
                       SET WS-END-OF-POSTMAST TO TRUE
                   NOT AT END
                       IF PI-ITEM-KEY NOT = WS-LOOKUP-KEY
                           SET WS-END-OF-POSTMAST TO TRUE
                       ELSE
                           IF WS-LISTING-ITEM
                               ADD 1 TO WS-RUN-COUNT
                               PERFORM REPORT-ONE-APPEARANCE
                           ELSE
                               ADD 1 TO WS-RECYCLED-COUNT
                               PERFORM REPORT-RECYCLED-APPEARANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-ONE-APPEARANCE SECTION.
           PERFORM WRITE-RUN-LINE
           PERFORM WRITE-FEED-LINE
           PERFORM WRITE-CALC-LINE
           PERFORM WRITE-HOLD-LINE
           PERFORM WRITE-REVERSAL-LINE
           PERFORM WRITE-LEDGER-LINE
           PERFORM WRITE-SUSPENSE-STATUS-LINE
           IF PI-SUSPENSE-REPAIRED
               SET WS-REPAIR-SEEN TO TRUE
           END-IF.

      *    A recycled repair is shown with its run and result only -
      *    which department's item it was cannot be proved from the
      *    RCYC record itself, so the reader compares the figures.
       REPORT-RECYCLED-APPEARANCE SECTION.
           PERFORM WRITE-RUN-LINE
           PERFORM WRITE-FEED-LINE
           PERFORM WRITE-CALC-LINE
           PERFORM WRITE-LEDGER-LINE.

       WRITE-RUN-LINE SECTION.
           MOVE PI-RUN-NO TO WS-RL-RUN-NO
           MOVE PI-BATCH-DATE TO WS-RL-BATCH-DATE
           MOVE PI-FEED-ID TO WS-RL-FEED-ID
           MOVE PI-SOURCE-ID TO WS-RL-SOURCE-ID
           MOVE PI-SEQ-NO TO WS-RL-SEQ-NO
           MOVE WS-RUN-LINE TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    PI-FEED-ID only names the TRANIN.DAT header, which is COLL
      *    for everything COLLECT merged. The department file the
      *    item actually came in on is found on FEEDREG.DAT by its
      *    source id, run number and sequence range. A recycled
      *    repair and a batch submitted straight to CALC have no
      *    registry entry, and say so.
       WRITE-FEED-LINE SECTION.
           MOVE "FEED:" TO WS-LL-TAG
           MOVE SPACES TO WS-LL-TEXT
           MOVE "N" TO WS-FEED-FOUND-SWITCH
           OPEN INPUT FEEDREG
           IF WS-FEEDREG-STATUS = "00"
               MOVE "N" TO WS-FEEDREG-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FEEDREG OR WS-FEED-FOUND
                   READ FEEDREG
                       AT END
                           SET WS-END-OF-FEEDREG TO TRUE
                       NOT AT END
                           IF FR-SOURCE-ID = PI-SOURCE-ID
                                   AND FR-RUN-NO = PI-RUN-NO
                                   AND FR-LOW-SEQ-NO NOT > PI-SEQ-NO
                                   AND FR-HIGH-SEQ-NO NOT < PI-SEQ-NO
                               SET WS-FEED-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-FEEDREG-STATUS NOT = "05"
                       AND WS-FEEDREG-STATUS NOT = "35"
                   DISPLAY "ERROR: could not open FEEDREG.DAT, "
                       "status " WS-FEEDREG-STATUS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-FEED-FOUND
                   STRING FR-FILE-NAME " HEADER DATED " FR-BATCH-DATE
                       " COLLECTED " FR-COLLECTED-DATE
                       DELIMITED BY SIZE INTO WS-LL-TEXT
                   PERFORM WRITE-LINEAGE-LINE
                   IF FR-OVERRIDDEN
                       MOVE SPACES TO WS-LL-TAG
                       MOVE SPACES TO WS-LL-TEXT
                       STRING "ACCEPTED OVER A RESUBMISSION FINDING"
                           " - SEE FEEDOVR.DAT"
                           DELIMITED BY SIZE INTO WS-LL-TEXT
                       PERFORM WRITE-LINEAGE-LINE
                   END-IF
               WHEN PI-SOURCE-ID = "RCYC"
                   MOVE "RECYCLE.DAT - REPAIR RESUBMITTED BY REJFIX"
                       TO WS-LL-TEXT
                   PERFORM WRITE-LINEAGE-LINE
               WHEN PI-FEED-ID NOT = "COLL"
                   STRING "SUBMITTED DIRECTLY UNDER HEADER SOURCE "
                       PI-FEED-ID
                       DELIMITED BY SIZE INTO WS-LL-TEXT
                   PERFORM WRITE-LINEAGE-LINE
               WHEN OTHER
                   MOVE "NOT ON FEEDREG.DAT" TO WS-LL-TEXT
                   PERFORM WRITE-LINEAGE-LINE
           END-EVALUATE
           CLOSE FEEDREG.

       WRITE-CALC-LINE SECTION.
           MOVE "CALC:" TO WS-LL-TAG
           MOVE SPACES TO WS-LL-TEXT
           MOVE PI-NUM1 TO WS-DISPLAY-NUM1
           MOVE PI-NUM2 TO WS-DISPLAY-NUM2
           IF PI-CALC-REJECTED
               STRING "REJECTED " PI-REASON-CODE " " PI-REASON-TEXT
                   " (" PI-OPERATOR ")"
                   DELIMITED BY SIZE INTO WS-LL-TEXT
           ELSE
               MOVE PI-RESULT TO WS-DISPLAY-RESULT
               STRING WS-DISPLAY-NUM1 " " PI-OPERATOR " "
                   WS-DISPLAY-NUM2 " = " WS-DISPLAY-RESULT
                   DELIMITED BY SIZE INTO WS-LL-TEXT
           END-IF
           PERFORM WRITE-LINEAGE-LINE
           IF PI-RATE-CODE NOT = SPACES
               MOVE "RATE:" TO WS-LL-TAG
               MOVE SPACES TO WS-LL-TEXT
               STRING PI-RATE-CODE " EFFECTIVE " PI-RATE-EFFECTIVE
                   DELIMITED BY SIZE INTO WS-LL-TEXT
               PERFORM WRITE-LINEAGE-LINE
           END-IF
           IF PI-CALCULATED AND PI-CURRENCY-CODE NOT = SPACES
               MOVE "CURRENCY:" TO WS-LL-TAG
               MOVE SPACES TO WS-LL-TEXT
               MOVE PI-FX-RATE TO WS-DISPLAY-FX-RATE
               MOVE PI-BASE-RESULT TO WS-DISPLAY-BASE-RESULT
               STRING PI-CURRENCY-CODE " AT " WS-DISPLAY-FX-RATE
                   " = BASE " WS-DISPLAY-BASE-RESULT
                   DELIMITED BY SIZE INTO WS-LL-TEXT
               PERFORM WRITE-LINEAGE-LINE
           END-IF
           IF PI-FORMULA-CODE NOT = SPACES
               MOVE "FORMULA:" TO WS-LL-TAG
               MOVE SPACES TO WS-LL-TEXT
               STRING PI-FORMULA-CODE " VERSION " PI-FORMULA-VERSION
                   DELIMITED BY SIZE INTO WS-LL-TEXT
               PERFORM WRITE-LINEAGE-LINE
           END-IF.

      *    A result held over its limit shows the date it was held
      *    until a supervisor settles it, then the date and user
      *    that released or rejected it.
       WRITE-HOLD-LINE SECTION.
           MOVE "HOLD:" TO WS-LL-TAG
           MOVE SPACES TO WS-LL-TEXT
           EVALUATE TRUE
               WHEN PI-HELD
                   STRING "HELD OVER LIMIT SINCE " PI-HOLD-DATE
                       DELIMITED BY SIZE INTO WS-LL-TEXT
                   PERFORM WRITE-LINEAGE-LINE
               WHEN PI-HOLD-RELEASED
                   STRING "RELEASED " PI-HOLD-DATE " BY "
                       PI-HOLD-USER
                       DELIMITED BY SIZE INTO WS-LL-TEXT
                   PERFORM WRITE-LINEAGE-LINE
               WHEN PI-HOLD-REJECTED
                   STRING "REJECTED " PI-HOLD-DATE " BY "
                       PI-HOLD-USER
                       DELIMITED BY SIZE INTO WS-LL-TEXT
                   PERFORM WRITE-LINEAGE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A reversing entry names the posting it reverses, and a
      *    reversed posting names the entry that reversed it.
       WRITE-REVERSAL-LINE SECTION.
           MOVE "REVERSAL:" TO WS-LL-TAG
           MOVE SPACES TO WS-LL-TEXT
           EVALUATE TRUE
               WHEN PI-REVERSING-ENTRY
                   STRING "REVERSES RUN " PI-LINK-RUN-NO " SOURCE "
                       PI-LINK-SOURCE-ID " SEQ NO " PI-LINK-SEQ-NO
                       DELIMITED BY SIZE INTO WS-LL-TEXT
                   PERFORM WRITE-LINEAGE-LINE
               WHEN PI-REVERSED
                   STRING "REVERSED BY RUN " PI-LINK-RUN-NO " SOURCE "
                       PI-LINK-SOURCE-ID " SEQ NO " PI-LINK-SEQ-NO
                       DELIMITED BY SIZE INTO WS-LL-TEXT
                   PERFORM WRITE-LINEAGE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-LEDGER-LINE SECTION.
           IF PI-CALCULATED
               MOVE "LEDGER:" TO WS-LL-TAG
               MOVE SPACES TO WS-LL-TEXT
               EVALUATE TRUE
                   WHEN PI-LEDGER-POSTED
                       STRING "POSTED, ACKNOWLEDGED " PI-LEDGER-DATE
                           DELIMITED BY SIZE INTO WS-LL-TEXT
                   WHEN PI-LEDGER-BOUNCED
                       STRING "BOUNCED " PI-LEDGER-DATE " "
                           PI-LEDGER-REASON-CODE " "
                           PI-LEDGER-REASON-TEXT
                           DELIMITED BY SIZE INTO WS-LL-TEXT
                   WHEN OTHER
                       MOVE "NO ACKNOWLEDGMENT ON FILE" TO WS-LL-TEXT
               END-EVALUATE
               PERFORM WRITE-LINEAGE-LINE
           END-IF.

       WRITE-SUSPENSE-STATUS-LINE SECTION.
           MOVE "SUSPENSE:" TO WS-LL-TAG
           MOVE SPACES TO WS-LL-TEXT
           EVALUATE TRUE
               WHEN PI-SUSPENSE-OPEN
                   STRING "OPEN SINCE " PI-SUSPENSE-DATE
                       DELIMITED BY SIZE INTO WS-LL-TEXT
               WHEN PI-SUSPENSE-REPAIRED
                   STRING "REPAIRED " PI-SUSPENSE-DATE " BY "
                       PI-SUSPENSE-USER
                       DELIMITED BY SIZE INTO WS-LL-TEXT
               WHEN PI-SUSPENSE-DISCARDED
                   STRING "DISCARDED " PI-SUSPENSE-DATE " BY "
                       PI-SUSPENSE-USER
                       DELIMITED BY SIZE INTO WS-LL-TEXT
               WHEN OTHER
                   MOVE "NONE" TO WS-LL-TEXT
           END-EVALUATE
           PERFORM WRITE-LINEAGE-LINE.

      *    SUSPENSE.DAT is scanned in full: it is the only place an
      *    item rejected or bounced before the master existed shows
      *    up at all, and it carries the original reject date even
      *    when the master's suspense stamp has since moved on.
       LIST-SUSPENSE-HISTORY SECTION.
           MOVE "SUSPENSE HISTORY" TO WS-SL-TEXT
           PERFORM WRITE-SECTION-LINE
           OPEN INPUT SUSPIN
           IF WS-SUSPIN-STATUS NOT = "00"
               IF WS-SUSPIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open SUSPENSE.DAT, "
                       "status " WS-SUSPIN-STATUS
               END-IF
           ELSE
               MOVE "N" TO WS-SUSP-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-SUSPIN
                   READ SUSPIN
                       AT END
                           SET WS-END-OF-SUSPIN TO TRUE
                       NOT AT END
                           IF SU-SOURCE-ID = WS-INQ-SOURCE-ID
                                   AND SU-SEQ-NO = WS-INQ-SEQ-NO
                               PERFORM REPORT-SUSPENSE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUSPIN
           IF WS-SUSPENSE-COUNT = 0
               MOVE "  (NO SUSPENSE ENTRIES)" TO WS-SL-TEXT
               PERFORM WRITE-SECTION-LINE
           END-IF.

       REPORT-SUSPENSE-ENTRY SECTION.
           ADD 1 TO WS-SUSPENSE-COUNT
           IF SU-RUN-NO IS NUMERIC AND SU-RUN-NO > 0
               MOVE SU-RUN-NO TO WS-SH-RUN-NO
           ELSE
               MOVE "------" TO WS-SH-RUN-NO
           END-IF
           MOVE SU-REJECT-DATE TO WS-SH-REJECT-DATE
           MOVE SU-REASON-CODE TO WS-SH-REASON-CODE
           MOVE SU-REASON-TEXT TO WS-SH-REASON-TEXT
           EVALUATE TRUE
               WHEN SU-OPEN
                   MOVE "OPEN" TO WS-SH-STATUS
               WHEN SU-REPAIRED
                   MOVE "REPAIRED" TO WS-SH-STATUS
                   SET WS-REPAIR-SEEN TO TRUE
               WHEN SU-DISCARDED
                   MOVE "DISCARDED" TO WS-SH-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-SH-STATUS
           END-EVALUATE
           MOVE SU-STATUS-DATE TO WS-SH-STATUS-DATE
           MOVE WS-SUSPENSE-LINE TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-HEADER SECTION.
           STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
           MOVE WS-REPORT-HEADER-1 TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-INQ-SOURCE-ID TO WS-RH-SOURCE-ID
           MOVE WS-INQ-SEQ-NO TO WS-RH-SEQ-NO
           MOVE WS-REPORT-HEADER-2 TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TRAILER SECTION.
           MOVE WS-RUN-COUNT TO WS-RT-RUN-COUNT
           MOVE WS-REPORT-TRAILER-1 TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SUSPENSE-COUNT TO WS-RT-SUSPENSE-COUNT
           MOVE WS-REPORT-TRAILER-2 TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-SECTION-LINE SECTION.
           MOVE WS-SECTION-LINE TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-LINEAGE-LINE SECTION.
           MOVE WS-LINEAGE-LINE TO RPTOUT-LINE
           PERFORM WRITE-REPORT-LINE.

      *    Every report line is shown on the terminal as well, since
      *    the inquiry is usually made with the department on the
      *    phone.
       WRITE-REPORT-LINE SECTION.
           DISPLAY RPTOUT-LINE
           WRITE RPTOUT-LINE
           IF WS-RPTOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to ITEMRPT.DAT failed, status "
                   WS-RPTOUT-STATUS
           END-IF.
