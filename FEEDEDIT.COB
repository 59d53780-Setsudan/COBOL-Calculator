      *    debugging session. Every record is checked against the
      *    CALCTRAN layout: record type, numeric sequence number,
      *    signed numeric operands, a known operator, a rate code
      *    that is on RATES.DAT and active for the batch date (with
      *    CT-NUM2 zero-filled as the layout requires), and a
      *    continuation only ever following a detail record. A
      *    detail record naming a formula must name one on
      *    FORMULA.DAT with a version in force for the batch date,
      *    and carries no operator (or FRM) and no rate code of its
      *    own; a continuation may not name a formula at all. A
      *    reversal record must name its original item by numeric
      *    run and sequence number and a source id. The header date
      *    and the trailer's count and hash are proven the same way
      *    COLLECT proves them: a header may carry the run date or,
      *    when a weekend or holiday on CALENDAR.DAT came between,
      *    the last business day before it. The batch date rates and
      *    formulas are checked at is the latest header date so
      *    accepted - the business date COLLECT will stamp on
      *    TRANIN.DAT and CALC will price at. A header date in a year
      *    that is not on the calendar stops the edit.
      *    Sequence numbers from all the night's feeds are sorted
      *    and scanned for duplicates both within a file and across
      *    files - the layout comment's "departments are expected to
      *    use disjoint ranges" finally has something enforcing it.
      *    Each feed is also checked against FEEDREG.DAT, the
      *    registry of feeds COLLECT has accepted. A feed whose count
      *    and hash match a feed accepted within the FEEDLOOKBACK
      *    window (CALCPARM.DAT, default 30 days), or whose sequence
      *    range overlaps one accepted for the same source in that
      *    window, is reported as a possible resubmission - the
      *    department re-sending yesterday's file under today's
      *    header, or an operator re-dropping a file already
      *    collected. When the operator has checked the feed and it
      *    is genuine, PARM='OVERRIDE SOURCEn' (more than one file
      *    may be named) reports the finding as overridden instead
      *    of charging it to the feed; COLLECT takes the same
      *    parameter and logs the override.
      *    Findings go to FEEDERR.DAT with a CLEAN/DIRTY verdict per
      *    file; any dirty feed ends the run with return code 8 so
      *    the stream stops before collection.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEIN-STATUS.

           SELECT OPTIONAL FORMIN ASSIGN TO "FORMULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMIN-STATUS.

           SELECT OPTIONAL PARMIN ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMIN-STATUS.

           SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL FEEDREG ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.

           SELECT SEQSORT ASSIGN TO "SEQSORT.TMP".

           SELECT SEQWORK ASSIGN TO "SEQWORK.DAT"
           RECORDING MODE IS F.
       COPY CALCRATE.

       FD  FORMIN
           RECORDING MODE IS F.
       COPY CALCFRM.

       FD  PARMIN
           RECORDING MODE IS F.
       COPY CALCPRM.

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY CALCRUNC.

       FD  FEEDREG
           RECORDING MODE IS F.
       COPY CALCFREG.

       SD  SEQSORT.
       01  SEQ-SORT-RECORD.
           05  QS-SEQ-NO         PIC X(6).

       01  WS-SRCIN-STATUS           PIC XX.
       01  WS-RATEIN-STATUS          PIC XX.
       01  WS-FORMIN-STATUS          PIC XX.
       01  WS-PARMIN-STATUS          PIC XX.
       01  WS-RUNCTL-STATUS          PIC XX.
       01  WS-FEEDREG-STATUS         PIC XX.
       01  WS-SEQWORK-STATUS         PIC XX.
       01  WS-RPTOUT-STATUS          PIC XX.

           88  WS-END-OF-SRCIN                   VALUE "Y".
       01  WS-RATE-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-RATEIN                  VALUE "Y".
       01  WS-FORM-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-FORMIN                  VALUE "Y".
       01  WS-PARM-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-PARMIN                  VALUE "Y".
       01  WS-FEEDREG-EOF-SWITCH     PIC X       VALUE "N".
           88  WS-END-OF-FEEDREG                 VALUE "Y".
       01  WS-SEQWORK-EOF-SWITCH     PIC X       VALUE "N".
           88  WS-END-OF-SEQWORK                 VALUE "Y".
       01  WS-FILE-TRAILER-SWITCH    PIC X       VALUE "N".
           88  WS-PRIOR-DETAIL-SEEN              VALUE "Y".
       01  WS-RATE-ACTIVE-SWITCH     PIC X       VALUE "N".
           88  WS-RATE-ACTIVE                    VALUE "Y".
       01  WS-FORMULA-ACTIVE-SWITCH  PIC X       VALUE "N".
           88  WS-FORMULA-ACTIVE                 VALUE "Y".
       01  WS-NUM1-VALID-SWITCH      PIC X       VALUE "N".
           88  WS-NUM1-VALID                     VALUE "Y".
       01  WS-NUM2-VALID-SWITCH      PIC X       VALUE "N".
           88  WS-NUM2-VALID                     VALUE "Y".
       01  WS-SEQ-RANGE-SWITCH       PIC X       VALUE "N".
           88  WS-SEQ-RANGE-SEEN                 VALUE "Y".
       01  WS-COUNT-MATCH-SWITCH     PIC X       VALUE "N".
           88  WS-COUNT-HASH-MATCHED             VALUE "Y".
       01  WS-OVERLAP-SWITCH         PIC X       VALUE "N".
           88  WS-SEQ-RANGE-OVERLAPS             VALUE "Y".
       01  WS-OVERRIDE-WORD-SWITCH   PIC X       VALUE "N".
           88  WS-OVERRIDE-WORD-SEEN             VALUE "Y".

       01  WS-RUN-DATE-YYYYMMDD      PIC 9(8).
       01  WS-RUN-DATE-DISPLAY REDEFINES WS-RUN-DATE-YYYYMMDD.
       01  WS-FILE-SOURCE-ID         PIC X(4).
       01  WS-FILE-DETAIL-COUNT      PIC 9(7).
       01  WS-FILE-HASH-TOTAL        PIC S9(13)V99.
       01  WS-FILE-LOW-SEQ-NO        PIC 9(6).
       01  WS-FILE-HIGH-SEQ-NO       PIC 9(6).

       01  WS-RUN-PARM               PIC X(60).
       01  WS-PARM-WORD-TABLE.
           05  WS-PARM-WORD OCCURS 6 TIMES PIC X(12).
       01  WS-PARM-WORD-NO           PIC 9.
      *    One byte per department file: "Y" = a possible
      *    resubmission on that file has been overridden.
       01  WS-OVERRIDE-TABLE.
           05  WS-OVERRIDE-FLAG OCCURS 3 TIMES PIC X VALUE "N".

       01  WS-LOOKBACK-DAYS          PIC 9(4)     VALUE 30.
       01  WS-PARM-DAYS              PIC 9(4).
       01  WS-LOOKBACK-START-DATE    PIC 9(8).
       01  WS-NEXT-RUN-NO            PIC 9(6).
       01  WS-MATCH-COUNT-RUN-NO     PIC 9(6).
       01  WS-MATCH-OVERLAP-RUN-NO   PIC 9(6).
       01  WS-RESUB-PREFIX           PIC X(23).

       01  WS-FILE-ERROR-TABLE.
           05  WS-FILE-ERRORS OCCURS 3 TIMES PIC 9(7) VALUE ZERO.
               10  WS-RT-EXPIRY      PIC 9(8).
       01  WS-RATE-INDEX             PIC 9(3).

       01  WS-FORMULA-COUNT          PIC 9(3)     VALUE ZERO.
       01  WS-FORMULA-TABLE.
           05  WS-FORMULA-ENTRY OCCURS 50 TIMES.
               10  WS-FM-CODE        PIC X(4).
               10  WS-FM-EFFECTIVE   PIC 9(8).
               10  WS-FM-EXPIRY      PIC 9(8).
       01  WS-FORMULA-INDEX          PIC 9(3).

       01  WS-PREV-SEQ-NO            PIC X(6).
       01  WS-PREV-FILE-NAME         PIC X(12).
       01  WS-FIRST-SEQ-SWITCH       PIC X        VALUE "Y".
           88  WS-FIRST-SEQ-RECORD               VALUE "Y".
       01  WS-DUP-TEXT               PIC X(55).

       01  WS-BATCH-BUSINESS-DATE    PIC 9(8)     VALUE ZERO.
       01  WS-HEADER-DATE-SWITCH     PIC X        VALUE "N".
           88  WS-HEADER-DATE-ACCEPTED            VALUE "Y".
       COPY CALCBDY.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-OVERRIDE-PARM
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-FORMULA-TABLE
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM READ-NEXT-RUN-NUMBER
           COMPUTE WS-LOOKBACK-START-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)
                    - WS-LOOKBACK-DAYS)
           PERFORM FIND-BATCH-BUSINESS-DATE

           OPEN OUTPUT RPTOUT
           IF WS-RPTOUT-STATUS NOT = "00"
           MOVE "N" TO WS-PRIOR-DETAIL-SWITCH
           MOVE ZERO TO WS-FILE-DETAIL-COUNT
           MOVE ZERO TO WS-FILE-HASH-TOTAL
           MOVE SPACES TO WS-FILE-SOURCE-ID
           MOVE "N" TO WS-SEQ-RANGE-SWITCH

           OPEN INPUT SRCIN
           IF WS-SRCIN-STATUS = "05" OR WS-SRCIN-STATUS = "35"
                       TO WS-EL-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF
               IF WS-FILE-SOURCE-ID NOT = SPACES
                   PERFORM CHECK-FEED-REGISTRY
               END-IF
               CLOSE SRCIN
           END-IF.

                           TO WS-EL-TEXT
                       PERFORM WRITE-ERROR-LINE
                   ELSE
                       PERFORM CHECK-HEADER-BUSINESS-DATE
                       IF NOT WS-HEADER-DATE-ACCEPTED
                           MOVE SPACES TO WS-EL-SEQ-NO
                           MOVE SPACES TO WS-EL-TEXT
                           STRING "STALE HEADER - NOT THE RUN DATE "
                               "OR LAST BUSINESS DAY"
                               DELIMITED BY SIZE INTO WS-EL-TEXT
                           PERFORM WRITE-ERROR-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Header pre-pass over tonight's feeds, RECYCLE.DAT
      *    included as COLLECT includes it: the batch date is the
      *    latest acceptable header date, normally the run date.
       FIND-BATCH-BUSINESS-DATE SECTION.
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 4
               IF WS-FILE-NO > 3
                   MOVE "RECYCLE.DAT" TO WS-SOURCE-FILE-NAME
               ELSE
                   MOVE WS-FILE-NO TO WS-FILE-NO-DISPLAY
                   STRING "SOURCE" WS-FILE-NO-DISPLAY ".DAT"
                       DELIMITED BY SIZE INTO WS-SOURCE-FILE-NAME
               END-IF
               OPEN INPUT SRCIN
               IF WS-SRCIN-STATUS = "00"
                   READ SRCIN
                       NOT AT END
                           IF SR-HEADER-RECORD
                                   AND SR-HDR-BATCH-DATE IS NUMERIC
                               PERFORM CHECK-HEADER-BUSINESS-DATE
                               IF WS-HEADER-DATE-ACCEPTED
                                   AND SR-HDR-BATCH-DATE
                                       > WS-BATCH-BUSINESS-DATE
                                   MOVE SR-HDR-BATCH-DATE
                                       TO WS-BATCH-BUSINESS-DATE
                               END-IF
                           END-IF
                   END-READ
               END-IF
               CLOSE SRCIN
           END-PERFORM
           IF WS-BATCH-BUSINESS-DATE = ZERO
               MOVE WS-RUN-DATE-YYYYMMDD TO WS-BATCH-BUSINESS-DATE
           END-IF
           IF WS-BATCH-BUSINESS-DATE NOT = WS-RUN-DATE-YYYYMMDD
               DISPLAY "Feeds are dated " WS-BATCH-BUSINESS-DATE
                   ", the last business day before run date "
                   WS-RUN-DATE-YYYYMMDD
           END-IF.

       CHECK-HEADER-BUSINESS-DATE SECTION.
           IF SR-HDR-BATCH-DATE = WS-RUN-DATE-YYYYMMDD
               SET WS-HEADER-DATE-ACCEPTED TO TRUE
           ELSE
               SET BD-FUNC-BATCH-DATE TO TRUE
               MOVE SR-HDR-BATCH-DATE TO BD-DATE
               MOVE WS-RUN-DATE-YYYYMMDD TO BD-TO-DATE
               CALL "BUSDAY" USING BUSDAY-REQUEST
               IF BD-YEAR-MISSING OR BD-CALENDAR-ERROR
                   IF BD-YEAR-MISSING
                       DISPLAY "ERROR: calendar year " BD-MISSING-YEAR
                           " is not on CALENDAR.DAT - add it with "
                           "CALMNT"
                   ELSE
                       DISPLAY "ERROR: " BD-DAY-TEXT
                   END-IF
                   DISPLAY "Feed edit abandoned - business days for "
                       WS-SOURCE-FILE-NAME " cannot be checked"
                   CLOSE SRCIN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BD-ACCEPTED-SW TO WS-HEADER-DATE-SWITCH
           END-IF.

       EDIT-ONE-RECORD SECTION.
           EVALUATE TRUE
               WHEN WS-FILE-TRAILER-SEEN
                   PERFORM EDIT-DETAIL-RECORD
               WHEN SR-CONTINUATION-RECORD
                   PERFORM EDIT-CONTINUATION-RECORD
               WHEN SR-REVERSAL-RECORD
                   PERFORM EDIT-REVERSAL-RECORD
               WHEN OTHER
                   MOVE SPACES TO WS-EL-SEQ-NO
                   MOVE "UNKNOWN RECORD TYPE" TO WS-EL-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           PERFORM CHECK-COMMON-FIELDS
           IF SR-FORMULA-CODE NOT = SPACES
               MOVE SR-SEQ-NO TO WS-EL-SEQ-NO
               MOVE "FORMULA CODE ON A CONTINUATION RECORD"
                   TO WS-EL-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           IF SR-NUM1 (2:11) NOT = "00000000000"
               MOVE SR-SEQ-NO TO WS-EL-SEQ-NO
               MOVE "CONTINUATION NUM1 IS NOT ZERO-FILLED"
           SET WS-PRIOR-DETAIL-SEEN TO TRUE
           PERFORM RELEASE-SEQUENCE-NUMBER.

      *    A reversal carries no operands - only the run number,
      *    source id and sequence number of the posted item it
      *    reverses, which CALC looks up on the posted-item master.
      *    It ends any chain, so a continuation may not follow it.
       EDIT-REVERSAL-RECORD SECTION.
           ADD 1 TO WS-FILE-DETAIL-COUNT
           MOVE "N" TO WS-PRIOR-DETAIL-SWITCH
           IF SR-REV-SEQ-NO NOT NUMERIC
               MOVE SR-REV-SEQ-NO TO WS-EL-SEQ-NO
               MOVE "SEQUENCE NUMBER IS NOT NUMERIC" TO WS-EL-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           IF SR-REV-ORIG-RUN-NO NOT NUMERIC
                   OR SR-REV-ORIG-RUN-NO = ZERO
               MOVE SR-REV-SEQ-NO TO WS-EL-SEQ-NO
               MOVE "REVERSAL ORIGINAL RUN NUMBER INVALID"
                   TO WS-EL-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           IF SR-REV-ORIG-SOURCE-ID = SPACES
               MOVE SR-REV-SEQ-NO TO WS-EL-SEQ-NO
               MOVE "REVERSAL ORIGINAL SOURCE ID MISSING"
                   TO WS-EL-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           IF SR-REV-ORIG-SEQ-NO NOT NUMERIC
               MOVE SR-REV-SEQ-NO TO WS-EL-SEQ-NO
               MOVE "REVERSAL ORIGINAL SEQUENCE NOT NUMERIC"
                   TO WS-EL-TEXT
               PERFORM WRITE-ERROR-LINE
           ELSE
               ADD SR-REV-ORIG-SEQ-NO TO WS-FILE-HASH-TOTAL
           END-IF
           PERFORM RELEASE-SEQUENCE-NUMBER.

       CHECK-COMMON-FIELDS SECTION.
           IF SR-SEQ-NO NOT NUMERIC
               MOVE SR-SEQ-NO TO WS-EL-SEQ-NO
               MOVE "SEQUENCE NUMBER IS NOT NUMERIC" TO WS-EL-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           EVALUATE TRUE
               WHEN SR-DETAIL-RECORD AND SR-FORMULA-CODE NOT = SPACES
                   PERFORM CHECK-FORMULA-CODE
               WHEN SR-OPERATOR = "+" OR "-" OR "*" OR "/"
                       OR "MOD" OR "PCT"
                   CONTINUE
               WHEN OTHER
                   MOVE SR-SEQ-NO TO WS-EL-SEQ-NO
                   MOVE SPACES TO WS-EL-TEXT
                   STRING "UNKNOWN OPERATOR [" SR-OPERATOR "]"
                       DELIMITED BY SIZE INTO WS-EL-TEXT
                   PERFORM WRITE-ERROR-LINE
           END-EVALUATE
           PERFORM CHECK-NUM2-FIELD
           PERFORM CHECK-RATE-CODE.

      *    A formula record's operator and rate come from the
      *    formula's own steps. The code must have a version on
      *    FORMULA.DAT in force for the batch business date - the
      *    resolution CALC will attempt tonight.
       CHECK-FORMULA-CODE SECTION.
           IF SR-OPERATOR NOT = SPACES AND SR-OPERATOR NOT = "FRM"
               MOVE SR-SEQ-NO TO WS-EL-SEQ-NO
               MOVE SPACES TO WS-EL-TEXT
               STRING "OPERATOR [" SR-OPERATOR
                   "] NOT BLANK WITH A FORMULA CODE"
                   DELIMITED BY SIZE INTO WS-EL-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           IF SR-RATE-CODE NOT = SPACES
               MOVE SR-SEQ-NO TO WS-EL-SEQ-NO
               MOVE "RATE CODE NOT BLANK WITH A FORMULA CODE"
                   TO WS-EL-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF
           MOVE "N" TO WS-FORMULA-ACTIVE-SWITCH
           PERFORM VARYING WS-FORMULA-INDEX FROM 1 BY 1
                   UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT
               IF WS-FM-CODE (WS-FORMULA-INDEX) = SR-FORMULA-CODE
                   AND WS-FM-EFFECTIVE (WS-FORMULA-INDEX)
                       NOT > WS-BATCH-BUSINESS-DATE
                   AND WS-FM-EXPIRY (WS-FORMULA-INDEX)
                       > WS-BATCH-BUSINESS-DATE
                   SET WS-FORMULA-ACTIVE TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FORMULA-ACTIVE
               MOVE SR-SEQ-NO TO WS-EL-SEQ-NO
               MOVE SPACES TO WS-EL-TEXT
               STRING "UNKNOWN OR EXPIRED FORMULA ["
                   SR-FORMULA-CODE "]"
                   DELIMITED BY SIZE INTO WS-EL-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF.

       CHECK-NUM1-FIELD SECTION.
           MOVE "N" TO WS-NUM1-VALID-SWITCH
           END-IF.

      *    A non-blank rate code must be on RATES.DAT with a window
      *    active for the batch's business date - exactly the
      *    resolution CALC will attempt tonight - and the layout
      *    requires CT-NUM2 to be zero-filled when a code is
      *    carried.
       CHECK-RATE-CODE SECTION.
           IF SR-RATE-CODE NOT = SPACES
               MOVE "N" TO WS-RATE-ACTIVE-SWITCH
                       UNTIL WS-RATE-INDEX > WS-RATE-COUNT
                   IF WS-RT-CODE (WS-RATE-INDEX) = SR-RATE-CODE
                       AND WS-RT-EFFECTIVE (WS-RATE-INDEX)
                           NOT > WS-BATCH-BUSINESS-DATE
                       AND WS-RT-EXPIRY (WS-RATE-INDEX)
                           > WS-BATCH-BUSINESS-DATE
                       SET WS-RATE-ACTIVE TO TRUE
                   END-IF
               END-PERFORM
               MOVE SR-SEQ-NO TO QS-SEQ-NO
               MOVE WS-SOURCE-FILE-NAME TO QS-FILE-NAME
               RELEASE SEQ-SORT-RECORD
               PERFORM NOTE-SEQUENCE-RANGE
           END-IF.

       NOTE-SEQUENCE-RANGE SECTION.
           IF NOT WS-SEQ-RANGE-SEEN
               MOVE SR-SEQ-NO TO WS-FILE-LOW-SEQ-NO
               MOVE SR-SEQ-NO TO WS-FILE-HIGH-SEQ-NO
               SET WS-SEQ-RANGE-SEEN TO TRUE
           ELSE
               IF SR-SEQ-NO < WS-FILE-LOW-SEQ-NO
                   MOVE SR-SEQ-NO TO WS-FILE-LOW-SEQ-NO
               END-IF
               IF SR-SEQ-NO > WS-FILE-HIGH-SEQ-NO
                   MOVE SR-SEQ-NO TO WS-FILE-HIGH-SEQ-NO
               END-IF
           END-IF.

      *    A feed is a possible resubmission when its count and hash
      *    match a feed accepted within the look-back window, or its
      *    sequence range overlaps one accepted for the same source
      *    in that window. Registry entries carrying the run number
      *    CALC will issue next belong to tonight's own collection
      *    (COLLECT rerun before the batch) and are passed over. The
      *    first match of each kind is reported.
       CHECK-FEED-REGISTRY SECTION.
           MOVE "N" TO WS-COUNT-MATCH-SWITCH
           MOVE "N" TO WS-OVERLAP-SWITCH
           MOVE ZERO TO WS-MATCH-COUNT-RUN-NO
           MOVE ZERO TO WS-MATCH-OVERLAP-RUN-NO
           OPEN INPUT FEEDREG
           IF WS-FEEDREG-STATUS = "05" OR WS-FEEDREG-STATUS = "35"
               CLOSE FEEDREG
           ELSE
               IF WS-FEEDREG-STATUS NOT = "00"
                   DISPLAY "ERROR: could not open FEEDREG.DAT, "
                       "status " WS-FEEDREG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-FEEDREG-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FEEDREG
                   READ FEEDREG
                       AT END
                           SET WS-END-OF-FEEDREG TO TRUE
                       NOT AT END
                           PERFORM MATCH-REGISTRY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEEDREG
           END-IF

           IF WS-OVERRIDE-FLAG (WS-FILE-NO) = "Y"
               MOVE "RESUBMISSION OVERRIDDEN" TO WS-RESUB-PREFIX
           ELSE
               MOVE "POSSIBLE RESUBMISSION" TO WS-RESUB-PREFIX
           END-IF
           IF WS-COUNT-HASH-MATCHED
               MOVE SPACES TO WS-EL-SEQ-NO
               MOVE SPACES TO WS-EL-TEXT
               STRING WS-RESUB-PREFIX DELIMITED BY "  "
                   " - SAME COUNT/HASH AS RUN " WS-MATCH-COUNT-RUN-NO
                   DELIMITED BY SIZE INTO WS-EL-TEXT
               PERFORM WRITE-RESUBMISSION-LINE
           END-IF
           IF WS-SEQ-RANGE-OVERLAPS
               MOVE WS-FILE-LOW-SEQ-NO TO WS-EL-SEQ-NO
               MOVE SPACES TO WS-EL-TEXT
               STRING WS-RESUB-PREFIX DELIMITED BY "  "
                   " - SEQ RANGE OVERLAPS RUN " WS-MATCH-OVERLAP-RUN-NO
                   DELIMITED BY SIZE INTO WS-EL-TEXT
               PERFORM WRITE-RESUBMISSION-LINE
           END-IF.

       MATCH-REGISTRY-ENTRY SECTION.
           IF FR-RUN-NO NOT = WS-NEXT-RUN-NO
                   AND FR-COLLECTED-DATE NOT < WS-LOOKBACK-START-DATE
               IF NOT WS-COUNT-HASH-MATCHED
                       AND WS-FILE-DETAIL-COUNT > ZERO
                       AND FR-RECORD-COUNT = WS-FILE-DETAIL-COUNT
                       AND FR-HASH-TOTAL = WS-FILE-HASH-TOTAL
                   SET WS-COUNT-HASH-MATCHED TO TRUE
                   MOVE FR-RUN-NO TO WS-MATCH-COUNT-RUN-NO
               END-IF
               IF NOT WS-SEQ-RANGE-OVERLAPS
                       AND WS-SEQ-RANGE-SEEN
                       AND FR-SOURCE-ID = WS-FILE-SOURCE-ID
                       AND FR-LOW-SEQ-NO NOT > WS-FILE-HIGH-SEQ-NO
                       AND FR-HIGH-SEQ-NO NOT < WS-FILE-LOW-SEQ-NO
                   SET WS-SEQ-RANGE-OVERLAPS TO TRUE
                   MOVE FR-RUN-NO TO WS-MATCH-OVERLAP-RUN-NO
               END-IF
           END-IF.

      *    An overridden finding is still printed, so FEEDERR.DAT
      *    shows what the operator let through, but it is not charged
      *    to the feed and does not make it dirty.
       WRITE-RESUBMISSION-LINE SECTION.
           IF WS-OVERRIDE-FLAG (WS-FILE-NO) = "Y"
               MOVE WS-SOURCE-FILE-NAME TO WS-EL-FILE-NAME
               MOVE WS-ERROR-LINE TO RPTOUT-LINE
               WRITE RPTOUT-LINE
               PERFORM CHECK-RPTOUT-STATUS
           ELSE
               PERFORM WRITE-ERROR-LINE
           END-IF.

      *    PARM='OVERRIDE SOURCE2 SOURCE3' - every word after
      *    OVERRIDE must name a department file.
       PARSE-OVERRIDE-PARM SECTION.
           MOVE SPACES TO WS-PARM-WORD-TABLE
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-WORD (1) WS-PARM-WORD (2)
                    WS-PARM-WORD (3) WS-PARM-WORD (4)
                    WS-PARM-WORD (5) WS-PARM-WORD (6)
           END-UNSTRING
           PERFORM VARYING WS-PARM-WORD-NO FROM 1 BY 1
                   UNTIL WS-PARM-WORD-NO > 6
               EVALUATE TRUE
                   WHEN WS-PARM-WORD (WS-PARM-WORD-NO) = SPACES
                       CONTINUE
                   WHEN WS-PARM-WORD (WS-PARM-WORD-NO) = "OVERRIDE"
                       SET WS-OVERRIDE-WORD-SEEN TO TRUE
                   WHEN WS-OVERRIDE-WORD-SEEN
                           AND (WS-PARM-WORD (WS-PARM-WORD-NO)
                                   = "SOURCE1" OR "SOURCE2"
                                   OR "SOURCE3" OR "SOURCE1.DAT"
                                   OR "SOURCE2.DAT" OR "SOURCE3.DAT")
                       MOVE WS-PARM-WORD (WS-PARM-WORD-NO) (7:1)
                           TO WS-FILE-NO
                       MOVE "Y" TO WS-OVERRIDE-FLAG (WS-FILE-NO)
                   WHEN OTHER
                       DISPLAY "ERROR: parameter word "
                           WS-PARM-WORD (WS-PARM-WORD-NO)
                           " not understood - use "
                           "PARM='OVERRIDE SOURCEn ...'"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-PERFORM
           IF WS-OVERRIDE-WORD-SEEN
                   AND WS-OVERRIDE-TABLE = "NNN"
               DISPLAY "ERROR: OVERRIDE names no department file"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    FEEDLOOKBACK is this program's keyword in the shared
      *    run-control file (COLLECT reads it too); the rest is
      *    ignored.
       LOAD-RUN-PARAMETERS SECTION.
           OPEN INPUT PARMIN
           IF WS-PARMIN-STATUS = "00"
               MOVE "N" TO WS-PARM-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-PARMIN
                   READ PARMIN
                       AT END
                           SET WS-END-OF-PARMIN TO TRUE
                       NOT AT END
                           IF PM-KEYWORD = "FEEDLOOKBACK"
                               MOVE FUNCTION NUMVAL (PM-VALUE)
                                   TO WS-PARM-DAYS
                               IF WS-PARM-DAYS > 0
                                   MOVE WS-PARM-DAYS
                                       TO WS-LOOKBACK-DAYS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-PARMIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open CALCPARM.DAT, "
                       "status " WS-PARMIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE PARMIN.

      *    The run number tonight's feeds will go into is the one
      *    CALC issues next - RUNCTL.DAT's last number plus one.
       READ-NEXT-RUN-NUMBER SECTION.
           MOVE ZERO TO RC-LAST-RUN-NO
           OPEN INPUT RUNCTL
           IF WS-RUNCTL-STATUS = "00"
               READ RUNCTL
                   AT END
                       MOVE ZERO TO RC-LAST-RUN-NO
               END-READ
           ELSE
               IF WS-RUNCTL-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open RUNCTL.DAT, "
                       "status " WS-RUNCTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE RUNCTL
           COMPUTE WS-NEXT-RUN-NO = RC-LAST-RUN-NO + 1.

      *    The sorted sequence numbers from every feed, scanned for
      *    equal neighbours. A duplicate inside one file and a
      *    collision between two departments' ranges both surface
           END-IF
           CLOSE RATEIN.

      *    Formulas are loaded the same way; only the code and the
      *    version's window matter here, and a missing FORMULA.DAT
      *    reports every formula record as unknown.
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
                           IF WS-FORMULA-COUNT < 50
                               ADD 1 TO WS-FORMULA-COUNT
                               MOVE FM-FORMULA-CODE
                                   TO WS-FM-CODE (WS-FORMULA-COUNT)
                               MOVE FM-EFFECTIVE-DATE
                                   TO WS-FM-EFFECTIVE
                                       (WS-FORMULA-COUNT)
                               MOVE FM-EXPIRY-DATE
                                   TO WS-FM-EXPIRY (WS-FORMULA-COUNT)
                           ELSE
                               DISPLAY "WARNING: FORMULA.DAT holds "
                                   "more than 50 formulas, extras "
                                   "ignored"
                               SET WS-END-OF-FORMIN TO TRUE
                           END-IF
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

       WRITE-ERROR-LINE SECTION.
           ADD 1 TO WS-TOTAL-ERRORS
           IF WS-FILE-NO >= 1 AND WS-FILE-NO <= 3
