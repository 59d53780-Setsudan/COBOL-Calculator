      *    successful merge it is renamed to a dated archive name so
      *    the repairs cannot post a second time the following night
      *    while the file itself survives as the repair audit trail.
      *
      *    Every department feed accepted is recorded on FEEDREG.DAT
      *    with its count, hash, sequence range and the run number it
      *    goes into. A feed matching a registered feed's count and
      *    hash, or overlapping a registered sequence range for its
      *    source, within the FEEDLOOKBACK window is a possible
      *    resubmission (FEEDEDIT reports the same finding) and fails
      *    the collection unless the operator names the file on an
      *    OVERRIDE parameter - PARM='OVERRIDE SOURCE2', or
      *    'STREAM OVERRIDE SOURCE2' as the stream controller passes
      *    it on. Each override used is logged on FEEDOVR.DAT.
      *    Registry entries under tonight's run number are replaced
      *    when COLLECT is rerun before CALC, so a re-collection is
      *    never mistaken for a resubmission of itself.
      *
      *    The keyer a department names on its header (CT-KEYED-BY)
      *    is stamped onto every merged record that does not name
      *    its own, so CALC can carry it onto any result it holds
      *    for supervisor release.
      *
      *    A feed header must carry the run date or, when a weekend
      *    or holiday on CALENDAR.DAT came between, the last business
      *    day before it (BUSDAY decides), so Friday's feeds collected
      *    on Monday are not stale. TRANIN.DAT's header carries the
      *    latest header date accepted - the business date of the
      *    batch, which CALC then accepts on the same rule. A header
      *    date in a year that is not on the calendar stops the
      *    collection.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKF-STATUS.

           SELECT OPTIONAL PARMIN ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMIN-STATUS.

           SELECT OPTIONAL RUNCTL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL FEEDREG ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.

           SELECT REGWORK ASSIGN TO "FEEDRWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGWORK-STATUS.

           SELECT OPTIONAL OVRLOG ASSIGN TO "FEEDOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRCIN
           RECORDING MODE IS F.
       01  LOCKF-RECORD              PIC X(40).

       FD  PARMIN
           RECORDING MODE IS F.
       COPY CALCPRM.

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY CALCRUNC.

       FD  FEEDREG
           RECORDING MODE IS F.
       COPY CALCFREG.

       FD  REGWORK
           RECORDING MODE IS F.
       01  REGWORK-RECORD            PIC X(74).

       FD  OVRLOG
           RECORDING MODE IS F.
       COPY CALCFOVR.

       WORKING-STORAGE SECTION.
       01  WS-SRCIN-STATUS           PIC XX.
       01  WS-TRANOUT-STATUS         PIC XX.
       01  WS-LOCKF-STATUS           PIC XX.
       01  WS-PARMIN-STATUS          PIC XX.
       01  WS-RUNCTL-STATUS          PIC XX.
       01  WS-FEEDREG-STATUS         PIC XX.
       01  WS-REGWORK-STATUS         PIC XX.
       01  WS-OVRLOG-STATUS          PIC XX.
       01  WS-RUN-PARM               PIC X(60).
       01  WS-PARM-WORD-TABLE.
           05  WS-PARM-WORD OCCURS 6 TIMES PIC X(12).
       01  WS-PARM-WORD-NO           PIC 9.
       01  WS-STREAM-SWITCH          PIC X        VALUE "N".
           88  WS-STREAM-RUN                      VALUE "Y".
       01  WS-OVERRIDE-WORD-SWITCH   PIC X        VALUE "N".
           88  WS-OVERRIDE-WORD-SEEN              VALUE "Y".

       01  WS-SOURCE-FILE-NAME       PIC X(12).
       01  WS-ARCHIVE-FILE-NAME      PIC X(24).

       01  WS-RUN-DATE-YYYYMMDD      PIC 9(8).
       01  WS-FILE-SOURCE-ID         PIC X(4).
       01  WS-FILE-KEYED-BY          PIC X(8).
       01  WS-FILE-BATCH-DATE        PIC 9(8).
       01  WS-BATCH-BUSINESS-DATE    PIC 9(8)     VALUE ZERO.
       01  WS-HEADER-DATE-SWITCH     PIC X        VALUE "N".
           88  WS-HEADER-DATE-ACCEPTED            VALUE "Y".
       COPY CALCBDY.
       01  WS-FILE-DETAIL-COUNT      PIC 9(7).
       01  WS-FILE-HASH-TOTAL        PIC S9(13)V99.
       01  WS-MERGED-COUNT           PIC 9(7)     VALUE ZERO.
       01  WS-RECYCLE-SWITCH         PIC X        VALUE "N".
           88  WS-RECYCLE-MERGED                  VALUE "Y".

       01  WS-FEEDREG-EOF-SWITCH     PIC X        VALUE "N".
           88  WS-END-OF-FEEDREG                  VALUE "Y".
       01  WS-PARM-EOF-SWITCH        PIC X        VALUE "N".
           88  WS-END-OF-PARMIN                   VALUE "Y".
       01  WS-SEQ-RANGE-SWITCH       PIC X        VALUE "N".
           88  WS-SEQ-RANGE-SEEN                  VALUE "Y".
       01  WS-FILE-LOW-SEQ-NO        PIC 9(6).
       01  WS-FILE-HIGH-SEQ-NO       PIC 9(6).
       01  WS-LOOKBACK-DAYS          PIC 9(4)     VALUE 30.
       01  WS-PARM-DAYS              PIC 9(4).
       01  WS-LOOKBACK-START-DATE    PIC 9(8).
       01  WS-NEXT-RUN-NO            PIC 9(6).
       01  WS-REGISTERED-COUNT       PIC 9(3)     VALUE ZERO.
       01  WS-OVERRIDE-COUNT         PIC 9(3)     VALUE ZERO.
       01  WS-TIMESTAMP              PIC X(26).

      *    One entry per department file: the override flag from the
      *    parameter, and once the file is merged, what goes on the
      *    registry and any registry entries it matched.
       01  WS-COLLECTED-FEED-TABLE.
           05  WS-CF-ENTRY OCCURS 3 TIMES.
               10  WS-CF-OVERRIDE    PIC X.
               10  WS-CF-MERGED      PIC X.
               10  WS-CF-SOURCE-ID   PIC X(4).
               10  WS-CF-BATCH-DATE  PIC 9(8).
               10  WS-CF-COUNT       PIC 9(7).
               10  WS-CF-HASH-TOTAL  PIC S9(13)V99.
               10  WS-CF-LOW-SEQ-NO  PIC 9(6).
               10  WS-CF-HIGH-SEQ-NO PIC 9(6).
               10  WS-CF-COUNT-MATCH-RUN-NO     PIC 9(6).
               10  WS-CF-COUNT-MATCH-DATE       PIC 9(8).
               10  WS-CF-OVERLAP-RUN-NO         PIC 9(6).
               10  WS-CF-OVERLAP-DATE           PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM

           PERFORM CHECK-RUN-LOCK
           PERFORM LOAD-RUN-PARAMETERS
           PERFORM READ-NEXT-RUN-NUMBER
           COMPUTE WS-LOOKBACK-START-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD)
                    - WS-LOOKBACK-DAYS)
           PERFORM FIND-BATCH-BUSINESS-DATE

           OPEN OUTPUT TRANOUT
           IF WS-TRANOUT-STATUS NOT = "00"

           MOVE SPACES TO CALC-TRAN-RECORD
           SET CT-HEADER-RECORD TO TRUE
           MOVE WS-BATCH-BUSINESS-DATE TO CT-HDR-BATCH-DATE
           MOVE "COLL" TO CT-HDR-SOURCE-ID
           WRITE CALC-TRAN-RECORD
           PERFORM CHECK-TRANOUT-STATUS

           CLOSE TRANOUT

           PERFORM REGISTER-COLLECTED-FEEDS
           IF WS-OVERRIDE-COUNT > 0
               PERFORM LOG-FEED-OVERRIDES
           END-IF

           IF WS-RECYCLE-MERGED
               PERFORM ARCHIVE-RECYCLE-FILE
           END-IF
           OPEN INPUT LOCKF
           IF WS-LOCKF-STATUS = "00"
               CLOSE LOCKF
               IF NOT WS-STREAM-RUN
                   DISPLAY "ERROR: the night stream is in flight "
                       "(lock NIGHTLCK.DAT held) - a manual "
                       "collection now would overwrite TRANIN.DAT "

      *    The repaired-reject feed rides the same controls as a
      *    department file; REJFIX stamps its header with the repair
      *    date, so repairs not merged by the next business day's
      *    collection fail the stale-header check and must be re-cut.
       MERGE-RECYCLE-FILE SECTION.
           MOVE "RECYCLE.DAT" TO WS-SOURCE-FILE-NAME
           PERFORM MERGE-CURRENT-FILE.
           MOVE "N" TO WS-FILE-TRAILER-SWITCH
           MOVE ZERO TO WS-FILE-DETAIL-COUNT
           MOVE ZERO TO WS-FILE-HASH-TOTAL
           MOVE "N" TO WS-SEQ-RANGE-SWITCH

           OPEN INPUT SRCIN
           IF WS-SRCIN-STATUS = "05" OR WS-SRCIN-STATUS = "35"
                   PERFORM ABORT-COLLECTION
               END-IF

               IF WS-SOURCE-FILE-NAME NOT = "RECYCLE.DAT"
                   PERFORM CHECK-FEED-REGISTRY
               END-IF

               CLOSE SRCIN
               ADD 1 TO WS-FILES-MERGED
               IF WS-SOURCE-FILE-NAME = "RECYCLE.DAT"
                   " has no header record"
               PERFORM ABORT-COLLECTION
           END-IF
           PERFORM CHECK-HEADER-BUSINESS-DATE
           IF NOT WS-HEADER-DATE-ACCEPTED
               DISPLAY "ERROR: " WS-SOURCE-FILE-NAME
                   " is stale - batch date " SR-HDR-BATCH-DATE
                   " is neither the run date nor the last business "
                   "day before it"
               PERFORM ABORT-COLLECTION
           END-IF
           MOVE SR-HDR-SOURCE-ID TO WS-FILE-SOURCE-ID
           MOVE SR-HDR-BATCH-DATE TO WS-FILE-BATCH-DATE
           MOVE SR-KEYED-BY TO WS-FILE-KEYED-BY.

      *    Header pre-pass: the batch's business date is the latest
      *    acceptable header date among tonight's feeds, normally the
      *    run date itself. Files that fail their header are left for
      *    the merge to report.
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
                   DISPLAY "Collection abandoned - business days for "
                       WS-SOURCE-FILE-NAME " cannot be checked"
                   CLOSE SRCIN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BD-ACCEPTED-SW TO WS-HEADER-DATE-SWITCH
           END-IF.

       MERGE-SOURCE-RECORD SECTION.
           EVALUATE TRUE
                   ADD 1 TO WS-MERGED-COUNT
                   ADD SR-NUM1 TO WS-MERGED-HASH-TOTAL
                   ADD SR-NUM2 TO WS-MERGED-HASH-TOTAL
                   PERFORM NOTE-SEQUENCE-RANGE
                   PERFORM WRITE-MERGED-RECORD
               WHEN SR-CONTINUATION-RECORD
                   ADD 1 TO WS-FILE-DETAIL-COUNT
                   ADD SR-NUM2 TO WS-FILE-HASH-TOTAL
                   ADD 1 TO WS-MERGED-COUNT
                   ADD SR-NUM2 TO WS-MERGED-HASH-TOTAL
                   PERFORM NOTE-SEQUENCE-RANGE
                   PERFORM WRITE-MERGED-RECORD
               WHEN SR-REVERSAL-RECORD
                   ADD 1 TO WS-FILE-DETAIL-COUNT
                   ADD SR-REV-ORIG-SEQ-NO TO WS-FILE-HASH-TOTAL
                   ADD 1 TO WS-MERGED-COUNT
                   ADD SR-REV-ORIG-SEQ-NO TO WS-MERGED-HASH-TOTAL
                   PERFORM NOTE-SEQUENCE-RANGE
                   PERFORM WRITE-MERGED-REVERSAL
               WHEN OTHER
                   DISPLAY "ERROR: unknown record type on "
                       WS-SOURCE-FILE-NAME
           MOVE SR-OPERATOR TO CT-OPERATOR
           MOVE SR-NUM2 TO CT-NUM2
           MOVE SR-RATE-CODE TO CT-RATE-CODE
           MOVE SR-CURRENCY-CODE TO CT-CURRENCY-CODE
           MOVE SR-FORMULA-CODE TO CT-FORMULA-CODE
           PERFORM STAMP-MERGED-KEYER
           WRITE CALC-TRAN-RECORD
           PERFORM CHECK-TRANOUT-STATUS.

      *    A reversal names its original item instead of carrying
      *    operands, so it is copied across whole; only the source id
      *    is stamped from the file header like any other record.
       WRITE-MERGED-REVERSAL SECTION.
           MOVE SPACES TO CALC-TRAN-RECORD
           MOVE SR-RECORD-TYPE TO CT-RECORD-TYPE
           MOVE SR-DETAIL TO CT-DETAIL
           MOVE WS-FILE-SOURCE-ID TO CT-REV-SOURCE-ID
           PERFORM STAMP-MERGED-KEYER
           WRITE CALC-TRAN-RECORD
           PERFORM CHECK-TRANOUT-STATUS.

       STAMP-MERGED-KEYER SECTION.
           IF SR-KEYED-BY NOT = SPACES
               MOVE SR-KEYED-BY TO CT-KEYED-BY
           ELSE
               MOVE WS-FILE-KEYED-BY TO CT-KEYED-BY
           END-IF.

       ARCHIVE-RECYCLE-FILE SECTION.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "RECYCLE." WS-RUN-DATE-YYYYMMDD ".DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.

       NOTE-SEQUENCE-RANGE SECTION.
           IF SR-SEQ-NO IS NUMERIC
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
               END-IF
           END-IF.

      *    The same resubmission test FEEDEDIT applies: count and
      *    hash equal to a feed accepted within the look-back window,
      *    or a sequence range overlapping one accepted for this
      *    source in that window. Entries under tonight's own run
      *    number are a previous collection of this same night and
      *    do not count. A finding fails the collection unless the
      *    file was named on the OVERRIDE parameter; the file's
      *    figures are kept for the registry either way.
       CHECK-FEED-REGISTRY SECTION.
           MOVE "Y" TO WS-CF-MERGED (WS-FILE-NO)
           MOVE WS-FILE-SOURCE-ID TO WS-CF-SOURCE-ID (WS-FILE-NO)
           MOVE WS-FILE-BATCH-DATE TO WS-CF-BATCH-DATE (WS-FILE-NO)
           MOVE WS-FILE-DETAIL-COUNT TO WS-CF-COUNT (WS-FILE-NO)
           MOVE WS-FILE-HASH-TOTAL TO WS-CF-HASH-TOTAL (WS-FILE-NO)
           IF WS-SEQ-RANGE-SEEN
               MOVE WS-FILE-LOW-SEQ-NO TO WS-CF-LOW-SEQ-NO (WS-FILE-NO)
               MOVE WS-FILE-HIGH-SEQ-NO
                   TO WS-CF-HIGH-SEQ-NO (WS-FILE-NO)
           ELSE
               MOVE ZERO TO WS-CF-LOW-SEQ-NO (WS-FILE-NO)
               MOVE ZERO TO WS-CF-HIGH-SEQ-NO (WS-FILE-NO)
           END-IF

           OPEN INPUT FEEDREG
           IF WS-FEEDREG-STATUS = "05" OR WS-FEEDREG-STATUS = "35"
               CLOSE FEEDREG
           ELSE
               IF WS-FEEDREG-STATUS NOT = "00"
                   DISPLAY "ERROR: could not open FEEDREG.DAT, "
                       "status " WS-FEEDREG-STATUS
                   PERFORM ABORT-COLLECTION
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

           IF WS-CF-COUNT-MATCH-RUN-NO (WS-FILE-NO) NOT = ZERO
               DISPLAY "Possible resubmission: " WS-SOURCE-FILE-NAME
                   " count and hash match the feed collected "
                   WS-CF-COUNT-MATCH-DATE (WS-FILE-NO) " for run "
                   WS-CF-COUNT-MATCH-RUN-NO (WS-FILE-NO)
           END-IF
           IF WS-CF-OVERLAP-RUN-NO (WS-FILE-NO) NOT = ZERO
               DISPLAY "Possible resubmission: " WS-SOURCE-FILE-NAME
                   " sequence range " WS-FILE-LOW-SEQ-NO "-"
                   WS-FILE-HIGH-SEQ-NO " overlaps the feed collected "
                   WS-CF-OVERLAP-DATE (WS-FILE-NO) " for run "
                   WS-CF-OVERLAP-RUN-NO (WS-FILE-NO)
           END-IF
           IF WS-CF-COUNT-MATCH-RUN-NO (WS-FILE-NO) NOT = ZERO
                   OR WS-CF-OVERLAP-RUN-NO (WS-FILE-NO) NOT = ZERO
               IF WS-CF-OVERRIDE (WS-FILE-NO) = "Y"
                   DISPLAY "Resubmission check on "
                       WS-SOURCE-FILE-NAME
                       " overridden by parameter - override logged"
                   ADD 1 TO WS-OVERRIDE-COUNT
               ELSE
                   DISPLAY "ERROR: " WS-SOURCE-FILE-NAME
                       " may already have been posted - confirm "
                       "with the department, then rerun with "
                       "OVERRIDE " WS-SOURCE-FILE-NAME (1:7)
                       " if it is genuine"
                   PERFORM ABORT-COLLECTION
               END-IF
           END-IF.

       MATCH-REGISTRY-ENTRY SECTION.
           IF FR-RUN-NO NOT = WS-NEXT-RUN-NO
                   AND FR-COLLECTED-DATE NOT < WS-LOOKBACK-START-DATE
               IF WS-CF-COUNT-MATCH-RUN-NO (WS-FILE-NO) = ZERO
                       AND WS-FILE-DETAIL-COUNT > ZERO
                       AND FR-RECORD-COUNT = WS-FILE-DETAIL-COUNT
                       AND FR-HASH-TOTAL = WS-FILE-HASH-TOTAL
                   MOVE FR-RUN-NO
                       TO WS-CF-COUNT-MATCH-RUN-NO (WS-FILE-NO)
                   MOVE FR-COLLECTED-DATE
                       TO WS-CF-COUNT-MATCH-DATE (WS-FILE-NO)
               END-IF
               IF WS-CF-OVERLAP-RUN-NO (WS-FILE-NO) = ZERO
                       AND WS-SEQ-RANGE-SEEN
                       AND FR-SOURCE-ID = WS-FILE-SOURCE-ID
                       AND FR-LOW-SEQ-NO NOT > WS-FILE-HIGH-SEQ-NO
                       AND FR-HIGH-SEQ-NO NOT < WS-FILE-LOW-SEQ-NO
                   MOVE FR-RUN-NO
                       TO WS-CF-OVERLAP-RUN-NO (WS-FILE-NO)
                   MOVE FR-COLLECTED-DATE
                       TO WS-CF-OVERLAP-DATE (WS-FILE-NO)
               END-IF
           END-IF.

      *    FEEDREG.DAT is rewritten through FEEDRWRK.DAT: entries
      *    from earlier nights are copied across, any entries already
      *    under tonight's run number (a collection rerun before
      *    CALC) are dropped, and tonight's feeds are added.
       REGISTER-COLLECTED-FEEDS SECTION.
           OPEN OUTPUT REGWORK
           IF WS-REGWORK-STATUS NOT = "00"
               DISPLAY "ERROR: could not open FEEDRWRK.DAT, status "
                   WS-REGWORK-STATUS
               DISPLAY "TRANIN.DAT is built but tonight's feeds are "
                   "not registered - rerun COLLECT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FEEDREG
           IF WS-FEEDREG-STATUS = "00"
               MOVE "N" TO WS-FEEDREG-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FEEDREG
                   READ FEEDREG
                       AT END
                           SET WS-END-OF-FEEDREG TO TRUE
                       NOT AT END
                           IF FR-RUN-NO NOT = WS-NEXT-RUN-NO
                               MOVE FEED-REGISTRY-RECORD
                                   TO REGWORK-RECORD
                               PERFORM WRITE-REGISTRY-WORK
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FEEDREG

           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 3
               IF WS-CF-MERGED (WS-FILE-NO) = "Y"
                   PERFORM BUILD-REGISTRY-ENTRY
                   MOVE FEED-REGISTRY-RECORD TO REGWORK-RECORD
                   PERFORM WRITE-REGISTRY-WORK
                   ADD 1 TO WS-REGISTERED-COUNT
               END-IF
           END-PERFORM
           CLOSE REGWORK

           OPEN INPUT REGWORK
           IF WS-REGWORK-STATUS NOT = "00"
               DISPLAY "ERROR: could not reopen FEEDRWRK.DAT, "
                   "status " WS-REGWORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEEDREG
           IF WS-FEEDREG-STATUS NOT = "00"
                   AND WS-FEEDREG-STATUS NOT = "05"
               DISPLAY "ERROR: could not rewrite FEEDREG.DAT, "
                   "status " WS-FEEDREG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FEEDREG-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FEEDREG
               READ REGWORK
                   AT END
                       SET WS-END-OF-FEEDREG TO TRUE
                   NOT AT END
                       MOVE REGWORK-RECORD TO FEED-REGISTRY-RECORD
                       WRITE FEED-REGISTRY-RECORD
                       IF WS-FEEDREG-STATUS NOT = "00"
                           DISPLAY "ERROR: write to FEEDREG.DAT "
                               "failed, status " WS-FEEDREG-STATUS
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGWORK
           CLOSE FEEDREG
           DISPLAY WS-REGISTERED-COUNT " feed(s) registered on "
               "FEEDREG.DAT for run " WS-NEXT-RUN-NO.

       BUILD-REGISTRY-ENTRY SECTION.
           MOVE SPACES TO FEED-REGISTRY-RECORD
           MOVE WS-CF-SOURCE-ID (WS-FILE-NO) TO FR-SOURCE-ID
           MOVE WS-CF-BATCH-DATE (WS-FILE-NO) TO FR-BATCH-DATE
           MOVE WS-CF-COUNT (WS-FILE-NO) TO FR-RECORD-COUNT
           MOVE WS-CF-HASH-TOTAL (WS-FILE-NO) TO FR-HASH-TOTAL
           MOVE WS-CF-LOW-SEQ-NO (WS-FILE-NO) TO FR-LOW-SEQ-NO
           MOVE WS-CF-HIGH-SEQ-NO (WS-FILE-NO) TO FR-HIGH-SEQ-NO
           MOVE WS-NEXT-RUN-NO TO FR-RUN-NO
           MOVE WS-FILE-NO TO WS-FILE-NO-DISPLAY
           STRING "SOURCE" WS-FILE-NO-DISPLAY ".DAT"
               DELIMITED BY SIZE INTO FR-FILE-NAME
           MOVE WS-RUN-DATE-YYYYMMDD TO FR-COLLECTED-DATE
           IF WS-CF-COUNT-MATCH-RUN-NO (WS-FILE-NO) NOT = ZERO
                   OR WS-CF-OVERLAP-RUN-NO (WS-FILE-NO) NOT = ZERO
               SET FR-OVERRIDDEN TO TRUE
           ELSE
               MOVE "N" TO FR-OVERRIDE-SW
           END-IF.

       WRITE-REGISTRY-WORK SECTION.
           WRITE REGWORK-RECORD
           IF WS-REGWORK-STATUS NOT = "00"
               DISPLAY "ERROR: write to FEEDRWRK.DAT failed, status "
                   WS-REGWORK-STATUS
               DISPLAY "FEEDREG.DAT left untouched - rerun COLLECT"
               CLOSE REGWORK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    One FEEDOVR.DAT record per finding overridden, written
      *    only once the collection has gone through - an override on
      *    a collection that then failed let nothing in.
       LOG-FEED-OVERRIDES SECTION.
           OPEN EXTEND OVRLOG
           IF WS-OVRLOG-STATUS NOT = "00"
                   AND WS-OVRLOG-STATUS NOT = "05"
               DISPLAY "ERROR: could not open FEEDOVR.DAT, status "
                   WS-OVRLOG-STATUS " - override(s) not logged"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 3
               IF WS-CF-MERGED (WS-FILE-NO) = "Y"
                   IF WS-CF-COUNT-MATCH-RUN-NO (WS-FILE-NO)
                           NOT = ZERO
                       PERFORM BUILD-OVERRIDE-RECORD
                       MOVE "SAME COUNT AND HASH" TO FO-FINDING
                       MOVE WS-CF-COUNT-MATCH-RUN-NO (WS-FILE-NO)
                           TO FO-MATCH-RUN-NO
                       MOVE WS-CF-COUNT-MATCH-DATE (WS-FILE-NO)
                           TO FO-MATCH-BATCH-DATE
                       PERFORM WRITE-OVERRIDE-RECORD
                   END-IF
                   IF WS-CF-OVERLAP-RUN-NO (WS-FILE-NO) NOT = ZERO
                       PERFORM BUILD-OVERRIDE-RECORD
                       MOVE "SEQUENCE RANGE OVERLAP" TO FO-FINDING
                       MOVE WS-CF-OVERLAP-RUN-NO (WS-FILE-NO)
                           TO FO-MATCH-RUN-NO
                       MOVE WS-CF-OVERLAP-DATE (WS-FILE-NO)
                           TO FO-MATCH-BATCH-DATE
                       PERFORM WRITE-OVERRIDE-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OVRLOG.

       BUILD-OVERRIDE-RECORD SECTION.
           MOVE SPACES TO FEED-OVERRIDE-RECORD
           MOVE WS-TIMESTAMP TO FO-TIMESTAMP
           MOVE WS-NEXT-RUN-NO TO FO-RUN-NO
           MOVE WS-FILE-NO TO WS-FILE-NO-DISPLAY
           STRING "SOURCE" WS-FILE-NO-DISPLAY ".DAT"
               DELIMITED BY SIZE INTO FO-FILE-NAME
           MOVE WS-CF-SOURCE-ID (WS-FILE-NO) TO FO-SOURCE-ID
           MOVE WS-CF-BATCH-DATE (WS-FILE-NO) TO FO-BATCH-DATE
           MOVE WS-CF-COUNT (WS-FILE-NO) TO FO-RECORD-COUNT
           MOVE WS-CF-HASH-TOTAL (WS-FILE-NO) TO FO-HASH-TOTAL
           MOVE WS-RUN-PARM TO FO-RUN-PARM.

       WRITE-OVERRIDE-RECORD SECTION.
           WRITE FEED-OVERRIDE-RECORD
           IF WS-OVRLOG-STATUS NOT = "00"
               DISPLAY "ERROR: write to FEEDOVR.DAT failed, status "
                   WS-OVRLOG-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    STREAM is the stream controller's own launch; OVERRIDE is
      *    followed by the department files whose resubmission
      *    finding the operator has checked and is letting through.
       PARSE-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM-WORD-TABLE
           MOVE ZERO TO WS-COLLECTED-FEED-TABLE
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 3
               MOVE "N" TO WS-CF-OVERRIDE (WS-FILE-NO)
               MOVE "N" TO WS-CF-MERGED (WS-FILE-NO)
           END-PERFORM
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
                   WHEN WS-PARM-WORD (WS-PARM-WORD-NO) = "STREAM"
                           AND NOT WS-OVERRIDE-WORD-SEEN
                       SET WS-STREAM-RUN TO TRUE
                   WHEN WS-PARM-WORD (WS-PARM-WORD-NO) = "OVERRIDE"
                       SET WS-OVERRIDE-WORD-SEEN TO TRUE
                   WHEN WS-OVERRIDE-WORD-SEEN
                           AND (WS-PARM-WORD (WS-PARM-WORD-NO)
                                   = "SOURCE1" OR "SOURCE2"
                                   OR "SOURCE3" OR "SOURCE1.DAT"
                                   OR "SOURCE2.DAT" OR "SOURCE3.DAT")
                       MOVE WS-PARM-WORD (WS-PARM-WORD-NO) (7:1)
                           TO WS-FILE-NO
                       MOVE "Y" TO WS-CF-OVERRIDE (WS-FILE-NO)
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
                   AND WS-CF-OVERRIDE (1) = "N"
                   AND WS-CF-OVERRIDE (2) = "N"
                   AND WS-CF-OVERRIDE (3) = "N"
               DISPLAY "ERROR: OVERRIDE names no department file"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    FEEDLOOKBACK, shared with FEEDEDIT, is the only keyword in
      *    the run-control file this program reads.
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

      *    Tonight's feeds go into the run CALC issues next, so that
      *    is the number they are registered under.
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

       ABORT-COLLECTION SECTION.
           DISPLAY "Collection abandoned - fix " WS-SOURCE-FILE-NAME
               " and rerun before the CALC batch"
