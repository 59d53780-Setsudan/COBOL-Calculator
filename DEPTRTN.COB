       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTRTN.

      *    Department return files. The departments that send
      *    SOURCE1-3.DAT used to get nothing back; this program, run
      *    once CALC and LEDGACK have both run for the night, splits
      *    the night's outcome by source id into one return file per
      *    department, RTNxxxx.DAT (xxxx = the source id), in the
      *    CALCRTN layout: a header, one line for every record the
      *    department sent, and a trailer.
      *    TRANIN.DAT - the night's collected feed, every record
      *    already stamped with its source id - says what each
      *    department sent. Its records are sorted on source id and
      *    sequence number, and so are the outcomes: RESULT.DAT and
      *    REJECT.DAT from CALC and the item lines of POSTSTAT.DAT
      *    from LEDGACK. The two are then matched in one pass, the
      *    way LEDGACK matches the ledger's acknowledgments, so no
      *    in-core table limits the volume. Each line shows the item
      *    as POSTED, BOUNCED or NO ACK by the ledger (with the
      *    ledger's reason), REJECTED by CALC (with CALC's reason),
      *    CALCULATED when the ledger has not answered for it,
      *    HELD when CALC held the result on HELD.DAT as over its
      *    limit (with the result, pending supervisor release), or
      *    CHAINED for a chain step folded into a later line's result.
      *    A POSTSTAT.DAT line is taken as the ledger's verdict on one
      *    of tonight's items only when it carries tonight's run
      *    number. A held item from an earlier run that was released
      *    onto tonight's ledger is returned on a line of its own
      *    (kind H, with the run that held it) in its department's
      *    file, outside the trailer's count and hash; when that
      *    department sent nothing tonight the release is listed on
      *    the console instead.
      *    The trailer's count and hash are built the way the feed's
      *    own trailer was, so the department can tie the return
      *    file to what it sent; they are also compared here with
      *    the feed's FEEDREG.DAT entry for the run and the verdict
      *    is carried on the trailer.
      *    Repaired items collected from RECYCLE.DAT (source RCYC)
      *    belong to the repair desk, not a department, and get no
      *    return file. A missing POSTSTAT.DAT (LEDGACK not yet run),
      *    a return file that does not tie, or an outcome with no
      *    TRANIN.DAT record to hang on ends the run with return
      *    code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANIN ASSIGN TO "TRANIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANIN-STATUS.

           SELECT RESULTIN ASSIGN TO "RESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTIN-STATUS.

           SELECT OPTIONAL REJECTIN ASSIGN TO "REJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTIN-STATUS.

           SELECT OPTIONAL HELDIN ASSIGN TO "HELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDIN-STATUS.

           SELECT OPTIONAL POSTIN ASSIGN TO "POSTSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTIN-STATUS.

           SELECT OPTIONAL FEEDREG ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.

           SELECT TRANSORT ASSIGN TO "TRANSORT.TMP".

           SELECT OUTSORT ASSIGN TO "OUTSORT.TMP".

           SELECT TRANWORK ASSIGN TO "TRANWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANWORK-STATUS.

           SELECT OUTWORK ASSIGN TO "OUTWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTWORK-STATUS.

           SELECT RTNOUT ASSIGN USING WS-RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANIN
           RECORDING MODE IS F.
       COPY CALCTRAN.

       FD  RESULTIN
           RECORDING MODE IS F.
       COPY CALCRSLT.

       FD  REJECTIN
           RECORDING MODE IS F.
       COPY CALCREJ.

       FD  HELDIN
           RECORDING MODE IS F.
       COPY CALCHELD.

      *    POSTSTAT.DAT is LEDGACK's report; only its item lines -
      *    numeric sequence number, status POSTED, BOUNCED or
      *    SENT-NO ACK - are used.
       FD  POSTIN
           RECORDING MODE IS F.
       01  POSTSTAT-LINE.
           05  PS-SEQ-NO             PIC X(6).
           05  FILLER                PIC X(1).
           05  PS-SOURCE-ID          PIC X(4).
           05  FILLER                PIC X(2).
           05  PS-RESULT             PIC X(15).
           05  FILLER                PIC X(2).
           05  PS-STATUS             PIC X(12).
           05  PS-REASON-CODE        PIC X(2).
           05  FILLER                PIC X(1).
           05  PS-REASON-TEXT        PIC X(30).
           05  FILLER                PIC X(1).
           05  PS-ITEM-RUN-NO        PIC X(6).
           05  FILLER                PIC X(1).
           05  PS-ENTRY-TYPE         PIC X(1).
           05  FILLER                PIC X(6).

       FD  FEEDREG
           RECORDING MODE IS F.
       COPY CALCFREG.

       SD  TRANSORT.
       01  TRAN-SORT-RECORD.
           05  TS-SOURCE-ID          PIC X(4).
           05  TS-SEQ-NO             PIC 9(6).
           05  TS-RECORD-KIND        PIC X.
           05  TS-HASH-AMOUNT        PIC S9(13)V99
                                     SIGN LEADING SEPARATE.

       SD  OUTSORT.
       01  OUTCOME-SORT-RECORD.
           05  OS-SOURCE-ID          PIC X(4).
           05  OS-SEQ-NO             PIC 9(6).
           05  OS-KIND               PIC X.
           05  OS-RESULT             PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  OS-ACK-STATUS         PIC X(12).
           05  OS-REASON-CODE        PIC X(2).
           05  OS-REASON-TEXT        PIC X(30).
           05  OS-RUN-NO             PIC 9(6).

       FD  TRANWORK
           RECORDING MODE IS F.
       01  TRAN-WORK-RECORD.
           05  TW-SOURCE-ID          PIC X(4).
           05  TW-SEQ-NO             PIC 9(6).
           05  TW-RECORD-KIND        PIC X.
           05  TW-HASH-AMOUNT        PIC S9(13)V99
                                     SIGN LEADING SEPARATE.

      *    OW-KIND orders the outcomes for one item: 1 = CALC result,
      *    2 = CALC reject, 3 = ledger acknowledgment, 4 = CALC
      *    held the result over its limit, 5 = ledger acknowledgment
      *    of a held item released from an earlier run.
       FD  OUTWORK
           RECORDING MODE IS F.
       01  OUTCOME-WORK-RECORD.
           05  OW-SOURCE-ID          PIC X(4).
           05  OW-SEQ-NO             PIC 9(6).
           05  OW-KIND               PIC X.
               88  OW-CALC-RESULT            VALUE "1".
               88  OW-CALC-REJECT            VALUE "2".
               88  OW-LEDGER-ACK             VALUE "3".
               88  OW-CALC-HELD              VALUE "4".
               88  OW-RELEASED-ACK           VALUE "5".
           05  OW-RESULT             PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  OW-ACK-STATUS         PIC X(12).
           05  OW-REASON-CODE        PIC X(2).
           05  OW-REASON-TEXT        PIC X(30).
           05  OW-RUN-NO             PIC 9(6).

       FD  RTNOUT
           RECORDING MODE IS F.
       COPY CALCRTN.

       WORKING-STORAGE SECTION.
       01  WS-TRANIN-STATUS          PIC XX.
       01  WS-RESULTIN-STATUS        PIC XX.
       01  WS-REJECTIN-STATUS        PIC XX.
       01  WS-HELDIN-STATUS          PIC XX.
       01  WS-POSTIN-STATUS          PIC XX.
       01  WS-FEEDREG-STATUS         PIC XX.
       01  WS-TRANWORK-STATUS        PIC XX.
       01  WS-OUTWORK-STATUS         PIC XX.
       01  WS-RTNOUT-STATUS          PIC XX.

       01  WS-EOF-SWITCH             PIC X       VALUE "N".
           88  WS-END-OF-INPUT                   VALUE "Y".
       01  WS-TRANWORK-EOF-SWITCH    PIC X       VALUE "N".
           88  WS-END-OF-TRANWORK                VALUE "Y".
       01  WS-OUTWORK-EOF-SWITCH     PIC X       VALUE "N".
           88  WS-END-OF-OUTWORK                 VALUE "Y".
       01  WS-POSTSTAT-SWITCH        PIC X       VALUE "N".
           88  WS-POSTSTAT-PRESENT               VALUE "Y".
       01  WS-RETURN-OPEN-SWITCH     PIC X       VALUE "N".
           88  WS-RETURN-FILE-OPEN               VALUE "Y".
       01  WS-REGISTRY-SWITCH        PIC X       VALUE "N".
           88  WS-FEED-REGISTERED                VALUE "Y".

       01  WS-RUN-DATE-YYYYMMDD      PIC 9(8).
       01  WS-BATCH-DATE             PIC 9(8)    VALUE ZERO.
       01  WS-RUN-NO                 PIC 9(6)    VALUE ZERO.
       01  WS-RETURN-FILE-NAME       PIC X(12)   VALUE SPACES.
       01  WS-RECYCLE-SOURCE-ID      PIC X(4)    VALUE "RCYC".

       01  WS-TRAN-KEY.
           05  WS-TK-SOURCE-ID       PIC X(4).
           05  WS-TK-SEQ-NO          PIC 9(6).
       01  WS-OUTCOME-KEY.
           05  WS-OK-SOURCE-ID       PIC X(4).
           05  WS-OK-SEQ-NO          PIC 9(6).
       01  WS-CURRENT-SOURCE-ID      PIC X(4)    VALUE SPACES.

      *    What the outcome records said about the current item.
       01  WS-ITEM-OUTCOME.
           05  WS-IO-RESULT-SW       PIC X.
               88  WS-IO-RESULT-FOUND        VALUE "Y".
           05  WS-IO-REJECT-SW       PIC X.
               88  WS-IO-REJECT-FOUND        VALUE "Y".
           05  WS-IO-HELD-SW         PIC X.
               88  WS-IO-HELD-FOUND          VALUE "Y".
           05  WS-IO-ACK-STATUS      PIC X(12).
           05  WS-IO-RESULT          PIC S9(9)V99.
           05  WS-IO-REJECT-CODE     PIC X(2).
           05  WS-IO-REJECT-TEXT     PIC X(30).
           05  WS-IO-ACK-CODE        PIC X(2).
           05  WS-IO-ACK-TEXT        PIC X(30).

      *    Running totals for the return file being written.
       01  WS-FILE-TOTALS.
           05  WS-FT-RECORD-COUNT    PIC 9(7).
           05  WS-FT-HASH-TOTAL      PIC S9(13)V99.
           05  WS-FT-POSTED-COUNT    PIC 9(7).
           05  WS-FT-REJECTED-COUNT  PIC 9(7).
           05  WS-FT-BOUNCED-COUNT   PIC 9(7).
           05  WS-FT-PENDING-COUNT   PIC 9(7).
           05  WS-FT-CHAINED-COUNT   PIC 9(7).
           05  WS-FT-HELD-COUNT      PIC 9(7).
           05  WS-FT-RELEASED-COUNT  PIC 9(7).

       01  WS-REG-RECORD-COUNT       PIC 9(7)    VALUE ZERO.
       01  WS-REG-HASH-TOTAL         PIC S9(13)V99 VALUE ZERO.

       01  WS-RETURN-FILE-COUNT      PIC 9(3)    VALUE ZERO.
       01  WS-UNTIED-FILE-COUNT      PIC 9(3)    VALUE ZERO.
       01  WS-RECYCLE-ITEM-COUNT     PIC 9(7)    VALUE ZERO.
       01  WS-ORPHAN-COUNT           PIC 9(7)    VALUE ZERO.
       01  WS-RELEASED-ITEM-COUNT    PIC 9(7)    VALUE ZERO.
       01  WS-RELEASED-NO-FILE-COUNT PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           SORT TRANSORT
               ASCENDING KEY TS-SOURCE-ID TS-SEQ-NO
               INPUT PROCEDURE IS LOAD-TRANSACTIONS
               GIVING TRANWORK

           SORT OUTSORT
               ASCENDING KEY OS-SOURCE-ID OS-SEQ-NO OS-KIND
               INPUT PROCEDURE IS LOAD-OUTCOMES
               GIVING OUTWORK

           OPEN INPUT TRANWORK
           IF WS-TRANWORK-STATUS NOT = "00"
               DISPLAY "ERROR: could not open TRANWORK.DAT, status "
                   WS-TRANWORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OUTWORK
           IF WS-OUTWORK-STATUS NOT = "00"
               DISPLAY "ERROR: could not open OUTWORK.DAT, status "
                   WS-OUTWORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-TRAN-WORK
           PERFORM READ-OUTCOME-WORK
           PERFORM UNTIL WS-END-OF-TRANWORK
               IF TW-SOURCE-ID NOT = WS-CURRENT-SOURCE-ID
                   PERFORM FLUSH-SOURCE-OUTCOMES
                   PERFORM CLOSE-RETURN-FILE
                   MOVE TW-SOURCE-ID TO WS-CURRENT-SOURCE-ID
                   IF TW-SOURCE-ID NOT = WS-RECYCLE-SOURCE-ID
                       PERFORM OPEN-RETURN-FILE
                   END-IF
               END-IF
               PERFORM SKIP-ORPHAN-OUTCOMES
               PERFORM GATHER-ITEM-OUTCOME
               IF WS-RETURN-FILE-OPEN
                   PERFORM WRITE-RETURN-DETAIL
               ELSE
                   ADD 1 TO WS-RECYCLE-ITEM-COUNT
               END-IF
               PERFORM READ-TRAN-WORK
           END-PERFORM
           PERFORM FLUSH-SOURCE-OUTCOMES
           PERFORM CLOSE-RETURN-FILE
           MOVE HIGH-VALUES TO WS-TRAN-KEY
           PERFORM SKIP-ORPHAN-OUTCOMES

           CLOSE TRANWORK
           CLOSE OUTWORK

           DISPLAY "Department returns complete: "
               WS-RETURN-FILE-COUNT " file(s) written for run "
               WS-RUN-NO
           IF WS-RECYCLE-ITEM-COUNT > 0
               DISPLAY WS-RECYCLE-ITEM-COUNT " repaired item(s) "
                   "from RECYCLE.DAT - no return file"
           END-IF
           IF WS-RELEASED-ITEM-COUNT > 0
               DISPLAY WS-RELEASED-ITEM-COUNT " released held "
                   "item(s) from earlier runs returned"
           END-IF
           IF WS-RELEASED-NO-FILE-COUNT > 0
               DISPLAY WS-RELEASED-NO-FILE-COUNT " released held "
                   "item(s) from earlier runs for a source with no "
                   "return file tonight - listed above"
           END-IF
           IF NOT WS-POSTSTAT-PRESENT
               DISPLAY "WARNING: no POSTSTAT.DAT - ledger outcomes "
                   "not shown; rerun after LEDGACK"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNTIED-FILE-COUNT > 0
               DISPLAY "WARNING: " WS-UNTIED-FILE-COUNT
                   " return file(s) do not tie to the feed "
                   "registered on FEEDREG.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ORPHAN-COUNT > 0
               DISPLAY "WARNING: " WS-ORPHAN-COUNT
                   " outcome record(s) match nothing on TRANIN.DAT "
                   "- are the files all from the same night?"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *    Every D, C and R record on TRANIN.DAT, with its share of
      *    the hash total worked out exactly as the feed trailer's
      *    was. The header supplies the batch date.
       LOAD-TRANSACTIONS SECTION.
           OPEN INPUT TRANIN
           IF WS-TRANIN-STATUS NOT = "00"
               DISPLAY "ERROR: could not open TRANIN.DAT, status "
                   WS-TRANIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-INPUT
               READ TRANIN
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       PERFORM RELEASE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRANIN.

       RELEASE-TRANSACTION SECTION.
           MOVE SPACES TO TRAN-SORT-RECORD
           MOVE CT-RECORD-TYPE TO TS-RECORD-KIND
           EVALUATE TRUE
               WHEN CT-HEADER-RECORD
                   MOVE CT-HDR-BATCH-DATE TO WS-BATCH-DATE
               WHEN CT-DETAIL-RECORD
                   MOVE CT-SOURCE-ID TO TS-SOURCE-ID
                   MOVE CT-SEQ-NO TO TS-SEQ-NO
                   COMPUTE TS-HASH-AMOUNT = CT-NUM1 + CT-NUM2
                   RELEASE TRAN-SORT-RECORD
               WHEN CT-CONTINUATION-RECORD
                   MOVE CT-SOURCE-ID TO TS-SOURCE-ID
                   MOVE CT-SEQ-NO TO TS-SEQ-NO
                   MOVE CT-NUM2 TO TS-HASH-AMOUNT
                   RELEASE TRAN-SORT-RECORD
               WHEN CT-REVERSAL-RECORD
                   MOVE CT-REV-SOURCE-ID TO TS-SOURCE-ID
                   MOVE CT-REV-SEQ-NO TO TS-SEQ-NO
                   MOVE CT-REV-ORIG-SEQ-NO TO TS-HASH-AMOUNT
                   RELEASE TRAN-SORT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    CALC's results and rejects, the items it held for the
      *    same run, then the ledger's verdict on each item as
      *    LEDGACK reported it. The run number comes off the CALC
      *    records.
       LOAD-OUTCOMES SECTION.
           OPEN INPUT RESULTIN
           IF WS-RESULTIN-STATUS NOT = "00"
               DISPLAY "ERROR: could not open RESULT.DAT, status "
                   WS-RESULTIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-INPUT
               READ RESULTIN
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       MOVE SPACES TO OUTCOME-SORT-RECORD
                       MOVE RO-SOURCE-ID TO OS-SOURCE-ID
                       MOVE RO-SEQ-NO TO OS-SEQ-NO
                       MOVE "1" TO OS-KIND
                       MOVE RO-RESULT TO OS-RESULT
                       MOVE RO-RUN-NO TO OS-RUN-NO
                       MOVE RO-RUN-NO TO WS-RUN-NO
                       RELEASE OUTCOME-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE RESULTIN

           OPEN INPUT REJECTIN
           IF WS-REJECTIN-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-INPUT
                   READ REJECTIN
                       AT END
                           SET WS-END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE SPACES TO OUTCOME-SORT-RECORD
                           MOVE RJ-SOURCE-ID TO OS-SOURCE-ID
                           MOVE RJ-SEQ-NO TO OS-SEQ-NO
                           MOVE "2" TO OS-KIND
                           MOVE ZERO TO OS-RESULT
                           MOVE RJ-REASON-CODE TO OS-REASON-CODE
                           MOVE RJ-REASON-TEXT TO OS-REASON-TEXT
                           MOVE RJ-RUN-NO TO OS-RUN-NO
                           MOVE RJ-RUN-NO TO WS-RUN-NO
                           RELEASE OUTCOME-SORT-RECORD
                   END-READ
               END-PERFORM
           ELSE
               IF WS-REJECTIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open REJECT.DAT, status "
                       WS-REJECTIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE REJECTIN

           OPEN INPUT HELDIN
           IF WS-HELDIN-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-INPUT
                   READ HELDIN
                       AT END
                           SET WS-END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM RELEASE-HELD-ITEM
                   END-READ
               END-PERFORM
           ELSE
               IF WS-HELDIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open HELD.DAT, status "
                       WS-HELDIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE HELDIN

           OPEN INPUT POSTIN
           IF WS-POSTIN-STATUS = "00"
               SET WS-POSTSTAT-PRESENT TO TRUE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-INPUT
                   READ POSTIN
                       AT END
                           SET WS-END-OF-INPUT TO TRUE
                       NOT AT END
                           PERFORM RELEASE-POSTING-STATUS
                   END-READ
               END-PERFORM
           ELSE
               IF WS-POSTIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open POSTSTAT.DAT, "
                       "status " WS-POSTIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE POSTIN.

      *    HELD.DAT is cumulative; only the items held by tonight's
      *    run belong on tonight's return files.
       RELEASE-HELD-ITEM SECTION.
           IF HD-RUN-NO = WS-RUN-NO
               MOVE SPACES TO OUTCOME-SORT-RECORD
               MOVE HD-SOURCE-ID TO OS-SOURCE-ID
               MOVE HD-SEQ-NO TO OS-SEQ-NO
               MOVE "4" TO OS-KIND
               MOVE HD-RESULT TO OS-RESULT
               MOVE HD-RUN-NO TO OS-RUN-NO
               RELEASE OUTCOME-SORT-RECORD
           END-IF.

      *    The report's heading and trailer lines, and its UNKNOWN ACK
      *    lines (the ledger answering for something never sent),
      *    say nothing about a department's items and are skipped.
      *    A line for tonight's run is the verdict on tonight's item
      *    (a line with no run number is taken as tonight's). A
      *    released held item from an earlier run goes in as kind 5
      *    under the run that held it, so it cannot be matched to a
      *    different item of tonight's that reuses its sequence
      *    number. Any other run's line is from another night's
      *    ledger and is counted with the orphans.
       RELEASE-POSTING-STATUS SECTION.
           IF PS-SEQ-NO IS NUMERIC
                   AND (PS-STATUS = "POSTED" OR "BOUNCED"
                       OR "SENT-NO ACK")
               MOVE SPACES TO OUTCOME-SORT-RECORD
               MOVE PS-SOURCE-ID TO OS-SOURCE-ID
               MOVE PS-SEQ-NO TO OS-SEQ-NO
               MOVE "3" TO OS-KIND
               MOVE ZERO TO OS-RESULT
               MOVE PS-STATUS TO OS-ACK-STATUS
               MOVE PS-REASON-CODE TO OS-REASON-CODE
               MOVE PS-REASON-TEXT TO OS-REASON-TEXT
               MOVE WS-RUN-NO TO OS-RUN-NO
               EVALUATE TRUE
                   WHEN PS-ITEM-RUN-NO IS NOT NUMERIC
                       RELEASE OUTCOME-SORT-RECORD
                   WHEN PS-ITEM-RUN-NO = WS-RUN-NO
                       RELEASE OUTCOME-SORT-RECORD
                   WHEN PS-ENTRY-TYPE = "H"
                       MOVE "5" TO OS-KIND
                       MOVE PS-ITEM-RUN-NO TO OS-RUN-NO
                       MOVE FUNCTION NUMVAL-C (PS-RESULT)
                           TO OS-RESULT
                       RELEASE OUTCOME-SORT-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-ORPHAN-COUNT
                       DISPLAY "POSTSTAT.DAT line for run "
                           PS-ITEM-RUN-NO " on source ["
                           PS-SOURCE-ID "] seq " PS-SEQ-NO
                           " is not from run " WS-RUN-NO
               END-EVALUATE
           END-IF.

       READ-TRAN-WORK SECTION.
           READ TRANWORK
               AT END
                   SET WS-END-OF-TRANWORK TO TRUE
                   MOVE HIGH-VALUES TO WS-TRAN-KEY
               NOT AT END
                   MOVE TW-SOURCE-ID TO WS-TK-SOURCE-ID
                   MOVE TW-SEQ-NO TO WS-TK-SEQ-NO
           END-READ.

       READ-OUTCOME-WORK SECTION.
           READ OUTWORK
               AT END
                   SET WS-END-OF-OUTWORK TO TRUE
                   MOVE HIGH-VALUES TO WS-OUTCOME-KEY
               NOT AT END
                   MOVE OW-SOURCE-ID TO WS-OK-SOURCE-ID
                   MOVE OW-SEQ-NO TO WS-OK-SEQ-NO
           END-READ.

      *    An outcome keyed below the current item has no TRANIN.DAT
      *    record of its own - a stale file from another night, or a
      *    ledger acknowledgment for an item the ledger got from
      *    somewhere else. Counted and passed over. A released held
      *    item from an earlier run never has a TRANIN.DAT record
      *    tonight and is returned instead.
       SKIP-ORPHAN-OUTCOMES SECTION.
           PERFORM UNTIL WS-END-OF-OUTWORK
                   OR WS-OUTCOME-KEY NOT < WS-TRAN-KEY
               PERFORM PASS-UNMATCHED-OUTCOME
           END-PERFORM.

      *    Before a department's return file is closed, whatever is
      *    left for its source sorts after its last item - released
      *    held items go into the file before the trailer.
       FLUSH-SOURCE-OUTCOMES SECTION.
           PERFORM UNTIL WS-END-OF-OUTWORK
                   OR WS-OK-SOURCE-ID NOT = WS-CURRENT-SOURCE-ID
               PERFORM PASS-UNMATCHED-OUTCOME
           END-PERFORM.

       PASS-UNMATCHED-OUTCOME SECTION.
           IF OW-RELEASED-ACK
               PERFORM RETURN-RELEASED-ITEM
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
               DISPLAY "No TRANIN.DAT record for outcome on source ["
                   OW-SOURCE-ID "] seq " OW-SEQ-NO
           END-IF
           PERFORM READ-OUTCOME-WORK.

      *    The ledger's verdict on a held item released from an
      *    earlier run, on its own line in the department's file.
      *    It is not one of the records the department sent tonight,
      *    so it stays out of the trailer's count and hash.
       RETURN-RELEASED-ITEM SECTION.
           IF WS-RETURN-FILE-OPEN
                   AND OW-SOURCE-ID = WS-CURRENT-SOURCE-ID
               MOVE SPACES TO DEPT-RETURN-RECORD
               SET DR-DETAIL-RECORD TO TRUE
               MOVE OW-SEQ-NO TO DR-SEQ-NO
               MOVE OW-SOURCE-ID TO DR-SOURCE-ID
               MOVE "H" TO DR-RECORD-KIND
               MOVE ZERO TO DR-HASH-AMOUNT
               MOVE OW-RESULT TO DR-RESULT
               MOVE OW-RUN-NO TO DR-HELD-RUN-NO
               EVALUATE OW-ACK-STATUS
                   WHEN "POSTED"
                       MOVE "POSTED" TO DR-STATUS
                       MOVE "RELEASED FROM HOLD" TO DR-REASON-TEXT
                   WHEN "BOUNCED"
                       MOVE "BOUNCED" TO DR-STATUS
                       MOVE OW-REASON-CODE TO DR-REASON-CODE
                       MOVE OW-REASON-TEXT TO DR-REASON-TEXT
                   WHEN OTHER
                       MOVE "NO ACK" TO DR-STATUS
                       MOVE "LEDGER HAS NOT ACKNOWLEDGED"
                           TO DR-REASON-TEXT
               END-EVALUATE
               ADD 1 TO WS-FT-RELEASED-COUNT
               ADD 1 TO WS-RELEASED-ITEM-COUNT
               PERFORM WRITE-RETURN-RECORD
           ELSE
               ADD 1 TO WS-RELEASED-NO-FILE-COUNT
               DISPLAY "Released item of run " OW-RUN-NO
                   " on source [" OW-SOURCE-ID "] seq " OW-SEQ-NO
                   " " OW-ACK-STATUS " - no return file"
           END-IF.

       GATHER-ITEM-OUTCOME SECTION.
           MOVE "N" TO WS-IO-RESULT-SW
           MOVE "N" TO WS-IO-REJECT-SW
           MOVE "N" TO WS-IO-HELD-SW
           MOVE SPACES TO WS-IO-ACK-STATUS
           MOVE ZERO TO WS-IO-RESULT
           MOVE SPACES TO WS-IO-REJECT-CODE
           MOVE SPACES TO WS-IO-REJECT-TEXT
           MOVE SPACES TO WS-IO-ACK-CODE
           MOVE SPACES TO WS-IO-ACK-TEXT
           PERFORM UNTIL WS-END-OF-OUTWORK
                   OR WS-OUTCOME-KEY NOT = WS-TRAN-KEY
               EVALUATE TRUE
                   WHEN OW-CALC-RESULT
                       SET WS-IO-RESULT-FOUND TO TRUE
                       MOVE OW-RESULT TO WS-IO-RESULT
                   WHEN OW-CALC-REJECT
                       SET WS-IO-REJECT-FOUND TO TRUE
                       MOVE OW-REASON-CODE TO WS-IO-REJECT-CODE
                       MOVE OW-REASON-TEXT TO WS-IO-REJECT-TEXT
                   WHEN OW-CALC-HELD
                       SET WS-IO-HELD-FOUND TO TRUE
                       MOVE OW-RESULT TO WS-IO-RESULT
                   WHEN OW-LEDGER-ACK
                       MOVE OW-ACK-STATUS TO WS-IO-ACK-STATUS
                       MOVE OW-REASON-CODE TO WS-IO-ACK-CODE
                       MOVE OW-REASON-TEXT TO WS-IO-ACK-TEXT
                   WHEN OW-RELEASED-ACK
                       PERFORM RETURN-RELEASED-ITEM
               END-EVALUATE
               PERFORM READ-OUTCOME-WORK
           END-PERFORM.

      *    A CALC reject outranks anything else said about the item;
      *    a held result has not gone to the ledger yet unless it was
      *    released in time for tonight's extract; a result takes the
      *    ledger's verdict when there is one.
      *    An item with neither was a chain step: the chain's result
      *    or reject is reported on the sequence number that ended
      *    the chain.
       WRITE-RETURN-DETAIL SECTION.
           MOVE SPACES TO DEPT-RETURN-RECORD
           SET DR-DETAIL-RECORD TO TRUE
           MOVE TW-SEQ-NO TO DR-SEQ-NO
           MOVE TW-SOURCE-ID TO DR-SOURCE-ID
           MOVE TW-RECORD-KIND TO DR-RECORD-KIND
           MOVE TW-HASH-AMOUNT TO DR-HASH-AMOUNT
           MOVE ZERO TO DR-RESULT
           MOVE ZERO TO DR-HELD-RUN-NO
           EVALUATE TRUE
               WHEN WS-IO-REJECT-FOUND
                   MOVE "REJECTED" TO DR-STATUS
                   MOVE WS-IO-REJECT-CODE TO DR-REASON-CODE
                   MOVE WS-IO-REJECT-TEXT TO DR-REASON-TEXT
                   ADD 1 TO WS-FT-REJECTED-COUNT
               WHEN WS-IO-HELD-FOUND
                       AND WS-IO-ACK-STATUS = SPACES
                   MOVE WS-IO-RESULT TO DR-RESULT
                   MOVE "HELD" TO DR-STATUS
                   MOVE "OVER LIMIT - AWAITING RELEASE"
                       TO DR-REASON-TEXT
                   ADD 1 TO WS-FT-HELD-COUNT
               WHEN WS-IO-RESULT-FOUND
               WHEN WS-IO-HELD-FOUND
                   MOVE WS-IO-RESULT TO DR-RESULT
                   EVALUATE WS-IO-ACK-STATUS
                       WHEN "POSTED"
                           MOVE "POSTED" TO DR-STATUS
                           ADD 1 TO WS-FT-POSTED-COUNT
                       WHEN "BOUNCED"
                           MOVE "BOUNCED" TO DR-STATUS
                           MOVE WS-IO-ACK-CODE TO DR-REASON-CODE
                           MOVE WS-IO-ACK-TEXT TO DR-REASON-TEXT
                           ADD 1 TO WS-FT-BOUNCED-COUNT
                       WHEN "SENT-NO ACK"
                           MOVE "NO ACK" TO DR-STATUS
                           MOVE "LEDGER HAS NOT ACKNOWLEDGED"
                               TO DR-REASON-TEXT
                           ADD 1 TO WS-FT-PENDING-COUNT
                       WHEN OTHER
                           MOVE "CALCULATED" TO DR-STATUS
                           ADD 1 TO WS-FT-PENDING-COUNT
                   END-EVALUATE
               WHEN OTHER
                   MOVE "CHAINED" TO DR-STATUS
                   MOVE "STEP OF A CHAIN - SEE LAST STEP"
                       TO DR-REASON-TEXT
                   ADD 1 TO WS-FT-CHAINED-COUNT
           END-EVALUATE
           ADD 1 TO WS-FT-RECORD-COUNT
           ADD TW-HASH-AMOUNT TO WS-FT-HASH-TOTAL
           PERFORM WRITE-RETURN-RECORD.

       OPEN-RETURN-FILE SECTION.
           MOVE SPACES TO WS-RETURN-FILE-NAME
           STRING "RTN" TW-SOURCE-ID DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-RETURN-FILE-NAME
           OPEN OUTPUT RTNOUT
           IF WS-RTNOUT-STATUS NOT = "00"
                   AND WS-RTNOUT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open " WS-RETURN-FILE-NAME
                   ", status " WS-RTNOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-RETURN-FILE-OPEN TO TRUE
           ADD 1 TO WS-RETURN-FILE-COUNT
           MOVE ZERO TO WS-FT-RECORD-COUNT
           MOVE ZERO TO WS-FT-HASH-TOTAL
           MOVE ZERO TO WS-FT-POSTED-COUNT
           MOVE ZERO TO WS-FT-REJECTED-COUNT
           MOVE ZERO TO WS-FT-BOUNCED-COUNT
           MOVE ZERO TO WS-FT-PENDING-COUNT
           MOVE ZERO TO WS-FT-CHAINED-COUNT
           MOVE ZERO TO WS-FT-HELD-COUNT
           MOVE ZERO TO WS-FT-RELEASED-COUNT

           MOVE SPACES TO DEPT-RETURN-RECORD
           SET DR-HEADER-RECORD TO TRUE
           MOVE TW-SOURCE-ID TO DR-HDR-SOURCE-ID
           MOVE WS-BATCH-DATE TO DR-HDR-BATCH-DATE
           MOVE WS-RUN-NO TO DR-HDR-RUN-NO
           MOVE WS-RUN-DATE-YYYYMMDD TO DR-HDR-RETURN-DATE
           PERFORM WRITE-RETURN-RECORD.

       CLOSE-RETURN-FILE SECTION.
           IF WS-RETURN-FILE-OPEN
               PERFORM CHECK-FEED-REGISTRY
               MOVE SPACES TO DEPT-RETURN-RECORD
               SET DR-TRAILER-RECORD TO TRUE
               MOVE WS-FT-RECORD-COUNT TO DR-TRL-RECORD-COUNT
               MOVE WS-FT-HASH-TOTAL TO DR-TRL-HASH-TOTAL
               MOVE WS-FT-POSTED-COUNT TO DR-TRL-POSTED-COUNT
               MOVE WS-FT-REJECTED-COUNT TO DR-TRL-REJECTED-COUNT
               MOVE WS-FT-BOUNCED-COUNT TO DR-TRL-BOUNCED-COUNT
               MOVE WS-FT-PENDING-COUNT TO DR-TRL-PENDING-COUNT
               MOVE WS-FT-CHAINED-COUNT TO DR-TRL-CHAINED-COUNT
               MOVE WS-FT-HELD-COUNT TO DR-TRL-HELD-COUNT
               MOVE WS-FT-RELEASED-COUNT TO DR-TRL-RELEASED-COUNT
               EVALUATE TRUE
                   WHEN NOT WS-FEED-REGISTERED
                       SET DR-TRL-NOT-REGISTERED TO TRUE
                   WHEN WS-REG-RECORD-COUNT = WS-FT-RECORD-COUNT
                           AND WS-REG-HASH-TOTAL = WS-FT-HASH-TOTAL
                       SET DR-TRL-TIES TO TRUE
                   WHEN OTHER
                       SET DR-TRL-DOES-NOT-TIE TO TRUE
                       ADD 1 TO WS-UNTIED-FILE-COUNT
               END-EVALUATE
               PERFORM WRITE-RETURN-RECORD
               CLOSE RTNOUT
               MOVE "N" TO WS-RETURN-OPEN-SWITCH
               DISPLAY WS-RETURN-FILE-NAME ": "
                   WS-FT-RECORD-COUNT " item(s), "
                   WS-FT-POSTED-COUNT " posted, "
                   WS-FT-REJECTED-COUNT " rejected, "
                   WS-FT-BOUNCED-COUNT " bounced, "
                   WS-FT-HELD-COUNT " held, "
                   WS-FT-RELEASED-COUNT " released"
               EVALUATE TRUE
                   WHEN DR-TRL-DOES-NOT-TIE
                       DISPLAY "WARNING: " WS-RETURN-FILE-NAME
                           " count " WS-FT-RECORD-COUNT " or hash "
                           "does not tie to the feed registered "
                           "for run " WS-RUN-NO
                   WHEN DR-TRL-NOT-REGISTERED
                       DISPLAY "No FEEDREG.DAT entry for source ["
                           WS-CURRENT-SOURCE-ID "] run " WS-RUN-NO
                           " - trailer left untied"
               END-EVALUATE
           END-IF.

      *    The feed COLLECT registered for this source under the
      *    night's run number; its count and hash are kept for the
      *    trailer tie.
       CHECK-FEED-REGISTRY SECTION.
           MOVE "N" TO WS-REGISTRY-SWITCH
           OPEN INPUT FEEDREG
           IF WS-FEEDREG-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-INPUT
                       OR WS-FEED-REGISTERED
                   READ FEEDREG
                       AT END
                           SET WS-END-OF-INPUT TO TRUE
                       NOT AT END
                           IF FR-RUN-NO = WS-RUN-NO
                                   AND FR-SOURCE-ID
                                       = WS-CURRENT-SOURCE-ID
                               SET WS-FEED-REGISTERED TO TRUE
                               MOVE FR-RECORD-COUNT
                                   TO WS-REG-RECORD-COUNT
                               MOVE FR-HASH-TOTAL
                                   TO WS-REG-HASH-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-FEEDREG-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open FEEDREG.DAT, "
                       "status " WS-FEEDREG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE FEEDREG.

       WRITE-RETURN-RECORD SECTION.
           WRITE DEPT-RETURN-RECORD
           IF WS-RTNOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to " WS-RETURN-FILE-NAME
                   " failed, status " WS-RTNOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
